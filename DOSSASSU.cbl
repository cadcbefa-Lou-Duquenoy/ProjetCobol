      *        . l'enregistrement courant de F-ASSURES (ou son        *
      *          absence, l'assuré ayant pu être supprimé)            *
      *        . ses avant-images de HISTASSUR, classées par          *
      *          HIST-TIMESTAMP croissant (la marque de création,     *
      *          avant-image à blanc, est libellée CREATION)          *
      *        . ses mouvements en instance dans le fichier d'attente *
      *          (ATTIN), avec leur date d'effet                      *
      *        . ses mouvements rejetés en attente de recyclage dans  *
       COPY MESSAGES.

       01  WS-TABLE-MSG-TAB REDEFINES TABLE-MESSAGE.
           05 WS-MSG OCCURS 35 TIMES PIC X(60).

      *---------------------------------------------------------------*
      * Enregistrement du fichier historique des assurés              *
           MOVE ":"                     TO WS-HI-HEURE(6:1)
           MOVE WS-HIST-TIMESTAMP(13:2) TO WS-HI-HEURE(7:2)

      *--- Avant-image à blanc : marque de création de l'assuré ------*
           IF WS-HIST-OLD-IMAGE = SPACES
               MOVE "CREATION" TO WS-HI-NOM
               MOVE SPACES     TO WS-HI-PRENOM
               MOVE SPACES     TO WS-HI-STATUT
               MOVE 0          TO WS-HI-PRIME
           ELSE
               MOVE AS-NOM    TO WS-HI-NOM
               MOVE AS-PRENOM TO WS-HI-PRENOM
               MOVE AS-STATUT TO WS-HI-STATUT
               MOVE AS-PRIME  TO WS-HI-PRIME
           END-IF

           MOVE WS-LIGNE-HISTO TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           END-IF

           IF KO-CODE-REJET NUMERIC
              AND KO-CODE-REJET > 0 AND KO-CODE-REJET < 35
               MOVE WS-MSG(KO-CODE-REJET) TO WS-RJ-MOTIF
           ELSE
               MOVE "MOTIF INCONNU" TO WS-RJ-MOTIF
