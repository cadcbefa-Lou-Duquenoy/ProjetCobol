      *      restantes sont consolidées même après un fichier écarté, *
      *      tout écart conduisant à un code retour 8 en fin de       *
      *      traitement                                                *
      *    - Ecrire un compte rendu de consolidation (CONSSTAT) : un  *
      *      enregistrement par fichier agence, fusionné ou écarté    *
      *      avec son motif, repris par BORDRET dans le bordereau de  *
      *      retour adressé à chaque agence                           *
      *                                                               *
      *  La date de traitement attendue est lue sur le fichier        *
      *  paramètre (AAAAMMJJ en colonnes 1-8) ; à défaut la date du   *
      *---------------------------------------------------------------*
       COPY WFMVTS.

      *---------------------------------------------------------------*
      * Enregistrement du compte rendu de consolidation               *
      *---------------------------------------------------------------*
       COPY WCONSST.

      *---------------------------------------------------------------*
      * Décomposition des enregistrements de service d'un fichier     *
      * agence ; le total a sa propre zone afin que le code agence de *
      * l'entête reste disponible pour l'estampillage des mouvements  *
      *---------------------------------------------------------------*
       01  WS-AG-ENTETE.
           05 WS-AGE-ID             PIC X(06).
           05 WS-AGE-DATE           PIC X(08).
           05 FILLER                PIC X(104).

       01  WS-AG-TOTAL.
           05 WS-AGT-ID             PIC X(06).
           05 WS-AGT-NB             PIC X(05).
           05 FILLER                PIC X(109).
      *--- Ouverture des fichiers de sortie ---------------------------*
           PERFORM OPEN-MVTCONS
           PERFORM OPEN-LISTE
           PERFORM OPEN-CONSSTAT

           PERFORM WRITE-ENTETE-ETAT

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-MVTCONS
           PERFORM CLOSE-LISTE
           PERFORM CLOSE-CONSSTAT

           IF WS-NB-FIC-ECARTES > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-DETAIL-ETAT
           PERFORM WRITE-STATUT-AGENCE
           .

      *===============================================================*
           END-IF
           .

      *===============================================================*
      * Ouverture du compte rendu de consolidation                    *
      *===============================================================*
       OPEN-CONSSTAT.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'CONSSTAT' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN CONSSTAT ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers de sortie                              *
      *===============================================================*
           END-IF
           .

       CLOSE-CONSSTAT.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'CONSSTAT' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE CONSSTAT ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture de l'entête de l'état de consolidation               *
      *===============================================================*
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture de l'enregistrement de compte rendu du fichier       *
      * agence en cours : disposition, motif d'écart, nombres de      *
      * mouvements lus et annoncés                                    *
      *===============================================================*
       WRITE-STATUT-AGENCE.

           MOVE SPACES           TO W-CONSST
           MOVE WS-AG-NOM        TO CS-FICHIER
           MOVE WS-AG-NO         TO CS-NO-FICHIER
           MOVE WS-AGE-CODE      TO CS-AGENCE
           MOVE WS-AGE-DATE      TO CS-DATE-FICHIER
           MOVE WS-DATE-ATTENDUE TO CS-DATE-TRT
           MOVE WS-MVT-NBPOSTES  TO CS-NB-LUS
           MOVE WS-NB-ANNONCES   TO CS-NB-ANNONCES

           IF FICHIER-VALIDE
               SET CS-ACCEPTE TO TRUE
           ELSE
               SET CS-REFUSE  TO TRUE
               MOVE WS-MOTIF-ECART TO CS-MOTIF
           END-IF

           IF TOTAL-TROUVE
              AND WS-MOTIF-ECART NOT = "TOTAL ILLISIBLE"
              AND WS-MOTIF-ECART NOT = "CAPACITE DEPASSEE"
               SET CS-TOTAL-PRESENT  TO TRUE
           ELSE
               SET CS-TOTAL-MANQUANT TO TRUE
           END-IF

           MOVE W-CONSST TO Z-ENREGISTREMENT

           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'CONSSTAT' TO Z-NOM-FICHIER
           MOVE 04         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE CONSSTAT ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture de la ligne de total de l'état de consolidation      *
      *===============================================================*
