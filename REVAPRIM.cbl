      *      édités mais laissés intacts                               *
      *    - Etat de valorisation (LISTE) : ancienne prime, nouvelle  *
      *      prime par assuré, et total du portefeuille avant / après *
      *    - Extrait des primes revalorisées (DELTAREV) au format du  *
      *      fichier delta : un détail de code "V" portant l'image    *
      *      réécrite de chaque assuré revalorisé, encadré d'une      *
      *      entête et d'un total ; il alimente l'édition des avis de *
      *      revalorisation aux assurés (COURRIER). Si le barème est  *
      *      absent, l'extrait est remis à vide (entête et total)     *
      *===============================================================*

       ENVIRONMENT DIVISION.
      * Description de l'enregistrement métier                        *
      *---------------------------------------------------------------*
       COPY WASSURE.
       COPY WDELTA.

      *---------------------------------------------------------------*
      * Nombre d'enregistrements de détail écrits dans DELTAREV       *
      *---------------------------------------------------------------*
       77  WS-NB-DELTA              PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * Barème de revalorisation par tranche d'âge                    *
               DISPLAY 'REVAPRIM - BAREME ABSENT OU VIDE, '
                   'TRAITEMENT ABANDONNE'
               MOVE 8 TO RETURN-CODE
               PERFORM VIDER-DELTAREV
           ELSE
               PERFORM REVALORISER-PORTEFEUILLE
           END-IF
           STOP RUN.
           .

      *===============================================================*
      * Traitement abandonné : l'extrait de la revalorisation         *
      * précédente est remplacé par un extrait vide (entête et total  *
      * à zéro) pour qu'aucun avis ne soit réédité                    *
      *===============================================================*
       VIDER-DELTAREV.

           PERFORM OPEN-DELTAREV
           PERFORM WRITE-ENTETE-DELTA
           PERFORM WRITE-TOTAL-DELTA
           PERFORM CLOSE-DELTAREV
           .

      *===============================================================*
      * Parcours complet du portefeuille et revalorisation des        *
      * assurés actifs                                                 *
           PERFORM OPEN-ASSURE
           PERFORM OPEN-HIST
           PERFORM OPEN-LISTE
           PERFORM OPEN-DELTAREV

           PERFORM WRITE-ENTETE-ETAT
           PERFORM WRITE-ENTETE-DELTA

           MOVE SPACES TO Z-ENREGISTREMENT
           PERFORM BROWSE-ASSURE
           END-PERFORM

           PERFORM WRITE-TOTAL-ETAT
           PERFORM WRITE-TOTAL-DELTA

           DISPLAY "REVAPRIM - ASSURES LUS       : " WS-NB-ASS-LUS
           DISPLAY "REVAPRIM - REVALORISES       : "
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-HIST
           PERFORM CLOSE-LISTE
           PERFORM CLOSE-DELTAREV

           IF WS-NB-ERREURS > 0
               MOVE 4 TO RETURN-CODE
               ADD 1 TO WS-NB-REVALORISES
               ADD WS-PRIME-NOUVELLE TO WS-TOT-APRES
               MOVE WS-PRIME-NOUVELLE TO WS-ED-NOU-PRIME
               PERFORM WRITE-DELTA
           ELSE

      *--- La réécriture a échoué : le fichier garde l'ancienne       *
           END-IF
           .

      *===============================================================*
      * Ouverture de l'extrait des primes revalorisées                *
      *===============================================================*
       OPEN-DELTAREV.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'DELTAREV' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN DELTAREV ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Parcours séquentiel du fichier des assurés (START/READ NEXT)  *
      *===============================================================*
           END-IF
           .

       CLOSE-DELTAREV.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'DELTAREV' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE DELTAREV ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture de l'entête de l'état de valorisation                *
      *===============================================================*
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture de l'entête de l'extrait des primes revalorisées :   *
      * date de la revalorisation                                      *
      *===============================================================*
       WRITE-ENTETE-DELTA.

           MOVE SPACES           TO W-DELTA
           SET DL-TYPE-ENTETE    TO TRUE
           MOVE WS-CURR-DT(1:8)  TO DL-DATE-RUN
           MOVE 0                TO DL-NB-MVT

           PERFORM WRITE-1-DELTA
           .

      *===============================================================*
      * Ecriture d'un détail de l'extrait : code "V" et image de      *
      * l'assuré portant la nouvelle prime                             *
      *===============================================================*
       WRITE-DELTA.

           ADD 1 TO WS-NB-DELTA

           MOVE SPACES           TO W-DELTA
           SET DL-TYPE-DETAIL    TO TRUE
           MOVE "V"              TO DL-CODE-MVT
           MOVE W-ASSURE         TO DL-IMAGE
           MOVE WS-CURR-DT(1:8)  TO DL-DATE-RUN
           MOVE 0                TO DL-NB-MVT

           PERFORM WRITE-1-DELTA
           .

      *===============================================================*
      * Ecriture de l'enregistrement de total de l'extrait : date et  *
      * nombre de détails écrits                                       *
      *===============================================================*
       WRITE-TOTAL-DELTA.

           MOVE SPACES           TO W-DELTA
           SET DL-TYPE-TOTAL     TO TRUE
           MOVE WS-CURR-DT(1:8)  TO DL-DATE-RUN
           MOVE WS-NB-DELTA      TO DL-NB-MVT

           PERFORM WRITE-1-DELTA
           .

      *===============================================================*
      * Ecriture physique d'un enregistrement dans DELTAREV           *
      *===============================================================*
       WRITE-1-DELTA.

           MOVE W-DELTA TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'DELTAREV' TO Z-NOM-FICHIER
           MOVE 04         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE DELTAREV ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture d'une ligne dans le fichier de listing                *
      *===============================================================*
