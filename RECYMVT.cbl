      *      la nuit (ESDS), le tout écrit dans MVTCYC qui devient    *
      *      l'entrée de CTLMVT                                       *
      *    - Sortir définitivement tout mouvement encore rejeté après *
      *      3 cycles, sur un état des rejets définitifs (LISTE) et   *
      *      dans le fichier des rejets abandonnés (MVTABAN, image    *
      *      MVTKO) repris par BORDRET dans le bordereau de retour    *
      *    - Ajouter à la suite des mouvements du jour les mouvements *
      *      saisis au siège par SAISMVT (MVTSAISI, copy WSAISIE) ;   *
      *      les enregistrements de session, qui portent l'opérateur  *
      *      et la date de saisie, ne sont pas repris. Chaque         *
      *      mouvement repris est marqué dans MVTSAISI (type "P")     *
      *      pour ne l'être qu'une fois, la trace de la saisie étant  *
      *      conservée                                                *
      *===============================================================*

       ENVIRONMENT DIVISION.
           88 FIN-MVTS                    VALUE "Y".
           88 PAS-FIN-MVTS                VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de fin de lecture des mouvements saisis au siège   *
      *---------------------------------------------------------------*
       77  WS-EOF-SA                PIC X VALUE "N".
           88 FIN-SAISIES                 VALUE "Y".
           88 PAS-FIN-SAISIES             VALUE "N".

      *---------------------------------------------------------------*
      * Nombre maximal de cycles de recyclage d'un rejet              *
      *---------------------------------------------------------------*
           05 WS-NB-DEFINITIFS      PIC 9(5) VALUE 0.
           05 WS-NB-MVT-JOUR        PIC 9(5) VALUE 0.
           05 WS-NB-MVT-FUSION      PIC 9(5) VALUE 0.
           05 WS-NB-SESSIONS        PIC 9(5) VALUE 0.
           05 WS-NB-MVT-SAISIS      PIC 9(5) VALUE 0.
           05 WS-NB-DEJA-REPRIS     PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Cycle du rejet en cours, après incrément                      *
       77  WS-CYCLE-COURANT         PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * Table des messages de rejet (rubriques 24 à 29, 32 à 34)       *
      *---------------------------------------------------------------*
       COPY MESSAGES.

       01  WS-TABLE-MSG-TAB REDEFINES TABLE-MESSAGE.
           05 WS-MSG OCCURS 35 TIMES PIC X(60).

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WFMVTS.
       COPY WMVTKO.
       COPY WSAISIE.

      *---------------------------------------------------------------*
      * Date système courante                                          *
           PERFORM OPEN-MVTSE
           PERFORM OPEN-MVTCYC
           PERFORM OPEN-LISTE
           PERFORM OPEN-MVTABAN
           PERFORM OPEN-MVTSAIMJ

      *--- Premier temps : recyclage des rejets corrigés, fusionnés  -*
      *    en tête du fichier de la nuit                               *
               PERFORM READ-MVTSE
           END-PERFORM

      *--- Troisième temps : mouvements saisis au siège, à la suite   *
      *    des mouvements du jour ------------------------------------*
           IF PAS-FIN-SAISIES
               PERFORM READ-SAISIE
           END-IF
           PERFORM UNTIL FIN-SAISIES
               PERFORM REPRENDRE-SAISIE

               PERFORM READ-SAISIE
           END-PERFORM

      *--- Clôture de l'état des rejets définitifs --------------------*
           PERFORM WRITE-TOTAL-ETAT

           DISPLAY "RECYMVT - REJETS RECYCLES    : " WS-NB-RECYCLES
           DISPLAY "RECYMVT - REJETS DEFINITIFS  : " WS-NB-DEFINITIFS
           DISPLAY "RECYMVT - MOUVEMENTS DU JOUR : " WS-NB-MVT-JOUR
           DISPLAY "RECYMVT - SESSIONS DE SAISIE : " WS-NB-SESSIONS
           DISPLAY "RECYMVT - MOUVEMENTS SAISIS  : " WS-NB-MVT-SAISIS
           DISPLAY "RECYMVT - SAISIES DEJA PRISES: " WS-NB-DEJA-REPRIS
           DISPLAY "RECYMVT - MOUVEMENTS FUSION  : " WS-NB-MVT-FUSION

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-MVTSE
           PERFORM CLOSE-MVTCYC
           PERFORM CLOSE-LISTE
           PERFORM CLOSE-MVTABAN
           PERFORM CLOSE-MVTSAIMJ

           IF WS-NB-DEFINITIFS > 0
               MOVE 4 TO RETURN-CODE
           IF WS-CYCLE-COURANT > WS-MAX-CYCLES
               ADD 1 TO WS-NB-DEFINITIFS
               PERFORM WRITE-REJET-DEFINITIF
               PERFORM WRITE-MVTABAN
           ELSE
               ADD 1 TO WS-NB-RECYCLES
               MOVE WS-CYCLE-COURANT TO F-NB-CYCLES
           END-IF
           .

      *===============================================================*
      * Reprise d'un enregistrement saisi au siège : seuls les        *
      * mouvements non encore repris rejoignent l'entrée de la nuit,  *
      * et sont aussitôt marqués repris ; les ouvertures de session   *
      * ne servent qu'à la trace de la saisie                         *
      *===============================================================*
       REPRENDRE-SAISIE.

           EVALUATE TRUE
               WHEN SA-TYPE-MOUVEMENT
                   ADD 1 TO WS-NB-MVT-SAISIS
                   MOVE SA-MVT TO Z-ENR-LONG(1:120)
                   PERFORM WRITE-MVTCYC
                   IF Z-CODE-RETOUR = 00
                       PERFORM MARQUER-SAISIE-REPRISE
                   END-IF

               WHEN SA-TYPE-REPRIS
                   ADD 1 TO WS-NB-DEJA-REPRIS

               WHEN SA-TYPE-SESSION
                   ADD 1 TO WS-NB-SESSIONS

               WHEN OTHER
                   DISPLAY 'RECYMVT - SAISIE DE TYPE INCONNU IGNOREE : '
                       SA-TYPE
           END-EVALUATE
           .

      *===============================================================*
      * Ouverture fichier des rejets en entrée                         *
      *===============================================================*
           END-IF
           .

      *===============================================================*
      * Ouverture fichier des rejets abandonnés                       *
      *===============================================================*
       OPEN-MVTABAN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTABAN' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MVTABAN ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture fichier des mouvements saisis au siège (absent :    *
      * aucune saisie)                                                *
      *===============================================================*
       OPEN-MVTSAIMJ.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'MVTSAIMJ' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MVTSAISI ERREUR : ' Z-CODE-RETOUR
               SET FIN-SAISIES TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle du fichier des rejets                    *
      *===============================================================*
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle des mouvements saisis au siège           *
      *===============================================================*
       READ-SAISIE.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'MVTSAIMJ' TO Z-NOM-FICHIER
           MOVE 02         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:128) TO W-SAISIE
              SET PAS-FIN-SAISIES TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-SAISIES TO TRUE
              ELSE
                  DISPLAY 'READ MVTSAISI ERREUR : ' Z-CODE-RETOUR
                  SET FIN-SAISIES TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle du fichier mouvements du jour            *
      *===============================================================*
           END-IF
           .

       CLOSE-MVTABAN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTABAN' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MVTABAN ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Marque du mouvement saisi qui vient d'être repris : il est    *
      * réécrit en type "P" dans MVTSAISI                             *
      *===============================================================*
       MARQUER-SAISIE-REPRISE.
           SET SA-TYPE-REPRIS TO TRUE
           MOVE W-SAISIE   TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'MVTSAIMJ' TO Z-NOM-FICHIER
           MOVE 05         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'REWRITE MVTSAISI ERREUR : ' Z-CODE-RETOUR
                   ' MATRICULE ' SA-MVT(1:6)
           END-IF
           .

       CLOSE-MVTSAIMJ.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'MVTSAIMJ' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MVTSAISI ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture d'un mouvement dans le fichier fusionné              *
      *===============================================================*
           END-IF
           .

      *===============================================================*
      * Ecriture d'un rejet définitif dans le fichier des rejets      *
      * abandonnés (image MVTKO telle que relue)                      *
      *===============================================================*
       WRITE-MVTABAN.
           MOVE W-MVTKO TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE 'MVTABAN' TO Z-NOM-FICHIER
           MOVE 04        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE MVTABAN ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture de l'entête de l'état des rejets définitifs          *
      *===============================================================*
           END-IF

           IF KO-CODE-REJET NUMERIC
              AND KO-CODE-REJET > 0 AND KO-CODE-REJET < 35
               MOVE WS-MSG(KO-CODE-REJET) TO WS-ED-MOTIF
           ELSE
               MOVE "MOTIF INCONNU" TO WS-ED-MOTIF
