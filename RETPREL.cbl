      *      hors janvier/avril/juillet/octobre, annuel hors janvier, *
      *      cf. QUITASSU) n'a pas été prélevé : son absence du       *
      *      retour ne prouve rien et son compteur est conservé       *
      *    - Tenir le compte cotisant (COMPTE) : l'appel du cycle     *
      *      posé par QUITASSU est soldé si l'assuré est absent du    *
      *      retour, rouvert en impayé avec le motif de la banque     *
      *      s'il y figure (même après un règlement antérieur)        *
      *    - Editer la liste de relance des gestionnaires (LISTE)     *
      *    - Au deuxième rejet consécutif, générer automatiquement le *
      *      mouvement de suspension "T" dans MVTSUSP, que            *
      *---------------------------------------------------------------*
       COPY WASSURE.
       COPY WFMVTS.
       COPY WCOMPTE.

      *---------------------------------------------------------------*
      * Parcours des écritures du compte cotisant de l'assuré courant *
      * à la recherche de l'appel du cycle, et motif du premier rejet *
      * rapproché de l'assuré                                          *
      *---------------------------------------------------------------*
       77  WS-EOF-CPT               PIC X VALUE "N".
           88 FIN-COMPTE                  VALUE "Y".
           88 PAS-FIN-COMPTE              VALUE "N".
       77  WS-APPEL-VU              PIC X VALUE "N".
           88 APPEL-TROUVE                VALUE "Y".
           88 APPEL-NON-TROUVE            VALUE "N".
       77  WS-MOTIF-COURANT         PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------*
      * Décomposition d'un enregistrement du fichier retour           *
           05 WS-NB-SUSPENSIONS     PIC 9(5) VALUE 0.
           05 WS-NB-RAZ             PIC 9(5) VALUE 0.
           05 WS-NB-INCONNUS        PIC 9(5) VALUE 0.
           05 WS-NB-CPT-REGLES      PIC 9(5) VALUE 0.
           05 WS-NB-CPT-ROUVERTS    PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Nouveau compteur de rejets consécutifs de l'assuré en cours   *
           PERFORM OPEN-HIST
           PERFORM OPEN-LISTE
           PERFORM OPEN-MVTSUSP
           PERFORM OPEN-COMPTE

           PERFORM WRITE-ENTETE-ETAT

           DISPLAY "RETPREL  - SUSPENSIONS       : " WS-NB-SUSPENSIONS
           DISPLAY "RETPREL  - COMPTEURS REMIS   : " WS-NB-RAZ
           DISPLAY "RETPREL  - MATRIC. INCONNUS  : " WS-NB-INCONNUS
           DISPLAY "RETPREL  - APPELS REGLES     : " WS-NB-CPT-REGLES
           DISPLAY "RETPREL  - APPELS IMPAYES    : " WS-NB-CPT-ROUVERTS

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-HIST
           PERFORM CLOSE-LISTE
           PERFORM CLOSE-MVTSUSP
           PERFORM CLOSE-COMPTE

           IF WS-NB-SUSPENSIONS > 0 OR WS-NB-INCONNUS > 0
               MOVE 4 TO RETURN-CODE
      * suivants sont simplement édités. Un assuré actif absent du    *
      * retour ne voit son compteur remis à zéro que s'il était échu  *
      * dans le cycle couvert : sinon il n'a pas été prélevé et son   *
      * absence ne prouve rien. L'appel du cycle est ensuite soldé ou *
      * rouvert au compte cotisant                                     *
      *===============================================================*
       TRAITER-ASSURE.

                   PERFORM REWRITE-ASSURE
               END-IF
           END-IF

           PERFORM MAJ-COMPTE-CYCLE
           .

      *===============================================================*
      * Recherche au compte cotisant de l'appel du mois du cycle      *
      * couvert par le retour (écritures de l'assuré à partir du 1er  *
      * du mois) ; un assuré non prélevé dans le cycle n'en a pas     *
      *===============================================================*
       MAJ-COMPTE-CYCLE.

           SET APPEL-NON-TROUVE TO TRUE
           SET PAS-FIN-COMPTE TO TRUE

           MOVE SPACES              TO Z-ENR-LONG
           MOVE AS-MATRICULE        TO Z-ENREGISTREMENT(1:6)
           MOVE WS-DATE-CYCLE(1:6)  TO Z-ENREGISTREMENT(7:6)
           MOVE "01"                TO Z-ENREGISTREMENT(13:2)
           PERFORM BROWSE-COMPTE

           PERFORM UNTIL FIN-COMPTE OR APPEL-TROUVE
               EVALUATE TRUE
                   WHEN CP-MATRICULE NOT = AS-MATRICULE
                   WHEN CP-DATE-OPE(1:6) NOT = WS-DATE-CYCLE(1:6)
                       SET FIN-COMPTE TO TRUE
                   WHEN CP-TYPE-APPEL
                       SET APPEL-TROUVE TO TRUE
                       PERFORM SOLDER-APPEL
                   WHEN OTHER
                       MOVE SPACES TO Z-ENR-LONG
                       PERFORM BROWSE-COMPTE
               END-EVALUATE
           END-PERFORM
           .

      *===============================================================*
      * Appel du cycle : rouvert en impayé avec le motif de la banque *
      * si l'assuré figure au retour, sinon soldé par le prélèvement  *
      * s'il était en attente                                          *
      *===============================================================*
       SOLDER-APPEL.

           IF REJET-TROUVE
               SET CP-IMPAYE TO TRUE
               MOVE WS-MOTIF-COURANT TO CP-MOTIF-REJET
               IF CP-NB-REJETS NOT NUMERIC
                   MOVE 0 TO CP-NB-REJETS
               END-IF
               IF CP-NB-REJETS < 9
                   ADD 1 TO CP-NB-REJETS
               END-IF
               MOVE 0                TO CP-MT-PRELEVE
               MOVE 0                TO CP-DATE-REGLEMENT
               MOVE WS-CURR-DT(1:8)  TO CP-DATE-REJET
               MOVE WS-CURR-DT(1:8)  TO CP-DATE-MAJ
               ADD 1 TO WS-NB-CPT-ROUVERTS
               PERFORM REWRITE-COMPTE
           ELSE
               IF CP-EN-ATTENTE
                   SET CP-REGLE TO TRUE
                   COMPUTE CP-MT-PRELEVE = CP-MONTANT - CP-MT-ENCAISSE
                   MOVE WS-DATE-CYCLE    TO CP-DATE-REGLEMENT
                   MOVE WS-CURR-DT(1:8)  TO CP-DATE-MAJ
                   ADD 1 TO WS-NB-CPT-REGLES
                   PERFORM REWRITE-COMPTE
               END-IF
           END-IF
           .

      *===============================================================*
      * Lecture de l'écriture suivante du compte cotisant (une clé    *
      * fournie en tête de zone repositionne le parcours)             *
      *===============================================================*
       BROWSE-COMPTE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 07       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:128) TO W-COMPTE
           ELSE
               SET FIN-COMPTE TO TRUE
               IF Z-CODE-RETOUR NOT = 10
                   DISPLAY 'BROWSE COMPTE ERREUR : ' Z-CODE-RETOUR
               END-IF
           END-IF
           .

      *===============================================================*
      * Réécriture de l'écriture courante du compte cotisant          *
      *===============================================================*
       REWRITE-COMPTE.
           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 05       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE W-COMPTE TO Z-ENR-LONG(1:128)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'REWRITE COMPTE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*

               IF REJET-NON-TROUVE
                   SET REJET-TROUVE TO TRUE
                   MOVE WS-REJ-MOTIF(WS-REJ-IDX) TO WS-MOTIF-COURANT
                   PERFORM TRAITER-REJET
               ELSE
                   PERFORM EDITER-DETAIL-SUPPL
           END-IF
           .

      *===============================================================*
      * Ouverture du compte cotisant                                   *
      *===============================================================*
       OPEN-COMPTE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN COMPTE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture fichier des mouvements de suspension générés        *
      *===============================================================*
           END-IF
           .

       CLOSE-COMPTE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE COMPTE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture de l'entête de la liste de relance                   *
      *===============================================================*
