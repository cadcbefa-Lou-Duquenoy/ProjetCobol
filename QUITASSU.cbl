      *    - Pour chaque assuré appelé : éditer un avis d'appel de    *
      *      prime (LISTE) et produire un enregistrement de           *
      *      prélèvement au format fixe pour la banque (PRELEV)       *
      *      portant le compte (IBAN, BIC) et le mandat (RUM, date de *
      *      signature) lus sur le fichier des mandats (MANDAT), avec *
      *      la séquence du prélèvement : "F" premier prélèvement du  *
      *      mandat, "R" prélèvement récurrent ; la date du dernier   *
      *      prélèvement est reportée sur le mandat                   *
      *    - Chaque appel prélevé est porté au débit du compte        *
      *      cotisant de l'assuré (COMPTE) à sa date d'échéance, en   *
      *      attente du retour de la banque (cf. RETPREL)             *
      *    - Un assuré échu sans mandat valide (absent, révoqué, sans *
      *      IBAN ou non encore signé à la date d'appel) n'est ni     *
      *      appelé ni prélevé : il est édité sur une page            *
      *      d'exception avec le motif et le total non prélevé        *
      *    - Les assurés suspendus ne sont pas appelés : ils sont     *
      *      édités sur une page d'exception avec le total des        *
      *      primes en attente                                        *
      * Description de l'enregistrement métier                        *
      *---------------------------------------------------------------*
       COPY WASSURE.
       COPY WMANDAT.
       COPY WCOMPTE.

      *---------------------------------------------------------------*
      * Validité du mandat de l'assuré échu courant, motif d'exclusion*
      * et séquence du prélèvement (premier / récurrent)              *
      *---------------------------------------------------------------*
       77  WS-MANDAT-OK             PIC X VALUE "N".
           88 MANDAT-VALIDE               VALUE "Y".
           88 MANDAT-INVALIDE             VALUE "N".
       77  WS-MOTIF-MANDAT          PIC X(22) VALUE SPACES.
       77  WS-SEQ-PRELEV            PIC X(01) VALUE "R".
           88 PRELEV-PREMIER              VALUE "F".
           88 PRELEV-RECURRENT            VALUE "R".

      *---------------------------------------------------------------*
      * Compteurs de traitement et de pagination                      *
      *---------------------------------------------------------------*
       77  WS-NB-APPELES            PIC 9(5) VALUE 0.
       77  WS-NB-SUSPENDUS          PIC 9(5) VALUE 0.
       77  WS-NB-SANS-MANDAT        PIC 9(5) VALUE 0.
       77  WS-NB-PREMIERS           PIC 9(5) VALUE 0.
       77  WS-NB-PAGES              PIC 9(5) VALUE 0.
       77  WS-NB-LIGNES-PAGE        PIC 9(3) VALUE 0.
       77  WS-MAX-LIGNES-PAGE       PIC 9(3) VALUE 50.
           88 PAS-PREMIERE-PAGE           VALUE "N".

      *---------------------------------------------------------------*
      * Totaux des primes appelées, des primes suspendues et des      *
      * primes échues non prélevées faute de mandat valide            *
      *---------------------------------------------------------------*
       77  WS-TOT-APPELE            PIC 9(9)V99 VALUE 0.
       77  WS-TOT-SUSPENDU          PIC 9(9)V99 VALUE 0.
       77  WS-TOT-SANS-MANDAT       PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Périodicité de paiement : mois du cycle en cours, périodicité *
           05 WS-TOT-ANN            PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Phase de parcours : appel des actifs, page d'exception des    *
      * assurés sans mandat valide puis page d'exception des suspendus*
      *---------------------------------------------------------------*
       77  WS-PHASE                 PIC X VALUE "A".
           88 PHASE-APPEL                 VALUE "A".
           88 PHASE-SANS-MANDAT           VALUE "M".
           88 PHASE-SUSPENDUS             VALUE "S".

      *---------------------------------------------------------------*
              VALUE "                AVIS  D'APPEL  DE  PRIME".
           05 WS-H-TITRE-SUSP       PIC X(80)
              VALUE "                ASSURES  SUSPENDUS  (EXCEPTIONS)".
           05 WS-H-TITRE-MAND       PIC X(80)
              VALUE "                ASSURES  SANS  MANDAT  VALIDE".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "                ------------------------".
           05 WS-H-VIDE             PIC X(80)
              10 FILLER             PIC X(1)  VALUE SPACES.
              10 FILLER             PIC X(13) VALUE "PRIME APPELEE".
              10 FILLER             PIC X(5)  VALUE "  PER".
              10 FILLER             PIC X(1)  VALUE SPACES.
              10 FILLER             PIC X(11) VALUE "OBSERVATION".

       77  WS-AVIS-LINE             PIC X(80) VALUE SPACES.

           05 WS-AV-PRIME           PIC ZZZZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-AV-PERIOD          PIC X(01).
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-AV-OBS             PIC X(22).

      *---------------------------------------------------------------*
      * Lignes de totaux de l'avis                                     *
           05 WS-AVS-NB             PIC Z(4)9.
           05 FILLER                PIC X(20) VALUE SPACES.

       01  WS-AVIS-TOTAL-MAND.
           05 FILLER                PIC X(28)
              VALUE "TOTAL PRIMES NON PRELEVEES :".
           05 WS-AVM-MONTANT        PIC Z(8)9.99.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "ASSURES : ".
           05 WS-AVM-NB             PIC Z(4)9.
           05 FILLER                PIC X(20) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de ventilation des primes appelées par périodicité      *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * Enregistrement de détail du fichier de prélèvement bancaire   *
      * (format fixe convenu avec la banque) : débiteur, montant,     *
      * compte à débiter et mandat autorisant le prélèvement          *
      *---------------------------------------------------------------*
       01  WS-PRELEV-DETAIL.
           05 WS-PRE-TYPE           PIC X(01) VALUE "D".
           05 WS-PRE-MAT            PIC X(06).
           05 WS-PRE-NOM            PIC X(15).
           05 WS-PRE-MONTANT        PIC 9(06)V99.
           05 WS-PRE-DATE           PIC 9(08).
           05 WS-PRE-PERIOD         PIC X(01).
           05 WS-PRE-IBAN           PIC X(34).
           05 WS-PRE-BIC            PIC X(11).
           05 WS-PRE-RUM            PIC X(35).
           05 WS-PRE-DATE-SIG       PIC 9(08).
           05 WS-PRE-SEQUENCE       PIC X(01).

      *---------------------------------------------------------------*
      * Enregistrement de total du fichier de prélèvement bancaire    *
           05 WS-PRT-NB             PIC 9(05).
           05 WS-PRT-MONTANT        PIC 9(09)V99.
           05 WS-PRT-DATE           PIC 9(08).
           05 FILLER                PIC X(103) VALUE SPACES.

      *---------------------------------------------------------------*
      * Nom du programme d'accès fichiers + buffer                     *
           PERFORM OPEN-ASSURE
           PERFORM OPEN-LISTE
           PERFORM OPEN-PRELEV
           PERFORM OPEN-MANDAT
           PERFORM OPEN-COMPTE

      *--- Premier parcours : appel de prime des assurés actifs ------*
           SET PHASE-APPEL TO TRUE
               IF AS-STATUT-ACTIF
                   PERFORM DETERMINER-ECHEANCE
                   IF ASSURE-ECHU
                       PERFORM CONTROLER-MANDAT
                   END-IF
                   IF ASSURE-ECHU AND MANDAT-VALIDE
                       IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
                          OR PREMIERE-PAGE
                           PERFORM WRITE-ENTETE-AVIS
           PERFORM WRITE-TOTAL-APPEL
           PERFORM WRITE-TOTAL-PRELEV

      *--- Second parcours : assurés échus sans mandat valide, ni ----*
      *    appelés ni prélevés                                         *
           SET PHASE-SANS-MANDAT TO TRUE
           SET PAS-FIN-ASSURE TO TRUE
           SET PREMIERE-PAGE TO TRUE
           MOVE WS-MAX-LIGNES-PAGE TO WS-NB-LIGNES-PAGE

           MOVE SPACES TO Z-ENREGISTREMENT
           PERFORM BROWSE-ASSURE

           PERFORM UNTIL FIN-ASSURE
               MOVE WS-BUFFER TO W-ASSURE

               IF AS-STATUT-ACTIF
                   PERFORM DETERMINER-ECHEANCE
                   IF ASSURE-ECHU
                       PERFORM CONTROLER-MANDAT
                   END-IF
                   IF ASSURE-ECHU AND MANDAT-INVALIDE
                       IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
                          OR PREMIERE-PAGE
                           PERFORM WRITE-ENTETE-AVIS
                       END-IF
                       PERFORM TRAITER-SANS-MANDAT
                   END-IF
               END-IF

               PERFORM BROWSE-ASSURE
           END-PERFORM

           PERFORM WRITE-TOTAL-SANS-MANDAT

      *--- Troisième parcours : page d'exception des suspendus -------*
           SET PHASE-SUSPENDUS TO TRUE
           SET PAS-FIN-ASSURE TO TRUE
           SET PREMIERE-PAGE TO TRUE
           PERFORM WRITE-TOTAL-SUSPENDUS

           DISPLAY "QUITASSU - PRIMES APPELEES   : " WS-NB-APPELES
           DISPLAY "QUITASSU - DONT 1ER PRELEV.  : " WS-NB-PREMIERS
           DISPLAY "QUITASSU - SANS MANDAT VALIDE: " WS-NB-SANS-MANDAT
           DISPLAY "QUITASSU - ASSURES SUSPENDUS : " WS-NB-SUSPENDUS

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-LISTE
           PERFORM CLOSE-PRELEV
           PERFORM CLOSE-MANDAT
           PERFORM CLOSE-COMPTE

           PERFORM ECRIRE-JOURNAL

           MOVE WS-PRIME-APPELEE   TO WS-AV-PRIME
           MOVE WS-PERIOD-COURANTE TO WS-AV-PERIOD

      *--- Premier prélèvement sur ce mandat ou prélèvement récurrent *
           IF MD-DATE-DERNIER-PRLV = 0
               SET PRELEV-PREMIER TO TRUE
               ADD 1 TO WS-NB-PREMIERS
               MOVE "1ER PRELEVEMENT" TO WS-AV-OBS
           ELSE
               SET PRELEV-RECURRENT TO TRUE
           END-IF

           MOVE WS-AVIS-DETAIL TO WS-AVIS-LINE
           PERFORM WRITE-LIGNE-AVIS
           ADD 1 TO WS-NB-LIGNES-PAGE
           PERFORM WRITE-ADRESSE-AVIS

           PERFORM WRITE-PRELEV

           PERFORM MAJ-MANDAT

           PERFORM POSTER-COMPTE
           .

      *===============================================================*
      * Contrôle du mandat de l'assuré échu courant : le mandat doit  *
      * exister, être actif, porter un IBAN et avoir été signé au     *
      * plus tard à la date d'appel ; à défaut le motif est retenu    *
      *===============================================================*
       CONTROLER-MANDAT.

           SET MANDAT-INVALIDE TO TRUE
           MOVE SPACES TO WS-MOTIF-MANDAT

           PERFORM READ-MANDAT

           IF Z-CODE-RETOUR NOT = 00
               MOVE "MANDAT ABSENT"     TO WS-MOTIF-MANDAT
           ELSE IF NOT MD-STATUT-ACTIF
               MOVE "MANDAT REVOQUE"    TO WS-MOTIF-MANDAT
           ELSE IF MD-IBAN = SPACES
               MOVE "IBAN ABSENT"       TO WS-MOTIF-MANDAT
           ELSE IF MD-DATE-SIGNATURE NOT NUMERIC
                OR MD-DATE-SIGNATURE = 0
                OR MD-DATE-SIGNATURE > WS-DATE-APPEL
               MOVE "MANDAT NON SIGNE"  TO WS-MOTIF-MANDAT
           ELSE
               SET MANDAT-VALIDE TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *===============================================================*
      * Edition d'un assuré échu sans mandat valide sur la page       *
      * d'exception : la fraction de prime n'est pas prélevée         *
      *===============================================================*
       TRAITER-SANS-MANDAT.

           ADD 1                TO WS-NB-SANS-MANDAT
           ADD WS-PRIME-APPELEE TO WS-TOT-SANS-MANDAT

           MOVE SPACES             TO WS-AVIS-DETAIL
           MOVE AS-MATRICULE       TO WS-AV-MAT
           MOVE AS-NOM             TO WS-AV-NOM
           MOVE AS-PRENOM          TO WS-AV-PRENOM
           MOVE WS-PRIME-APPELEE   TO WS-AV-PRIME
           MOVE WS-PERIOD-COURANTE TO WS-AV-PERIOD
           MOVE WS-MOTIF-MANDAT    TO WS-AV-OBS

           MOVE WS-AVIS-DETAIL TO WS-AVIS-LINE
           PERFORM WRITE-LIGNE-AVIS
           ADD 1 TO WS-NB-LIGNES-PAGE

           PERFORM WRITE-ADRESSE-AVIS
           .

      *===============================================================*
           END-IF
           .

      *===============================================================*
      * Ouverture fichier des mandats de prélèvement                  *
      *===============================================================*
       OPEN-MANDAT.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'MANDAT' TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MANDAT ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Lecture du mandat de l'assuré courant (par matricule)         *
      *===============================================================*
       READ-MANDAT.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'MANDAT' TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG
           MOVE AS-MATRICULE TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:128) TO W-MANDAT
           ELSE
               MOVE SPACES TO W-MANDAT
               IF Z-CODE-RETOUR NOT = 23
                   DISPLAY 'READ MANDAT ERREUR : ' Z-CODE-RETOUR
               END-IF
           END-IF
           .

      *===============================================================*
      * Report de la date d'appel comme date du dernier prélèvement   *
      * du mandat : le prochain prélèvement sera récurrent            *
      *===============================================================*
       MAJ-MANDAT.

           MOVE WS-DATE-APPEL TO MD-DATE-DERNIER-PRLV
           MOVE W-MANDAT      TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'MANDAT' TO Z-NOM-FICHIER
           MOVE 05       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'REWRITE MANDAT ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Débit de l'appel au compte cotisant de l'assuré, à la date    *
      * d'échéance, en attente du retour de la banque                 *
      *===============================================================*
       POSTER-COMPTE.

           MOVE SPACES             TO W-COMPTE
           MOVE AS-MATRICULE       TO CP-MATRICULE
           MOVE WS-DATE-APPEL      TO CP-DATE-OPE
           SET CP-TYPE-APPEL       TO TRUE
           MOVE 1                  TO CP-SEQ
           MOVE WS-PERIOD-COURANTE TO CP-PERIODICITE
           MOVE WS-PRIME-APPELEE   TO CP-MONTANT
           MOVE 0                  TO CP-MT-PRELEVE
           MOVE 0                  TO CP-MT-ENCAISSE
           SET CP-EN-ATTENTE       TO TRUE
           MOVE 0                  TO CP-NB-REJETS
           MOVE 0                  TO CP-DATE-REJET
           MOVE 0                  TO CP-DATE-REGLEMENT
           MOVE WS-DATE-APPEL      TO CP-DATE-MAJ

           MOVE W-COMPTE TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 04       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE COMPTE ERREUR : ' Z-CODE-RETOUR
                   ' MATRICULE ' AS-MATRICULE
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
      * Parcours séquentiel du fichier des assurés (START/READ NEXT)  *
      *===============================================================*
           END-IF
           .

       CLOSE-MANDAT.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'MANDAT' TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MANDAT ERREUR : ' Z-CODE-RETOUR
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
      * Ecriture de l'entête de page de l'avis : le titre dépend de   *
      * la phase (appel des actifs, exceptions des assurés sans       *
      * mandat valide ou des suspendus)                                *
      *===============================================================*
       WRITE-ENTETE-AVIS.

           MOVE WS-DATE-EDIT TO WS-H-DATE
           MOVE WS-NB-PAGES  TO WS-H-PAGE

           EVALUATE TRUE
               WHEN PHASE-SUSPENDUS
                   MOVE WS-H-TITRE-SUSP TO WS-AVIS-LINE
               WHEN PHASE-SANS-MANDAT
                   MOVE WS-H-TITRE-MAND TO WS-AVIS-LINE
               WHEN OTHER
                   MOVE WS-H-TITRE      TO WS-AVIS-LINE
           END-EVALUATE
           PERFORM WRITE-LIGNE-AVIS

           MOVE WS-H-SOUS-TITRE TO WS-AVIS-LINE
           PERFORM WRITE-LIGNE-AVIS
           .

      *===============================================================*
      * Ecriture du total des primes échues non prélevées faute de    *
      * mandat valide                                                  *
      *===============================================================*
       WRITE-TOTAL-SANS-MANDAT.

           MOVE WS-TOT-SANS-MANDAT TO WS-AVM-MONTANT
           MOVE WS-NB-SANS-MANDAT  TO WS-AVM-NB

           MOVE WS-H-VIDE          TO WS-AVIS-LINE
           PERFORM WRITE-LIGNE-AVIS

           MOVE WS-H-TIRETS        TO WS-AVIS-LINE
           PERFORM WRITE-LIGNE-AVIS

           MOVE WS-AVIS-TOTAL-MAND TO WS-AVIS-LINE
           PERFORM WRITE-LIGNE-AVIS
           .

      *===============================================================*
      * Ecriture du total des primes en attente (assurés suspendus)   *
      *===============================================================*
           MOVE "D"                TO WS-PRE-TYPE
           MOVE AS-MATRICULE       TO WS-PRE-MAT
           MOVE AS-NOM             TO WS-PRE-NOM
           MOVE WS-PRIME-APPELEE   TO WS-PRE-MONTANT
           MOVE WS-DATE-APPEL      TO WS-PRE-DATE
           MOVE WS-PERIOD-COURANTE TO WS-PRE-PERIOD
           MOVE MD-IBAN            TO WS-PRE-IBAN
           MOVE MD-BIC             TO WS-PRE-BIC
           MOVE MD-RUM             TO WS-PRE-RUM
           MOVE MD-DATE-SIGNATURE  TO WS-PRE-DATE-SIG
           MOVE WS-SEQ-PRELEV      TO WS-PRE-SEQUENCE

           MOVE WS-PRELEV-DETAIL TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'PRELEV' TO Z-NOM-FICHIER
           MOVE WS-TOT-APPELE TO WS-PRT-MONTANT
           MOVE WS-DATE-APPEL TO WS-PRT-DATE

           MOVE WS-PRELEV-TOTAL TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'PRELEV' TO Z-NOM-FICHIER
           MOVE WS-DATE-APPEL TO J-DATE-TRT
           MOVE WS-NB-APPELES TO J-NB-LUS
           MOVE WS-NB-APPELES TO J-NB-TRAITES
           COMPUTE J-NB-ANOMALIES = WS-NB-SUSPENDUS + WS-NB-SANS-MANDAT
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
