      *      d'attente de la veille (ATTIN) avant l'entrée du jour,   *
      *      et report des mouvements encore à échoir vers le fichier *
      *      d'attente du jour (ATTOUT)                               *
      *    - Marquer chaque création à l'historique des assurés       *
      *      (HISTASSUR) : avant-image à blanc horodatée de la date   *
      *      de traitement, qui date l'entrée de l'assuré dans le     *
      *      portefeuille (contrôles de la gestion des sinistres)     *
      *    - Calculer, sur une suppression ("S") ou une suspension    *
      *      ("T") d'un assuré actif, la part non courue du dernier   *
      *      appel de prime (compte cotisant COMPTE) à la date        *
      *      d'effet du mouvement, au prorata des jours de la période *
      *      couverte (mois, trimestre ou année selon la périodicité  *
      *      de l'assuré) ; le remboursement est viré sur le compte   *
      *      du mandat (REMBOURS : entête, détails et total), inscrit *
      *      au registre des remboursements pour la comptabilité      *
      *      (REGREMB) et signalé sur l'ETATANO de l'agence ; un      *
      *      montant inférieur au seuil du fichier paramètre          *
      *      (colonnes 10-15) ou un assuré sans mandat ne donne pas   *
      *      lieu à virement et figure à part au registre ; la base   *
      *      est le montant effectivement reçu sur l'appel, un appel  *
      *      encore en attente du retour de la banque figure à part ; *
      *      le virement est inscrit au compte cotisant (type "B") et *
      *      vient en déduction d'un remboursement ultérieur calculé  *
      *      sur le même appel ; sur une reprise, les virements du    *
      *      jour inscrits au compte cotisant sont réécrits dans      *
      *      REMBOURS et au registre avant la suite des mouvements    *
      *    - Inscrire chaque mouvement écarté, avec le numéro de son  *
      *      motif, au fichier des anomalies de mise à jour (ANOMAJ,  *
      *      cf. copy WANOMAJ) relu par BORDRET ; sur une reprise, le *
      *      fichier est complété et non recréé                       *
      *    - Mode simulation (code "S" en colonne 9 du fichier        *
      *      paramètre) : les mêmes entrées (ESDS, ATTIN) et les      *
      *      mêmes règles sont appliquées à une copie de travail du   *
      *      fichier des assurés (KSDSSIM) ; ETATANO, STAT et DELTA   *
      *      sont produits et marqués SIMULATION, de même que le      *
      *      registre des remboursements, mais ni F-ASSURES, ni       *
      *      HISTASSUR, STATHIST, ATTOUT, REMBOURS, ANOMAJ, le point  *
      *      de reprise ou le journal des exécutions ne sont mis à    *
      *      jour : une simulation ne vaut pas passage réussi pour    *
      *      la chaîne                                                *
      *===============================================================*

       ENVIRONMENT DIVISION.

       01  WS-PARAM-REC.
           05 WS-PAR-DATE           PIC X(08).
           05 WS-PAR-MODE           PIC X(01).
              88 PAR-MODE-SIMULATION      VALUE "S".
           05 WS-PAR-SEUIL          PIC X(06).
           05 WS-PAR-SEUIL-N REDEFINES WS-PAR-SEUIL
                                    PIC 9(04)V99.
           05 FILLER                PIC X(65).

      *---------------------------------------------------------------*
      * Seuil de remboursement (colonnes 10-15 du paramètre, en       *
      * centimes : 000500 = 5,00) : une part non courue inférieure    *
      * n'est pas remboursée ; 5,00 à défaut                          *
      *---------------------------------------------------------------*
       77  WS-SEUIL-REMB            PIC 9(4)V99 VALUE 5.00.

      *---------------------------------------------------------------*
      * Mode d'exécution : réel (mise à jour de F-ASSURES) ou         *
      * simulation (mise à jour de la copie de travail KSDSSIM). Le   *
      * fichier des assurés est désigné à ACCFIC par WS-FIC-ASSURE    *
      *---------------------------------------------------------------*
       77  WS-MODE-EXEC             PIC X VALUE "R".
           88 MODE-REEL                   VALUE "R".
           88 MODE-SIMULATION             VALUE "S".

       77  WS-FIC-ASSURE            PIC X(8) VALUE 'KSDS'.

      *---------------------------------------------------------------*
      * Nombre d'assurés recopiés dans la copie de travail            *
      *---------------------------------------------------------------*
       77  WS-NB-COPIES             PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * Conformité de l'enchaînement : passage réussi de CTLMVT au    *
      *---------------------------------------------------------------*
       77  WS-NB-ATT-REPORTES       PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Marque de création écrite à l'historique des assurés : même   *
      * format que l'enregistrement HISTASSUR, avant-image à blanc    *
      *---------------------------------------------------------------*
       01  WS-HIST-CREATION.
           05 WS-HC-TIMESTAMP.
              10 WS-HC-DATE         PIC 9(08).
              10 WS-HC-HEURE        PIC X(06).
           05 WS-HC-MAT             PIC X(06).
           05 WS-HC-IMAGE           PIC X(108).

      *---------------------------------------------------------------*
      * Compteurs statistiques                                         *
      *---------------------------------------------------------------*
           05 FILLER                PIC X(07) VALUE "ETATANO".
           05 WS-ANO-NOM-NO         PIC 9(01).

      *---------------------------------------------------------------*
      * Enregistrement des anomalies de mise à jour (ANOMAJ) : un par *
      * mouvement écarté, en exécution réelle, pour le bordereau de   *
      * retour (BORDRET) ; origine du mouvement en cours de           *
      * traitement (entrée de la nuit ou libéré de l'attente)         *
      *---------------------------------------------------------------*
       COPY WANOMAJ.

       77  WS-ORIGINE-MVT           PIC X VALUE "J".
           88 ORIGINE-JOUR                VALUE "J".
           88 ORIGINE-ATTENTE             VALUE "A".

      *---------------------------------------------------------------*
      * Code agence édité dans l'historique des statistiques          *
      *---------------------------------------------------------------*
       COPY MESSAGES.

       01  WS-TABLE-MSG-TAB REDEFINES TABLE-MESSAGE.
           05 WS-MSG OCCURS 35 TIMES PIC X(60).

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       77  WS-NB-DELTA              PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * Enregistrements du compte cotisant, du mandat de prélèvement  *
      * et du fichier des remboursements                              *
      *---------------------------------------------------------------*
       COPY WCOMPTE.
       COPY WMANDAT.
       COPY WREMBOU.

       77  WS-EOF-CPT               PIC X VALUE "N".
           88 FIN-COMPTE                  VALUE "Y".
           88 PAS-FIN-COMPTE              VALUE "N".

       77  WS-APPEL                 PIC X VALUE "N".
           88 APPEL-TROUVE                VALUE "Y".
           88 APPEL-NON-TROUVE            VALUE "N".

       77  WS-MANDAT                PIC X VALUE "N".
           88 MANDAT-TROUVE               VALUE "Y".
           88 MANDAT-NON-TROUVE           VALUE "N".

       77  WS-APPEL-ETAT            PIC X VALUE "E".
           88 APPEL-ENCAISSE              VALUE "E".
           88 APPEL-EN-ATTENTE            VALUE "P".

       77  WS-SEQ-CPT               PIC X VALUE "N".
           88 SEQ-CPT-LIBRE               VALUE "Y".
           88 SEQ-CPT-PRISE               VALUE "N".

      *---------------------------------------------------------------*
      * Calcul du remboursement au prorata : dernier appel de prime   *
      * de l'assuré, période couverte (du premier jour du mois de     *
      * l'appel au premier jour du mois suivant la période, exclu),   *
      * jours non courus à compter de la date d'effet du mouvement    *
      * (date de traitement à défaut)                                 *
      *---------------------------------------------------------------*
       01  WS-REMB-CALCUL.
           05 WS-RB-DATE-APPEL      PIC 9(08).
           05 WS-RB-BASE            PIC 9(06)V99.
           05 WS-RB-DEJA-REMB       PIC 9(06)V99.
           05 WS-RB-SEQ             PIC 9(02).
           05 WS-RB-DATE-EFFET      PIC 9(08).
           05 WS-RB-PERIOD          PIC X(01).
           05 WS-RB-NB-MOIS         PIC 9(02).
           05 WS-RB-DEBUT.
              10 WS-RB-DEBUT-AAAA   PIC 9(04).
              10 WS-RB-DEBUT-MM     PIC 9(02).
              10 WS-RB-DEBUT-JJ     PIC 9(02).
           05 WS-RB-DEBUT-N REDEFINES WS-RB-DEBUT
                                    PIC 9(08).
           05 WS-RB-FIN.
              10 WS-RB-FIN-AAAA     PIC 9(04).
              10 WS-RB-FIN-MM       PIC 9(02).
              10 WS-RB-FIN-JJ       PIC 9(02).
           05 WS-RB-FIN-N REDEFINES WS-RB-FIN
                                    PIC 9(08).
           05 WS-RB-JOURS-PERIODE   PIC 9(03).
           05 WS-RB-JOURS-RESTANTS  PIC 9(03).
           05 WS-RB-MONTANT         PIC 9(06)V99.

      *---------------------------------------------------------------*
      * Compteurs des remboursements : virés, sous le seuil, sans     *
      * mandat ou sur un appel en attente du retour de la banque      *
      * (montant à rembourser hors virement)                          *
      *---------------------------------------------------------------*
       01  WS-REMB-COMPTEURS.
           05 WS-NB-REMB            PIC 9(5) VALUE 0.
           05 WS-MT-REMB            PIC 9(9)V99 VALUE 0.
           05 WS-NB-REMB-SEUIL      PIC 9(5) VALUE 0.
           05 WS-MT-REMB-SEUIL      PIC 9(9)V99 VALUE 0.
           05 WS-NB-REMB-SANS-MDT   PIC 9(5) VALUE 0.
           05 WS-MT-REMB-SANS-MDT   PIC 9(9)V99 VALUE 0.
           05 WS-NB-REMB-ATTENTE    PIC 9(5) VALUE 0.
           05 WS-MT-REMB-ATTENTE    PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Lignes du registre des remboursements non émis, éditées en    *
      * fin de registre                                               *
      *---------------------------------------------------------------*
       01  WS-TAB-NON-EMIS.
           05 WS-NE-LIGNE OCCURS 1000 PIC X(80).

       77  WS-NE-NB                 PIC 9(4) VALUE 0.
       77  WS-NE-IDX                PIC 9(4) VALUE 0.
       77  WS-NE-DEBORD             PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Date à éditer AAAAMMJJ et date éditée JJ/MM/AAAA              *
      *---------------------------------------------------------------*
       01  WS-RB-DATE-A-EDITER.
           05 WS-RB-DAE-AAAA        PIC 9(04).
           05 WS-RB-DAE-MM          PIC 9(02).
           05 WS-RB-DAE-JJ          PIC 9(02).
       01  WS-RB-DATE-A-EDITER-N REDEFINES WS-RB-DATE-A-EDITER
                                    PIC 9(08).

       01  WS-RB-DATE-EDITEE.
           05 WS-RB-DEE-JJ          PIC 9(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 WS-RB-DEE-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 WS-RB-DEE-AAAA        PIC 9(04).

      *---------------------------------------------------------------*
      * Ligne de remboursement portée sur l'ETATANO de l'agence       *
      *---------------------------------------------------------------*
       01  WS-ETAT-REMB.
           05 WS-ER-MAT             PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(08) VALUE "REMBT  :".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE "PRIME PRORATA ".
           05 WS-ER-MONTANT         PIC Z(5)9.99.
           05 FILLER                PIC X(07) VALUE " EFFET ".
           05 WS-ER-EFFET           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ER-SUITE           PIC X(21).

      *---------------------------------------------------------------*
      * Registre des remboursements (REGREMB)                         *
      *---------------------------------------------------------------*
       77  WS-RG-LINE               PIC X(80) VALUE SPACES.

       01  WS-REGISTRE-ENTETES.
           05 WS-RG-TITRE           PIC X(80)
              VALUE "          REGISTRE DES REMBOURSEMENTS DE PRIME".
           05 WS-RG-SOUS-TITRE      PIC X(80)
              VALUE "          ------------------------------------".
           05 WS-RG-SIMULATION      PIC X(80)
              VALUE "    *** SIMULATION - AUCUN VIREMENT EMIS ***".
           05 WS-RG-VIDE            PIC X(80) VALUE SPACES.
           05 WS-RG-TIRETS          PIC X(80) VALUE ALL "-".
           05 WS-RG-LIGNE-DATE.
              10 FILLER             PIC X(21)
                 VALUE "DATE DE TRAITEMENT : ".
              10 WS-RGH-DATE        PIC X(10).
              10 FILLER             PIC X(27)
                 VALUE "   SEUIL DE REMBOURSEMENT :".
              10 WS-RGH-SEUIL       PIC Z(3)9.99.
              10 FILLER             PIC X(15) VALUE SPACES.
           05 WS-RG-EMIS            PIC X(80)
              VALUE "REMBOURSEMENTS EMIS (VIREMENTS)".
           05 WS-RG-NON-EMIS        PIC X(80)
              VALUE "REMBOURSEMENTS NON EMIS".
           05 WS-RG-NEANT           PIC X(80)
              VALUE "   NEANT".
           05 WS-RG-COL-EMIS.
              10 FILLER             PIC X(39)
                 VALUE "MATRIC NOM           AG  M  EFFET      ".
              10 FILLER             PIC X(41)
                 VALUE "APPEL       P    APPELE  JOURS  REMBOURSE".
           05 WS-RG-COL-NON-EMIS.
              10 FILLER             PIC X(39)
                 VALUE "MATRIC NOM           AG  M  EFFET      ".
              10 FILLER             PIC X(41)
                 VALUE "MOTIF       P    APPELE  JOURS    MONTANT".

       01  WS-RG-DETAIL.
           05 WS-RGD-MAT            PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-RGD-NOM            PIC X(13).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-RGD-AGENCE         PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RGD-CODE           PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RGD-EFFET          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-RGD-APPEL          PIC X(11).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-RGD-PERIOD         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-RGD-APPELE         PIC Z(5)9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-RGD-JOURS          PIC ZZ9 BLANK WHEN ZERO.
           05 FILLER                PIC X(01) VALUE "/".
           05 WS-RGD-JOURS-PER      PIC ZZ9 BLANK WHEN ZERO.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-RGD-MONTANT        PIC Z(5)9.99.

       01  WS-RG-TOTAL.
           05 WS-RGT-LIBELLE        PIC X(32).
           05 WS-RGT-NB             PIC Z(4)9.
           05 FILLER                PIC X(10) VALUE "  MONTANT ".
           05 WS-RGT-MONTANT        PIC Z(8)9.99.
           05 FILLER                PIC X(21) VALUE SPACES.

       01  WS-RG-DEBORD.
           05 FILLER                PIC X(40)
              VALUE "   *** TABLE PLEINE, LIGNES NON EDITEES ".
           05 FILLER                PIC X(02) VALUE ": ".
           05 WS-RGB-NB             PIC Z(4)9.
           05 FILLER                PIC X(33) VALUE SPACES.

      *---------------------------------------------------------------*
      * Date système courante                                          *
      *---------------------------------------------------------------*
                 VALUE "User      : API11".
              10 WS-H-USER          PIC X(8).

           05 WS-H-SIMULATION       PIC X(80)
              VALUE "    *** SIMULATION - F-ASSURES NON MIS A JOUR ***".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*

       77  WS-STAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Marque de tête du fichier STAT produit en simulation          *
      *---------------------------------------------------------------*
       77  WS-STAT-SIMULATION       PIC X(80) VALUE
           "I *** SIMULATION - STATISTIQUES PREVISIONNELLES ***".

      *---------------------------------------------------------------*
      * Ligne de statistique                                           *
      *---------------------------------------------------------------*
      *--- Date de traitement : paramètre, date du jour à défaut ------*
           PERFORM LIRE-PARAMETRE

           IF MODE-SIMULATION
               DISPLAY 'MAJASSUR - MODE SIMULATION : AUCUNE MISE A '
                   'JOUR DE F-ASSURES'
           END-IF

      *--- Contrôle d'enchaînement : sans passage réussi de CTLMVT    *
      *    au journal pour la date de traitement, l'entrée n'a pas    *
      *    été contrôlée et la mise à jour est refusée ----------------*
                   'AU JOURNAL POUR LE ' WS-DATE-JOUR
               DISPLAY 'MAJASSUR - TRAITEMENT REFUSE'
               MOVE 16 TO RETURN-CODE
               IF MODE-REEL
                   PERFORM ECRIRE-JOURNAL
               END-IF
               STOP RUN
           END-IF

           PERFORM WRITE-ENTETE-ETATANO
           PERFORM WRITE-ENTETES-AGENCES
           PERFORM OPEN-STAT

      *--- Simulation : la mise à jour porte sur une copie de travail *
      *    du fichier des assurés ; historiques, reprise et attente   *
      *    du jour ne sont pas ouverts (le checkpoint reste à zéro) --*
           IF MODE-SIMULATION
               MOVE 0      TO WS-CKPT-SEQ
               MOVE 0      TO WS-CKPT-ATT
               MOVE 0      TO WS-CKPT-SEQ-INIT
               MOVE SPACES TO WS-CKPT-MAT
               PERFORM PREPARER-COPIE-TRAVAIL
               PERFORM WRITE-MARQUE-STAT
           ELSE
               PERFORM OPEN-STATHIST
               PERFORM OPEN-CHKPT
               PERFORM OPEN-HIST
               PERFORM OPEN-ANOMAJ
           END-IF

           PERFORM OPEN-DELTA
           PERFORM WRITE-ENTETE-DELTA

      *--- Remboursements de prime : compte cotisant et mandats lus   *
      *    au fil des suppressions et suspensions ; le registre est   *
      *    toujours produit, le fichier des virements en exécution    *
      *    réelle seulement ------------------------------------------*
           PERFORM OPEN-COMPTE
           PERFORM OPEN-MANDAT
           PERFORM OPEN-REGREMB
           PERFORM WRITE-ENTETE-REGISTRE
           IF MODE-REEL
               PERFORM OPEN-REMBOURS
               PERFORM WRITE-ENTETE-REMBOURS
           END-IF

      *--- Reprise sur checkpoint : les virements déjà inscrits au    *
      *    compte cotisant avant l'abend sont réécrits dans le        *
      *    fichier des virements et le registre, qui repartent vides -*
           IF MODE-REEL
              AND (WS-CKPT-SEQ > 0 OR WS-CKPT-ATT > 0)
               PERFORM RECONSTITUER-REMBOURS
           END-IF

      *--- Libération des mouvements en attente arrivés à échéance : *
      *    ils passent par TRAITER-MOUVEMENT avant l'entrée du jour,  *
      *    les mouvements encore à échoir repartent vers ATTOUT       *
           PERFORM OPEN-ATTIN
           IF MODE-REEL
               PERFORM OPEN-ATTOUT
           END-IF

      *--- Les mouvements d'attente couverts par le dernier           *
      *    checkpoint (repris via WS-CKPT-ATT) ne sont pas relibérés ; *
      *    leur part encore à échoir est néanmoins réécrite vers      *
      *    ATTOUT, qui repart de zéro à chaque lancement               *
           SET ORIGINE-ATTENTE TO TRUE
           PERFORM READ-ATTIN
           PERFORM UNTIL FIN-ATTENTE
              ADD 1 TO WS-NB-ATT-LUS-BRUT
           END-IF

      *--- Lecture initiale du fichier des mouvements ----------------*
           SET ORIGINE-JOUR TO TRUE
           PERFORM READ-MVTSE
           IF NOT FIN-MVTS
              MOVE WS-BUFFER TO W-FMVTSE
      *--- Clôture du fichier interface delta comptabilité -----------*
           PERFORM WRITE-TOTAL-DELTA

      *--- Clôture des remboursements : total du fichier des          *
      *    virements, puis fin du registre (remboursements non émis) -*
           IF MODE-REEL
               PERFORM WRITE-TOTAL-REMBOURS
           END-IF
           PERFORM WRITE-FIN-REGISTRE

      *--- Ecriture des statistiques finales -------------------------*
           PERFORM WRITE-STAT-FINAL
           IF MODE-REEL
               PERFORM ECRIRE-STAT-HISTO
           END-IF
           PERFORM CONTROLE-TOTAUX

      *--- Fin normale : le point de reprise est remis à zéro pour    *
           PERFORM CLOSE-ETATANO
           PERFORM CLOSE-ETATANO-AGENCES
           PERFORM CLOSE-STAT
           IF MODE-REEL
               PERFORM CLOSE-STATHIST
               PERFORM CLOSE-CHKPT
               PERFORM CLOSE-HIST
               PERFORM CLOSE-ANOMAJ
           END-IF
           PERFORM CLOSE-DELTA
           PERFORM CLOSE-ATTIN
           PERFORM CLOSE-COMPTE
           PERFORM CLOSE-MANDAT
           PERFORM CLOSE-REGREMB
           IF MODE-REEL
               PERFORM CLOSE-REMBOURS
           END-IF
           IF MODE-REEL
               PERFORM CLOSE-ATTOUT
           END-IF

           PERFORM DETERMINER-CODE-RETOUR

      *--- Une simulation n'est pas inscrite au journal : elle ne     *
      *    compte pas comme passage de la mise à jour ----------------*
           IF MODE-REEL
               PERFORM ECRIRE-JOURNAL
           ELSE
               DISPLAY 'MAJASSUR - FIN DE SIMULATION, CODE RETOUR '
                   'PREVISIONNEL : ' RETURN-CODE
           END-IF

           STOP RUN.
           .
      *===============================================================*
      * Lecture de la date de traitement sur le fichier paramètre     *
      * (AAAAMMJJ en colonnes 1-8, même convention que CONSMVT) ; à   *
      * défaut la date du jour est retenue. Un "S" en colonne 9       *
      * demande le mode simulation ; les colonnes 10-15 portent le    *
      * seuil de remboursement de prime                               *
      *===============================================================*
       LIRE-PARAMETRE.
           MOVE WS-CURR-DT(1:8) TO WS-DATE-JOUR
                       DISPLAY 'MAJASSUR - PARAMETRE INVALIDE, DATE '
                           'DU JOUR RETENUE : ' WS-DATE-JOUR
                   END-IF
                   IF PAR-MODE-SIMULATION
                       SET MODE-SIMULATION TO TRUE
                   END-IF
                   IF WS-PAR-SEUIL NUMERIC
                       MOVE WS-PAR-SEUIL-N TO WS-SEUIL-REMB
                   ELSE
                       DISPLAY 'MAJASSUR - SEUIL DE REMBOURSEMENT '
                           'ABSENT, SEUIL RETENU : ' WS-SEUIL-REMB
                   END-IF
               ELSE
                   DISPLAY 'MAJASSUR - PARAMETRE VIDE, DATE DU JOUR '
                       'RETENUE : ' WS-DATE-JOUR
       OPEN-ASSURE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT
      * jour                                                           *
      *===============================================================*
       WRITE-ATTOUT.

      *--- Simulation : le report est compté mais pas écrit ----------*
           IF MODE-REEL
               MOVE W-FMVTSE TO Z-ENR-LONG(1:120)

               MOVE 'ACCFIC' TO WS-ACC
               MOVE 'ATTOUT' TO Z-NOM-FICHIER
               MOVE 04       TO Z-CODE-FONCTION
               MOVE 00       TO Z-CODE-RETOUR

               CALL WS-ACC USING Z-COM

               IF Z-CODE-RETOUR NOT = 00
                   DISPLAY 'WRITE ATTOUT ERREUR : ' Z-CODE-RETOUR
               END-IF
           END-IF
           .

           END-IF
           .

      *===============================================================*
      * Ouverture fichier des anomalies de mise à jour : complété     *
      * lors d'une reprise sur checkpoint (anomalies écrites avant    *
      * l'abend conservées), recréé sinon                             *
      *===============================================================*
       OPEN-ANOMAJ.
           MOVE 'ACCFIC' TO WS-ACC

           IF WS-CKPT-SEQ > 0 OR WS-CKPT-ATT > 0
               MOVE 'ANOMAJEX' TO Z-NOM-FICHIER
           ELSE
               MOVE 'ANOMAJ'   TO Z-NOM-FICHIER
           END-IF
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN ANOMAJ ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Lecture du dernier point de reprise, s'il existe               *
      *===============================================================*
      * Ecriture / mise à jour du point de reprise                    *
      *===============================================================*
       WRITE-CHECKPOINT.

      *--- Simulation : aucun point de reprise n'est pris -------------*
           IF MODE-REEL
               MOVE 'ACCFIC' TO WS-ACC
               MOVE 'CHKPT'  TO Z-NOM-FICHIER
               MOVE 00       TO Z-CODE-RETOUR
               MOVE SPACES   TO Z-ENREGISTREMENT
               MOVE WS-CKPT-REC TO Z-ENREGISTREMENT(1:74)

               IF CKPT-EXISTE
                   MOVE 05 TO Z-CODE-FONCTION
               ELSE
                   MOVE 04 TO Z-CODE-FONCTION
               END-IF

               CALL WS-ACC USING Z-COM

               IF Z-CODE-RETOUR = 00
                   SET CKPT-EXISTE TO TRUE
               ELSE
                   DISPLAY 'WRITE CHKPT ERREUR : ' Z-CODE-RETOUR
               END-IF
           END-IF
           .

       READ-ASSURES.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT
       CLOSE-ASSURE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT
           END-IF
           .

       CLOSE-ANOMAJ.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'ANOMAJ' TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ANOMAJ ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

       CLOSE-DELTA.
           MOVE 'ACCFIC' TO WS-ACC


      *--- Vérifier si l'assuré existe déjà --------------------------*
           MOVE 'ACCFIC' TO WS-ACC
           MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT
                   END-IF

                   MOVE 'ACCFIC' TO WS-ACC
                   MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
                   MOVE 04       TO Z-CODE-FONCTION
                   MOVE 00       TO Z-CODE-RETOUR
                   MOVE W-ASSURE TO Z-ENR-LONG(1:108)
                           ADD 1 TO WS-AG-NB-CRE(WS-AG-IDX)
                       END-IF
                       PERFORM WRITE-DELTA
                       IF MODE-REEL
                           PERFORM ECRIRE-MARQUE-CREATION
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-ANOM
                       IF WS-AG-IDX > 0
           END-IF
           .

      *===============================================================*
      * Ecriture de la marque de création de l'assuré à l'historique  *
      * (avant-image à blanc : l'assuré n'existait pas auparavant)    *
      *===============================================================*
       ECRIRE-MARQUE-CREATION.

           MOVE WS-DATE-JOUR      TO WS-HC-DATE
           MOVE WS-CURR-DT(9:6)   TO WS-HC-HEURE
           MOVE AS-MATRICULE      TO WS-HC-MAT
           MOVE SPACES            TO WS-HC-IMAGE

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'HIST'   TO Z-NOM-FICHIER
           MOVE 04       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE WS-HIST-CREATION TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE HIST ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Traitement d'un mouvement de modification                     *
      *===============================================================*

      *--- Vérifier que l'assuré existe ------------------------------*
           MOVE 'ACCFIC' TO WS-ACC
           MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT
                   END-IF

                   MOVE 'ACCFIC' TO WS-ACC
                   MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
                   MOVE 05       TO Z-CODE-FONCTION
                   MOVE 00       TO Z-CODE-RETOUR
                   MOVE W-ASSURE TO Z-ENR-LONG(1:108)

      *--- Vérifier que l'assuré existe ------------------------------*
           MOVE 'ACCFIC' TO WS-ACC
           MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT
                   MOVE Z-ENR-LONG(1:108) TO W-ASSURE

                   MOVE 'ACCFIC' TO WS-ACC
                   MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
                   MOVE 06       TO Z-CODE-FONCTION
                   MOVE 00       TO Z-CODE-RETOUR
                   MOVE F-MAT    TO Z-ENREGISTREMENT(1:6)
                           ADD 1 TO WS-AG-NB-SUP(WS-AG-IDX)
                       END-IF
                       PERFORM WRITE-DELTA

      *--- Un assuré suspendu a déjà été remboursé à sa suspension ---*
                       IF NOT AS-STATUT-SUSPENDU
                           PERFORM TRAITER-REMBOURSEMENT
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-ANOM
                       IF WS-AG-IDX > 0

      *--- Vérifier que l'assuré existe ------------------------------*
           MOVE 'ACCFIC' TO WS-ACC
           MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT
                       MOVE "S" TO AS-STATUT

                       MOVE 'ACCFIC' TO WS-ACC
                       MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
                       MOVE 05       TO Z-CODE-FONCTION
                       MOVE 00       TO Z-CODE-RETOUR
                       MOVE W-ASSURE TO Z-ENR-LONG(1:108)
                               ADD 1 TO WS-AG-NB-SUS(WS-AG-IDX)
                           END-IF
                           PERFORM WRITE-DELTA
                           PERFORM TRAITER-REMBOURSEMENT
                       ELSE
                           ADD 1 TO WS-NB-ANOM
                           IF WS-AG-IDX > 0
           .

      *===============================================================*
      * Remboursement au prorata de la prime déjà appelée, sur une    *
      * suppression ou une suspension appliquée : recherche du        *
      * dernier appel, calcul de la part non courue à la date         *
      * d'effet, puis virement porté au compte cotisant, ou mise à    *
      * part lorsque l'appel attend encore le retour de la banque,    *
      * que le montant est sous le seuil ou que l'assuré n'a pas de   *
      * mandat                                                        *
      *===============================================================*
       TRAITER-REMBOURSEMENT.

           PERFORM RECHERCHER-DERNIER-APPEL

           IF APPEL-TROUVE
               PERFORM CALCULER-PRORATA

               IF WS-RB-MONTANT > 0
                   IF APPEL-EN-ATTENTE
                       ADD 1             TO WS-NB-REMB-ATTENTE
                       ADD WS-RB-MONTANT TO WS-MT-REMB-ATTENTE
                       MOVE "EN ATTENTE"  TO WS-RGD-APPEL
                       MOVE "APPEL EN ATTENTE" TO WS-ER-SUITE
                       PERFORM RANGER-NON-EMIS
                   ELSE IF WS-RB-MONTANT < WS-SEUIL-REMB
                       ADD 1             TO WS-NB-REMB-SEUIL
                       ADD WS-RB-MONTANT TO WS-MT-REMB-SEUIL
                       MOVE "SOUS SEUIL"  TO WS-RGD-APPEL
                       MOVE "SOUS SEUIL - NON VIRE" TO WS-ER-SUITE
                       PERFORM RANGER-NON-EMIS
                   ELSE
                       PERFORM LIRE-MANDAT
                       IF MANDAT-TROUVE
                           ADD 1             TO WS-NB-REMB
                           ADD WS-RB-MONTANT TO WS-MT-REMB
                           MOVE "A VIRER"    TO WS-ER-SUITE
                           PERFORM WRITE-DETAIL-REGISTRE
                           IF MODE-REEL
                               PERFORM POSTER-REMBOURSEMENT
                               PERFORM WRITE-DETAIL-REMBOURS
                           END-IF
                       ELSE
                           ADD 1             TO WS-NB-REMB-SANS-MDT
                           ADD WS-RB-MONTANT TO WS-MT-REMB-SANS-MDT
                           MOVE "SANS MANDAT" TO WS-RGD-APPEL
                           MOVE "SANS MANDAT - MANUEL" TO WS-ER-SUITE
                           PERFORM RANGER-NON-EMIS
                       END-IF
                   END-IF
                   END-IF
                   PERFORM WRITE-REMB-ETATANO
               END-IF
           END-IF
           .

      *===============================================================*
      * Recherche du dernier appel de prime de l'assuré au compte     *
      * cotisant (écritures en ordre chronologique) : montant         *
      * effectivement reçu (prélevé et encaissé), appelé pour un      *
      * appel en attente du retour de la banque, et remboursements    *
      * déjà virés sur cet appel                                      *
      *===============================================================*
       RECHERCHER-DERNIER-APPEL.

           SET APPEL-NON-TROUVE TO TRUE
           SET PAS-FIN-COMPTE   TO TRUE
           MOVE 0 TO WS-RB-DEJA-REMB

           MOVE SPACES       TO Z-ENR-LONG
           MOVE AS-MATRICULE TO Z-ENREGISTREMENT(1:6)
           MOVE ALL "0"      TO Z-ENREGISTREMENT(7:8)
           PERFORM BROWSE-COMPTE

           PERFORM UNTIL FIN-COMPTE
               IF CP-MATRICULE NOT = AS-MATRICULE
                   SET FIN-COMPTE TO TRUE
               ELSE
                   IF CP-TYPE-APPEL AND CP-DATE-OPE NUMERIC
                       SET APPEL-TROUVE TO TRUE
                       MOVE CP-DATE-OPE TO WS-RB-DATE-APPEL
                       MOVE 0           TO WS-RB-DEJA-REMB
                       IF CP-EN-ATTENTE
                           SET APPEL-EN-ATTENTE TO TRUE
                           MOVE CP-MONTANT     TO WS-RB-BASE
                       ELSE
                           SET APPEL-ENCAISSE   TO TRUE
                           COMPUTE WS-RB-BASE =
                                   CP-MT-PRELEVE + CP-MT-ENCAISSE
                       END-IF
                   END-IF
                   IF CP-TYPE-REMBOURSEMENT AND APPEL-TROUVE
                      AND CP-DATE-APPEL-RB = WS-RB-DATE-APPEL
                       ADD CP-MONTANT TO WS-RB-DEJA-REMB
                   END-IF
                   MOVE SPACES TO Z-ENR-LONG
                   PERFORM BROWSE-COMPTE
               END-IF
           END-PERFORM
           .

      *===============================================================*
      * Calcul de la part non courue du dernier appel : période       *
      * de la périodicité de l'assuré (trimestrielle à défaut,        *
      * comme à l'appel) commençant au mois de l'appel, jours         *
      * restant à courir après la date d'effet, sous déduction des    *
      * remboursements déjà virés sur l'appel                         *
      *===============================================================*
       CALCULER-PRORATA.

           IF F-DATE-EFFET NUMERIC AND F-DATE-EFFET > 0
               MOVE F-DATE-EFFET TO WS-RB-DATE-EFFET
           ELSE
               MOVE WS-DATE-JOUR TO WS-RB-DATE-EFFET
           END-IF

           EVALUATE TRUE
               WHEN AS-PERIOD-MENSUELLE
                   MOVE "M" TO WS-RB-PERIOD
                   MOVE 1   TO WS-RB-NB-MOIS
               WHEN AS-PERIOD-ANNUELLE
                   MOVE "A" TO WS-RB-PERIOD
                   MOVE 12  TO WS-RB-NB-MOIS
               WHEN OTHER
                   MOVE "T" TO WS-RB-PERIOD
                   MOVE 3   TO WS-RB-NB-MOIS
           END-EVALUATE

           MOVE WS-RB-DATE-APPEL TO WS-RB-DEBUT-N
           MOVE 01               TO WS-RB-DEBUT-JJ

           MOVE WS-RB-DEBUT-AAAA TO WS-RB-FIN-AAAA
           COMPUTE WS-RB-FIN-MM = WS-RB-DEBUT-MM + WS-RB-NB-MOIS
           IF WS-RB-FIN-MM > 12
               SUBTRACT 12 FROM WS-RB-FIN-MM
               ADD 1       TO WS-RB-FIN-AAAA
           END-IF
           MOVE 01               TO WS-RB-FIN-JJ

           COMPUTE WS-RB-JOURS-PERIODE =
                   FUNCTION INTEGER-OF-DATE(WS-RB-FIN-N)
                 - FUNCTION INTEGER-OF-DATE(WS-RB-DEBUT-N)

           IF WS-RB-DATE-EFFET >= WS-RB-FIN-N
               MOVE 0 TO WS-RB-JOURS-RESTANTS
           ELSE
               IF WS-RB-DATE-EFFET <= WS-RB-DEBUT-N
                   MOVE WS-RB-JOURS-PERIODE TO WS-RB-JOURS-RESTANTS
               ELSE
                   COMPUTE WS-RB-JOURS-RESTANTS =
                           FUNCTION INTEGER-OF-DATE(WS-RB-FIN-N)
                         - FUNCTION INTEGER-OF-DATE(WS-RB-DATE-EFFET)
               END-IF
           END-IF

           COMPUTE WS-RB-MONTANT ROUNDED =
                   WS-RB-BASE * WS-RB-JOURS-RESTANTS
                 / WS-RB-JOURS-PERIODE

      *--- Les remboursements déjà virés sur l'appel (suspension      *
      *    suivie d'une réactivation) viennent en déduction ----------*
           IF WS-RB-DEJA-REMB < WS-RB-MONTANT
               SUBTRACT WS-RB-DEJA-REMB FROM WS-RB-MONTANT
           ELSE
               MOVE 0 TO WS-RB-MONTANT
           END-IF

      *--- Ligne de registre préparée pour le virement comme pour la  *
      *    mise à part (la colonne appel y reçoit alors le motif) ----*
           MOVE AS-MATRICULE        TO WS-RGD-MAT
           MOVE AS-NOM              TO WS-RGD-NOM
           MOVE AS-AGENCE           TO WS-RGD-AGENCE
           MOVE F-CODE              TO WS-RGD-CODE
           MOVE WS-RB-DATE-EFFET    TO WS-RB-DATE-A-EDITER-N
           PERFORM EDITER-DATE-REMB
           MOVE WS-RB-DATE-EDITEE   TO WS-RGD-EFFET
           MOVE WS-RB-DATE-APPEL    TO WS-RB-DATE-A-EDITER-N
           PERFORM EDITER-DATE-REMB
           MOVE WS-RB-DATE-EDITEE   TO WS-RGD-APPEL
           MOVE WS-RB-PERIOD        TO WS-RGD-PERIOD
           MOVE WS-RB-BASE          TO WS-RGD-APPELE
           MOVE WS-RB-JOURS-RESTANTS TO WS-RGD-JOURS
           MOVE WS-RB-JOURS-PERIODE TO WS-RGD-JOURS-PER
           MOVE WS-RB-MONTANT       TO WS-RGD-MONTANT
           .

      *===============================================================*
      * Lecture du mandat de l'assuré : coordonnées du compte à       *
      * créditer (un mandat révoqué en porte encore)                  *
      *===============================================================*
       LIRE-MANDAT.

           SET MANDAT-NON-TROUVE TO TRUE

           MOVE 'ACCFIC'     TO WS-ACC
           MOVE 'MANDAT'     TO Z-NOM-FICHIER
           MOVE 02           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENR-LONG
           MOVE AS-MATRICULE TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:128) TO W-MANDAT
               IF MD-IBAN NOT = SPACES
                   SET MANDAT-TROUVE TO TRUE
               END-IF
           ELSE
               IF Z-CODE-RETOUR NOT = 23
                   DISPLAY 'READ MANDAT ERREUR : ' Z-CODE-RETOUR
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
      * Inscription du remboursement viré au compte cotisant, à la    *
      * date de traitement, sous la première séquence libre du jour   *
      * pour l'assuré, avec la date de l'appel remboursé ; faite      *
      * avant l'écriture du virement, elle suffit à le réécrire sur   *
      * une reprise (RECONSTITUER-REMBOURS)                           *
      *===============================================================*
       POSTER-REMBOURSEMENT.

           MOVE 0 TO WS-RB-SEQ
           SET SEQ-CPT-PRISE TO TRUE

           PERFORM CHERCHER-SEQUENCE-CPT
               UNTIL SEQ-CPT-LIBRE OR WS-RB-SEQ = 99

           IF SEQ-CPT-PRISE
               DISPLAY 'MAJASSUR - COMPTE SATURE, REMBOURSEMENT NON '
                   'INSCRIT : ' AS-MATRICULE
           ELSE
               MOVE SPACES           TO W-COMPTE
               MOVE AS-MATRICULE     TO CP-MATRICULE
               MOVE WS-DATE-JOUR     TO CP-DATE-OPE
               SET CP-TYPE-REMBOURSEMENT TO TRUE
               MOVE WS-RB-SEQ        TO CP-SEQ
               MOVE WS-RB-PERIOD     TO CP-PERIODICITE
               MOVE WS-RB-MONTANT    TO CP-MONTANT
               MOVE 0                TO CP-MT-PRELEVE
               MOVE 0                TO CP-MT-ENCAISSE
               MOVE 0                TO CP-NB-REJETS
               MOVE 0                TO CP-DATE-REJET
               MOVE WS-DATE-JOUR     TO CP-DATE-REGLEMENT
               SET CP-MODE-VIREMENT  TO TRUE
               IF F-CODE = "S"
                   MOVE "SUPPRESSION" TO CP-REFERENCE
               ELSE
                   MOVE "SUSPENSION"  TO CP-REFERENCE
               END-IF
               MOVE WS-DATE-JOUR     TO CP-DATE-MAJ
               MOVE WS-RB-DATE-APPEL TO CP-DATE-APPEL-RB
               MOVE WS-RB-DATE-EFFET TO CP-DATE-EFFET-RB
               MOVE AS-NOM           TO CP-NOM-RB
               MOVE AS-AGENCE        TO CP-AGENCE-RB

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
           END-IF
           .

       CHERCHER-SEQUENCE-CPT.
           ADD 1 TO WS-RB-SEQ

           MOVE 'ACCFIC'     TO WS-ACC
           MOVE 'COMPTE'     TO Z-NOM-FICHIER
           MOVE 02           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENR-LONG
           MOVE AS-MATRICULE TO Z-ENREGISTREMENT(1:6)
           MOVE WS-DATE-JOUR TO Z-ENREGISTREMENT(7:8)
           MOVE "B"          TO Z-ENREGISTREMENT(15:1)
           MOVE WS-RB-SEQ    TO Z-ENREGISTREMENT(16:2)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 23
               SET SEQ-CPT-LIBRE TO TRUE
           END-IF
           .

      *===============================================================*
      * Reprise sur checkpoint : parcours complet du compte cotisant, *
      * chaque remboursement (type "B") inscrit à la date de          *
      * traitement est réécrit au registre et, le mandat relu, dans   *
      * le fichier des virements, et compté au total comme au premier *
      * passage ; les mouvements qui l'ont produit, couverts par le   *
      * checkpoint, ne sont pas retraités                             *
      *===============================================================*
       RECONSTITUER-REMBOURS.

           SET PAS-FIN-COMPTE TO TRUE
           MOVE SPACES TO Z-ENR-LONG
           PERFORM BROWSE-COMPTE

           PERFORM UNTIL FIN-COMPTE
               IF CP-TYPE-REMBOURSEMENT
                  AND CP-DATE-OPE = WS-DATE-JOUR
                   PERFORM REPRENDRE-1-REMBOURS
               END-IF
               MOVE SPACES TO Z-ENR-LONG
               PERFORM BROWSE-COMPTE
           END-PERFORM

           DISPLAY 'REPRISE SUR CHECKPOINT - VIREMENTS REECRITS : '
               WS-NB-REMB
           .

      *===============================================================*
      * Un remboursement repris du compte cotisant : les zones de     *
      * l'assuré et du calcul sont restaurées depuis l'écriture pour  *
      * servir au registre et au virement (base et jours du calcul    *
      * ne sont pas gardés et restent à blanc au registre) ; sans     *
      * mandat, il passe aux remboursements non émis                  *
      *===============================================================*
       REPRENDRE-1-REMBOURS.

           MOVE CP-MATRICULE     TO AS-MATRICULE
           MOVE CP-NOM-RB        TO AS-NOM
           MOVE CP-AGENCE-RB     TO AS-AGENCE
           IF CP-REFERENCE = "SUPPRESSION"
               MOVE "S" TO F-CODE
           ELSE
               MOVE "T" TO F-CODE
           END-IF
           MOVE CP-DATE-EFFET-RB TO WS-RB-DATE-EFFET
           MOVE CP-DATE-APPEL-RB TO WS-RB-DATE-APPEL
           MOVE CP-PERIODICITE   TO WS-RB-PERIOD
           MOVE CP-MONTANT       TO WS-RB-MONTANT

           MOVE AS-MATRICULE        TO WS-RGD-MAT
           MOVE AS-NOM              TO WS-RGD-NOM
           MOVE AS-AGENCE           TO WS-RGD-AGENCE
           MOVE F-CODE              TO WS-RGD-CODE
           MOVE WS-RB-DATE-EFFET    TO WS-RB-DATE-A-EDITER-N
           PERFORM EDITER-DATE-REMB
           MOVE WS-RB-DATE-EDITEE   TO WS-RGD-EFFET
           MOVE WS-RB-DATE-APPEL    TO WS-RB-DATE-A-EDITER-N
           PERFORM EDITER-DATE-REMB
           MOVE WS-RB-DATE-EDITEE   TO WS-RGD-APPEL
           MOVE WS-RB-PERIOD        TO WS-RGD-PERIOD
           MOVE 0                   TO WS-RGD-APPELE
           MOVE 0                   TO WS-RGD-JOURS
           MOVE 0                   TO WS-RGD-JOURS-PER
           MOVE WS-RB-MONTANT       TO WS-RGD-MONTANT

           PERFORM LIRE-MANDAT

           IF MANDAT-TROUVE
               ADD 1             TO WS-NB-REMB
               ADD WS-RB-MONTANT TO WS-MT-REMB
               PERFORM WRITE-DETAIL-REGISTRE
               PERFORM WRITE-DETAIL-REMBOURS
           ELSE
               ADD 1             TO WS-NB-REMB-SANS-MDT
               ADD WS-RB-MONTANT TO WS-MT-REMB-SANS-MDT
               MOVE "SANS MANDAT" TO WS-RGD-APPEL
               PERFORM RANGER-NON-EMIS
               DISPLAY 'MAJASSUR - VIREMENT REPRIS SANS MANDAT : '
                   AS-MATRICULE
           END-IF
           .

      *===============================================================*
      * Remboursement non émis (appel en attente, sous le seuil ou    *
      * sans mandat) :                                                *
      * ligne gardée pour la fin du registre                          *
      *===============================================================*
       RANGER-NON-EMIS.

           IF WS-NE-NB < 1000
               ADD 1            TO WS-NE-NB
               MOVE WS-RG-DETAIL TO WS-NE-LIGNE(WS-NE-NB)
           ELSE
               ADD 1            TO WS-NE-DEBORD
           END-IF
           .

      *===============================================================*
      * Ligne de remboursement sur l'ETATANO de l'agence du           *
      * mouvement                                                     *
      *===============================================================*
       WRITE-REMB-ETATANO.

           PERFORM CHOISIR-ETATANO

           MOVE AS-MATRICULE  TO WS-ER-MAT
           MOVE WS-RB-MONTANT TO WS-ER-MONTANT
           MOVE WS-RGD-EFFET  TO WS-ER-EFFET

           MOVE WS-ETAT-REMB  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETATANO
           .

      *===============================================================*
      * Edition d'une date AAAAMMJJ en JJ/MM/AAAA                     *
      *===============================================================*
       EDITER-DATE-REMB.
           MOVE WS-RB-DAE-JJ   TO WS-RB-DEE-JJ
           MOVE WS-RB-DAE-MM   TO WS-RB-DEE-MM
           MOVE WS-RB-DAE-AAAA TO WS-RB-DEE-AAAA
           .

      *===============================================================*
      * Traitement d'un mouvement de réactivation                     *
      *===============================================================*
       TRAITER-REACTIVATION.

      *--- Vérifier que l'assuré existe ------------------------------*
           MOVE 'ACCFIC' TO WS-ACC
           MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT
           MOVE F-MAT    TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 23

      *--- Anomalie : réactivation d'un assuré inexistant -------------*
               ADD 1 TO WS-NB-ANOM
               ADD 1 TO WS-NB-ANO-REA
               IF WS-AG-IDX > 0
                   ADD 1 TO WS-AG-NB-ANOM(WS-AG-IDX)
                   ADD 1 TO WS-AG-NB-ANO-REA(WS-AG-IDX)
               END-IF
               MOVE 22 TO WS-CODE-ANO
               PERFORM WRITE-ANOMALIE

           ELSE
               IF Z-CODE-RETOUR = 00
                   MOVE Z-ENR-LONG(1:108) TO W-ASSURE

                   IF NOT AS-STATUT-SUSPENDU

      *--- Anomalie : assuré non suspendu -----------------------------*
                       ADD 1 TO WS-NB-ANOM
                       ADD 1 TO WS-NB-ANO-REA
                       IF WS-AG-IDX > 0
                           ADD 1 TO WS-AG-NB-ANOM(WS-AG-IDX)
                           ADD 1 TO WS-AG-NB-ANO-REA(WS-AG-IDX)
                       END-IF
                       MOVE 23 TO WS-CODE-ANO
                       PERFORM WRITE-ANOMALIE

                   ELSE

      *--- Réactivation de l'assuré : le compteur de rejets de        *
      *    prélèvement repart de zéro --------------------------------*
                       MOVE "A" TO AS-STATUT
                       MOVE 0   TO AS-NB-REJETS

                       MOVE 'ACCFIC' TO WS-ACC
                       MOVE WS-FIC-ASSURE TO Z-NOM-FICHIER
                       MOVE 05       TO Z-CODE-FONCTION
                       MOVE 00       TO Z-CODE-RETOUR
                       MOVE W-ASSURE TO Z-ENR-LONG(1:108)

                       CALL WS-ACC USING Z-COM

                       IF Z-CODE-RETOUR = 00
                           ADD 1 TO WS-NB-REA
                           IF WS-AG-IDX > 0
                               ADD 1 TO WS-AG-NB-REA(WS-AG-IDX)
                           END-IF
                           PERFORM WRITE-DELTA
                       ELSE
                           ADD 1 TO WS-NB-ANOM
                           IF WS-AG-IDX > 0
                               ADD 1 TO WS-AG-NB-ANOM(WS-AG-IDX)
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-ANOM
                   IF WS-AG-IDX > 0
                       ADD 1 TO WS-AG-NB-ANOM(WS-AG-IDX)
                   END-IF
               END-IF
           END-IF
           .

      *===============================================================*
      * Simulation : recopie du fichier des assurés dans la copie de  *
      * travail (parcours complet du KSDS), puis bascule de la mise à *
      * jour sur la copie ; F-ASSURES est refermé sans modification   *
      *===============================================================*
       PREPARER-COPIE-TRAVAIL.

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE 'KSDSSIM' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN KSDSSIM ERREUR : ' Z-CODE-RETOUR
               DISPLAY 'MAJASSUR - SIMULATION IMPOSSIBLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET PAS-FIN-ASSURE TO TRUE
           MOVE SPACES TO Z-ENR-LONG
           PERFORM COPIER-1-ASSURE UNTIL FIN-ASSURE

           PERFORM CLOSE-ASSURE
           MOVE 'KSDSSIM' TO WS-FIC-ASSURE

           DISPLAY 'MAJASSUR - ASSURES RECOPIES EN SIMULATION : '
               WS-NB-COPIES
           .

      *===============================================================*
      * Lecture de l'assuré suivant du KSDS et écriture dans la copie *
      * de travail                                                     *
      *===============================================================*
       COPIER-1-ASSURE.

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 07       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           EVALUATE Z-CODE-RETOUR
               WHEN 00
                   MOVE 'KSDSSIM' TO Z-NOM-FICHIER
                   MOVE 04        TO Z-CODE-FONCTION
                   MOVE 00        TO Z-CODE-RETOUR

                   CALL WS-ACC USING Z-COM

                   IF Z-CODE-RETOUR = 00
                       ADD 1 TO WS-NB-COPIES
                   ELSE
                       DISPLAY 'WRITE KSDSSIM ERREUR : '
                           Z-CODE-RETOUR
                   END-IF

               WHEN 10
                   SET FIN-ASSURE TO TRUE

               WHEN OTHER
                   DISPLAY 'BROWSE ASSURE ERREUR : ' Z-CODE-RETOUR
                   SET FIN-ASSURE TO TRUE
           END-EVALUATE
           .

      *===============================================================*
      * Simulation : marque de tête du fichier des statistiques       *
      *===============================================================*
       WRITE-MARQUE-STAT.

           MOVE WS-STAT-SIMULATION TO WS-STAT-LINE
           MOVE WS-STAT-LINE       TO Z-ENREGISTREMENT

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'STAT'   TO Z-NOM-FICHIER
           MOVE 04       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE STAT ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture de l'entête du fichier anomalies                     *
      *===============================================================*
       WRITE-ENTETE-ETATANO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CD-DD   TO WS-DATE-JJ
           MOVE WS-CD-MM   TO WS-DATE-MM
           MOVE WS-CD-YYYY TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE

           MOVE WS-H-TITRE      TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETATANO

           MOVE WS-H-SOUS-TITRE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETATANO

           IF MODE-SIMULATION
               MOVE WS-H-SIMULATION TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETATANO
           END-IF

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETATANO

           MOVE WS-DATE-JOUR    TO DL-DATE-RUN
           MOVE 0               TO DL-NB-MVT

           IF MODE-SIMULATION
               MOVE 'SIMULATION' TO DL-IMAGE
           END-IF

           PERFORM WRITE-1-DELTA
           .

      *===============================================================*
       WRITE-1-DELTA.

           IF MODE-SIMULATION
               SET DL-SIMULATION TO TRUE
           END-IF

           MOVE W-DELTA TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC' TO WS-ACC
           PERFORM WRITE-LIGNE-ETATANO
           .

      *===============================================================*
      * Entête du registre des remboursements et du bloc des          *
      * remboursements émis                                           *
      *===============================================================*
       WRITE-ENTETE-REGISTRE.

           MOVE WS-DATE-JOUR      TO WS-RB-DATE-A-EDITER-N
           PERFORM EDITER-DATE-REMB
           MOVE WS-RB-DATE-EDITEE TO WS-RGH-DATE
           MOVE WS-SEUIL-REMB     TO WS-RGH-SEUIL

           MOVE WS-RG-TITRE       TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-SOUS-TITRE  TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE

           IF MODE-SIMULATION
               MOVE WS-RG-SIMULATION TO WS-RG-LINE
               PERFORM WRITE-LIGNE-REGISTRE
           END-IF

           MOVE WS-RG-VIDE        TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-LIGNE-DATE  TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-VIDE        TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE

           MOVE WS-RG-EMIS        TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-TIRETS      TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-COL-EMIS    TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-TIRETS      TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           .

      *===============================================================*
      * Ligne de remboursement émis au registre                       *
      *===============================================================*
       WRITE-DETAIL-REGISTRE.
           MOVE WS-RG-DETAIL TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           .

      *===============================================================*
      * Fin du registre : total des remboursements émis, puis         *
      * remboursements non émis (appel en attente, sous le seuil,     *
      * sans mandat) et leurs totaux                                  *
      *===============================================================*
       WRITE-FIN-REGISTRE.

           IF WS-NB-REMB = 0
               MOVE WS-RG-NEANT TO WS-RG-LINE
               PERFORM WRITE-LIGNE-REGISTRE
           END-IF

           MOVE WS-RG-TIRETS      TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE "TOTAL DES VIREMENTS"   TO WS-RGT-LIBELLE
           MOVE WS-NB-REMB        TO WS-RGT-NB
           MOVE WS-MT-REMB        TO WS-RGT-MONTANT
           MOVE WS-RG-TOTAL       TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE

           MOVE WS-RG-VIDE        TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-NON-EMIS    TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-TIRETS      TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-COL-NON-EMIS TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE WS-RG-TIRETS      TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE

           IF WS-NE-NB = 0
               MOVE WS-RG-NEANT TO WS-RG-LINE
               PERFORM WRITE-LIGNE-REGISTRE
           ELSE
               PERFORM WRITE-1-NON-EMIS
                   VARYING WS-NE-IDX FROM 1 BY 1
                   UNTIL WS-NE-IDX > WS-NE-NB
           END-IF

           IF WS-NE-DEBORD > 0
               MOVE WS-NE-DEBORD TO WS-RGB-NB
               MOVE WS-RG-DEBORD TO WS-RG-LINE
               PERFORM WRITE-LIGNE-REGISTRE
           END-IF

           MOVE WS-RG-TIRETS      TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE "TOTAL SOUS LE SEUIL"   TO WS-RGT-LIBELLE
           MOVE WS-NB-REMB-SEUIL  TO WS-RGT-NB
           MOVE WS-MT-REMB-SEUIL  TO WS-RGT-MONTANT
           MOVE WS-RG-TOTAL       TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE "TOTAL SANS MANDAT (A TRAITER)" TO WS-RGT-LIBELLE
           MOVE WS-NB-REMB-SANS-MDT TO WS-RGT-NB
           MOVE WS-MT-REMB-SANS-MDT TO WS-RGT-MONTANT
           MOVE WS-RG-TOTAL       TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           MOVE "TOTAL EN ATTENTE (A TRAITER)" TO WS-RGT-LIBELLE
           MOVE WS-NB-REMB-ATTENTE TO WS-RGT-NB
           MOVE WS-MT-REMB-ATTENTE TO WS-RGT-MONTANT
           MOVE WS-RG-TOTAL       TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE

           DISPLAY 'MAJASSUR - REMBOURSEMENTS VIRES      : '
               WS-NB-REMB
           DISPLAY 'MAJASSUR - REMBOURSEMENTS SOUS SEUIL : '
               WS-NB-REMB-SEUIL
           DISPLAY 'MAJASSUR - REMBOURSEMENTS SANS MANDAT: '
               WS-NB-REMB-SANS-MDT
           DISPLAY 'MAJASSUR - REMBOURSEMENTS EN ATTENTE : '
               WS-NB-REMB-ATTENTE
           .

       WRITE-1-NON-EMIS.
           MOVE WS-NE-LIGNE(WS-NE-IDX) TO WS-RG-LINE
           PERFORM WRITE-LIGNE-REGISTRE
           .

      *===============================================================*
      * Ecriture d'une ligne du registre des remboursements           *
      *===============================================================*
       WRITE-LIGNE-REGISTRE.
           MOVE WS-RG-LINE TO Z-ENREGISTREMENT

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE 'REGREMB' TO Z-NOM-FICHIER
           MOVE 04        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE REGREMB ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Entête du fichier des remboursements (date de traitement)     *
      *===============================================================*
       WRITE-ENTETE-REMBOURS.

           MOVE SPACES          TO W-REMBOU
           SET RB-TYPE-ENTETE   TO TRUE
           MOVE WS-DATE-JOUR    TO RB-DATE-RUN
           MOVE 0               TO RB-NB-REMB
           MOVE 0               TO RB-MT-TOTAL

           PERFORM WRITE-1-REMBOURS
           .

      *===============================================================*
      * Détail du fichier des remboursements : un virement vers le    *
      * compte du mandat de l'assuré                                  *
      *===============================================================*
       WRITE-DETAIL-REMBOURS.

           MOVE SPACES           TO W-REMBOU
           SET RB-TYPE-DETAIL    TO TRUE
           MOVE AS-MATRICULE     TO RB-MATRICULE
           MOVE AS-NOM           TO RB-NOM
           MOVE AS-AGENCE        TO RB-AGENCE
           MOVE F-CODE           TO RB-CODE-MVT
           MOVE WS-RB-DATE-EFFET TO RB-DATE-EFFET
           MOVE WS-RB-MONTANT    TO RB-MONTANT
           MOVE WS-RB-DATE-APPEL TO RB-DATE-APPEL
           MOVE WS-RB-PERIOD     TO RB-PERIODICITE
           MOVE MD-IBAN          TO RB-IBAN
           MOVE MD-BIC           TO RB-BIC

           PERFORM WRITE-1-REMBOURS
           .

      *===============================================================*
      * Total du fichier des remboursements : nombre et montant       *
      * des virements                                                 *
      *===============================================================*
       WRITE-TOTAL-REMBOURS.

           MOVE SPACES          TO W-REMBOU
           SET RB-TYPE-TOTAL    TO TRUE
           MOVE WS-DATE-JOUR    TO RB-DATE-RUN
           MOVE WS-NB-REMB      TO RB-NB-REMB
           MOVE WS-MT-REMB      TO RB-MT-TOTAL

           PERFORM WRITE-1-REMBOURS
           .

      *===============================================================*
      * Ecriture physique d'un enregistrement dans REMBOURS           *
      *===============================================================*
       WRITE-1-REMBOURS.

           MOVE W-REMBOU TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'REMBOURS' TO Z-NOM-FICHIER
           MOVE 04         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE REMBOURS ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture du compte cotisant                                  *
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
      * Ouverture du fichier des mandats                              *
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
      * Ouverture du registre des remboursements                      *
      *===============================================================*
       OPEN-REGREMB.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'REGREMB' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN REGREMB ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture du fichier des remboursements                       *
      *===============================================================*
       OPEN-REMBOURS.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'REMBOURS' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN REMBOURS ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Fermeture du compte cotisant                                  *
      *===============================================================*
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
      * Fermeture du fichier des mandats                              *
      *===============================================================*
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

      *===============================================================*
      * Fermeture du registre des remboursements                      *
      *===============================================================*
       CLOSE-REGREMB.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'REGREMB' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE REGREMB ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Fermeture du fichier des remboursements                       *
      *===============================================================*
       CLOSE-REMBOURS.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'REMBOURS' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE REMBOURS ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture d'une anomalie dans le fichier anomalies de l'agence *
      * du mouvement en cause (ETATANO à défaut)                      *
           END-IF

           PERFORM WRITE-DETAIL-ANOMALIE
           IF MODE-REEL
               PERFORM WRITE-ANOMAJ
           END-IF
           .

      *===============================================================*
           END-IF
           .

      *===============================================================*
      * Inscription du mouvement écarté au fichier des anomalies de   *
      * mise à jour, avec le numéro de son motif (exécution réelle)   *
      *===============================================================*
       WRITE-ANOMAJ.

           MOVE SPACES         TO W-ANOMAJ
           MOVE WS-DATE-JOUR   TO AN-DATE-TRT
           MOVE F-AGENCE       TO AN-AGENCE
           MOVE F-MAT          TO AN-MATRICULE
           MOVE F-CODE         TO AN-CODE-MVT
           MOVE WS-ORIGINE-MVT TO AN-ORIGINE
           MOVE WS-CODE-ANO    TO AN-MOTIF

           MOVE W-ANOMAJ TO Z-ENREGISTREMENT

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE 'ANOMAJ'  TO Z-NOM-FICHIER
           MOVE 04        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE ANOMAJ ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture d'une ligne libre dans le fichier anomalies cible    *
      *===============================================================*
