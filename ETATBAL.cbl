       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATBAL.

      *===============================================================*
      *  PROGRAMME : ETATBAL                                          *
      *  ROLE      :                                                  *
      *    - Parcourir le compte cotisant (COMPTE) et retenir les     *
      *      appels de prime impayés (rejetés par la banque et non    *
      *      couverts depuis par un encaissement manuel) émis au plus *
      *      tard à la date d'arrêté                                  *
      *    - Ventiler le restant dû de chaque assuré par ancienneté   *
      *      de l'appel à la date d'arrêté : 0-30, 31-60, 61-90 et    *
      *      plus de 90 jours                                         *
      *    - Editer la balance âgée mensuelle (LISTE) par agence      *
      *      gestionnaire (AS-AGENCE), les assurés étant classés par  *
      *      restant dû décroissant, avec sous-totaux par agence et   *
      *      total général                                            *
      *    - Rappeler en fin d'état les remboursements de prime au    *
      *      prorata virés dans le mois de l'arrêté (écritures "B"    *
      *      du compte) : ils rendent à l'assuré la part non courue   *
      *      d'un appel et ne modifient pas le restant dû             *
      *    - Au delà de la capacité de la table, les assurés sont     *
      *      comptés à part et leur restant dû, non détaillé, figure  *
      *      sur une ligne "non classés" et dans le total général ;   *
      *      code retour 8 dans ce cas                                *
      *                                                               *
      *  La date d'arrêté est lue sur le fichier paramètre (AAAAMMJJ  *
      *  en colonnes 1-8) ; à défaut la date du jour est retenue.     *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      * Indicateur de fin de parcours du compte cotisant              *
      *---------------------------------------------------------------*
       77  WS-EOF-CPT               PIC X VALUE "N".
           88 FIN-COMPTE                  VALUE "Y".
           88 PAS-FIN-COMPTE              VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WCOMPTE.
       COPY WASSURE.

      *---------------------------------------------------------------*
      * Table des assurés débiteurs : restant dû par tranche          *
      * d'ancienneté (1 = 0-30 j, 2 = 31-60 j, 3 = 61-90 j,           *
      * 4 = plus de 90 j) ; classée par agence puis restant dû        *
      * décroissant avant édition, l'excédent au delà de la capacité  *
      * est compté à part et signalé en fin d'état                    *
      *---------------------------------------------------------------*
       01  WS-TAB-BAL.
           05 WS-BA-POSTE OCCURS 2000.
              10 WS-BA-AGENCE       PIC X(02).
              10 WS-BA-MAT          PIC X(06).
              10 WS-BA-NOM          PIC X(15).
              10 WS-BA-TRANCHE      PIC 9(7)V99 OCCURS 4.
              10 WS-BA-TOTAL        PIC 9(7)V99.

       77  WS-BA-NBPOSTES           PIC 9(5) VALUE 0.
       77  WS-BA-CAPACITE           PIC 9(5) VALUE 2000.
       77  WS-BA-DEBORD             PIC 9(5) VALUE 0.
       77  WS-BA-I                  PIC 9(5) VALUE 0.
       77  WS-BA-J                  PIC 9(5) VALUE 0.
       77  WS-BA-T                  PIC 9    VALUE 0.
       77  WS-BA-ECHANGE            PIC X(68) VALUE SPACES.

      *---------------------------------------------------------------*
      * Restant dû des assurés non classés (au delà de la capacité),  *
      * par tranche puis total, repris au total général               *
      *---------------------------------------------------------------*
       01  WS-BA-DEBORD-MT.
           05 WS-BA-DEB-TRANCHE     PIC 9(9)V99 OCCURS 4.
           05 WS-BA-DEB-TOTAL       PIC 9(9)V99.

      *---------------------------------------------------------------*
      * Appel impayé courant : restant dû, ancienneté, tranche, et    *
      * assuré de la dernière ligne de la table                       *
      *---------------------------------------------------------------*
       77  WS-DU                    PIC 9(6)V99 VALUE 0.
       77  WS-AGE-JOURS             PIC S9(7) VALUE 0.
       77  WS-TRANCHE               PIC 9 VALUE 0.
       77  WS-MAT-COURANT           PIC X(06) VALUE SPACES.
       77  WS-LIGNE-ASSURE          PIC X VALUE "N".
           88 LIGNE-EN-TABLE              VALUE "O".
           88 LIGNE-HORS-TABLE            VALUE "N".
       77  WS-AG-COURANTE           PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------*
      * Cumuls par agence et généraux, par tranche puis total         *
      *---------------------------------------------------------------*
       01  WS-CUMULS.
           05 WS-CU-AGENCE          PIC 9(9)V99 OCCURS 5.
           05 WS-CU-GENERAL         PIC 9(9)V99 OCCURS 5.
           05 WS-CU-NB-AGENCE       PIC 9(5).
           05 WS-CU-NB-GENERAL      PIC 9(5).

      *---------------------------------------------------------------*
      * Compteurs de traitement                                        *
      *---------------------------------------------------------------*
       01  WS-BAL-COUNTERS.
           05 WS-NB-CPT-LUS         PIC 9(7) VALUE 0.
           05 WS-NB-IMPAYES         PIC 9(7) VALUE 0.
           05 WS-NB-INCONNUS        PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Remboursements au prorata virés du premier du mois de         *
      * l'arrêté jusqu'à l'arrêté                                     *
      *---------------------------------------------------------------*
       01  WS-REMB-MOIS.
           05 WS-RM-NB              PIC 9(5) VALUE 0.
           05 WS-RM-MONTANT         PIC 9(9)V99 VALUE 0.
           05 WS-RM-DEBUT           PIC 9(8) VALUE 0.

      *---------------------------------------------------------------*
      * Date d'arrêté de la balance (paramètre, défaut date du jour)  *
      *---------------------------------------------------------------*
       77  WS-DATE-ARRETE           PIC 9(8) VALUE 0.
       01  WS-PARAM-REC.
           05 WS-PAR-DATE           PIC X(08).
           05 FILLER                PIC X(72).

      *---------------------------------------------------------------*
      * Date système courante                                          *
      *---------------------------------------------------------------*
       01  WS-CURR-DT.
           05 WS-CD-YYYY            PIC 9(4).
           05 WS-CD-MM              PIC 9(2).
           05 WS-CD-DD              PIC 9(2).
           05 WS-CD-HH              PIC 9(2).
           05 WS-CD-MN              PIC 9(2).
           05 WS-CD-SS              PIC 9(2).
           05 WS-CD-HS              PIC 9(2).
           05 WS-CD-OFFSIGN         PIC X.
           05 WS-CD-OFFHH           PIC 9(2).
           05 WS-CD-OFFMN           PIC 9(2).

      *---------------------------------------------------------------*
      * Date éditée JJ/MM/AAAA                                         *
      *---------------------------------------------------------------*
       01  WS-DATE-EDIT.
           05 WS-DATE-JJ            PIC 99.
           05 WS-SLASH1             PIC X VALUE "/".
           05 WS-DATE-MM            PIC 99.
           05 WS-SLASH2             PIC X VALUE "/".
           05 WS-DATE-AAAA          PIC 9(4).

      *---------------------------------------------------------------*
      * Entête de la balance âgée                                     *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "                BALANCE  AGEE  DES  IMPAYES".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "                ---------------------------".
           05 WS-H-VIDE             PIC X(80)
              VALUE SPACES.
           05 WS-H-TIRETS           PIC X(80)
              VALUE ALL "-".

           05 WS-H-LIGNE-DATE.
              10 WS-H-LBL-DATE      PIC X(20)
                 VALUE "EDITION DU : ".
              10 WS-H-DATE          PIC X(10).
              10 FILLER             PIC X(14) VALUE SPACES.
              10 FILLER             PIC X(14)
                 VALUE "ARRETE AU : ".
              10 WS-H-DATE-ARRETE   PIC X(10).
              10 FILLER             PIC X(12) VALUE SPACES.

           05 WS-H-LIGNE-COL.
              10 FILLER             PIC X(3)  VALUE "AG".
              10 FILLER             PIC X(7)  VALUE "MATRIC".
              10 FILLER             PIC X(15) VALUE "NOM".
              10 FILLER             PIC X(11) VALUE "    0-30 J".
              10 FILLER             PIC X(11) VALUE "   31-60 J".
              10 FILLER             PIC X(11) VALUE "   61-90 J".
              10 FILLER             PIC X(11) VALUE "    > 90 J".
              10 FILLER             PIC X(11) VALUE "   RESTANT".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de détail d'un assuré débiteur                          *
      *---------------------------------------------------------------*
       01  WS-ETAT-DETAIL.
           05 WS-ED-AGENCE          PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-MAT             PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-NOM             PIC X(15).
           05 WS-ED-COL OCCURS 5.
              10 FILLER             PIC X(01).
              10 WS-ED-MONTANT      PIC ZZZZZZ9.99.

      *---------------------------------------------------------------*
      * Ligne de sous-total par agence et de total général            *
      *---------------------------------------------------------------*
       01  WS-ETAT-CUMUL.
           05 WS-EC-LIBELLE         PIC X(16).
           05 WS-EC-NB              PIC ZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-EC-COL OCCURS 5.
              10 FILLER             PIC X(01).
              10 WS-EC-MONTANT      PIC ZZZZZZ9.99.

       01  WS-LIGNE-REMB.
           05 FILLER                PIC X(26)
              VALUE "REMBOURSEMENTS DU MOIS  : ".
           05 WS-LR-NB              PIC Z(4)9.
           05 FILLER                PIC X(12) VALUE "  MONTANT : ".
           05 WS-LR-MONTANT         PIC Z(8)9.99.
           05 FILLER                PIC X(25) VALUE SPACES.

       01  WS-LIGNE-DEBORD.
           05 FILLER                PIC X(26)
              VALUE "ASSURES NON CLASSES     : ".
           05 WS-LD-NB              PIC Z(4)9.
           05 FILLER                PIC X(12) VALUE "  MONTANT : ".
           05 WS-LD-MONTANT         PIC Z(8)9.99.
           05 FILLER                PIC X(25) VALUE SPACES.

      *---------------------------------------------------------------*
      * Nom du programme d'accès fichiers + buffer                     *
      *---------------------------------------------------------------*
       01  WS-ACC                   PIC X(8).
       01  WS-JRN                   PIC X(8).

      *---------------------------------------------------------------*
      * Zone de communication avec le sous-programme JRNRUN            *
      *---------------------------------------------------------------*
       COPY WJRNCOM.

       01  WS-BUFFER                PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Zone de communication avec le sous-programme ACCFIC            *
      *---------------------------------------------------------------*
       01  Z-COM.
           05 Z-NOM-FICHIER         PIC X(8).
           05 Z-CODE-FONCTION       PIC 99.
           05 Z-CODE-RETOUR         PIC 99.
           05 Z-ENR-LONG.
              10 Z-ENREGISTREMENT   PIC X(80).
              10 Z-ENR-SUITE        PIC X(48).

       PROCEDURE DIVISION.

      *===============================================================*
      * PROGRAMME PRINCIPAL                                           *
      *===============================================================*
       MAIN.

           MOVE 00 TO Z-CODE-RETOUR

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT

      *--- Date d'arrêté : paramètre, date du jour à défaut ----------*
           PERFORM LIRE-PARAMETRE

      *--- Ouverture des fichiers d'entrée / sortie ------------------*
           PERFORM OPEN-COMPTE
           PERFORM OPEN-ASSURE
           PERFORM OPEN-LISTE

      *--- Chargement des impayés émis jusqu'à l'arrêté en table,     *
      *    par assuré ; cumul des remboursements du mois -------------*
           MOVE WS-DATE-ARRETE TO WS-RM-DEBUT
           MOVE "01"           TO WS-RM-DEBUT(7:2)
           INITIALIZE WS-BA-DEBORD-MT
           MOVE SPACES TO Z-ENR-LONG
           PERFORM BROWSE-COMPTE
           PERFORM UNTIL FIN-COMPTE
               ADD 1 TO WS-NB-CPT-LUS

               IF CP-TYPE-APPEL AND CP-IMPAYE
                  AND CP-DATE-OPE NOT > WS-DATE-ARRETE
                   PERFORM RETENIR-IMPAYE
               END-IF

               IF CP-TYPE-REMBOURSEMENT
                  AND CP-DATE-OPE NOT < WS-RM-DEBUT
                  AND CP-DATE-OPE NOT > WS-DATE-ARRETE
                   ADD 1          TO WS-RM-NB
                   ADD CP-MONTANT TO WS-RM-MONTANT
               END-IF

               MOVE SPACES TO Z-ENR-LONG
               PERFORM BROWSE-COMPTE
           END-PERFORM

      *--- Classement par agence puis restant dû décroissant ---------*
           PERFORM TRIER-BALANCE

      *--- Edition de la balance -------------------------------------*
           PERFORM WRITE-ENTETE-ETAT

           INITIALIZE WS-CUMULS
           MOVE SPACES TO WS-AG-COURANTE

           PERFORM EDITER-ASSURE
               VARYING WS-BA-I FROM 1 BY 1
               UNTIL WS-BA-I > WS-BA-NBPOSTES

           IF WS-BA-NBPOSTES > 0
               PERFORM WRITE-CUMUL-AGENCE
           END-IF

           PERFORM WRITE-TOTAL-ETAT

           DISPLAY "ETATBAL  - ECRITURES LUES    : " WS-NB-CPT-LUS
           DISPLAY "ETATBAL  - APPELS IMPAYES    : " WS-NB-IMPAYES
           DISPLAY "ETATBAL  - ASSURES DEBITEURS : " WS-BA-NBPOSTES
           DISPLAY "ETATBAL  - NON CLASSES       : " WS-BA-DEBORD
           DISPLAY "ETATBAL  - REMBOURSEMENTS    : " WS-RM-NB

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-COMPTE
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-LISTE

      *--- Code retour : 8 si la table a débordé (balance non         *
      *    détaillée pour une partie des assurés) --------------------*
           IF WS-BA-DEBORD > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Prise en compte d'un appel impayé : restant dû ventilé dans   *
      * la tranche d'ancienneté de l'appel, sur la ligne de l'assuré  *
      * (le compte étant parcouru par matricule, une nouvelle ligne   *
      * est ouverte à chaque changement d'assuré) ; pour un assuré    *
      * non classé, il va au restant dû hors table                    *
      *===============================================================*
       RETENIR-IMPAYE.

           COMPUTE WS-DU = CP-MONTANT - CP-MT-PRELEVE - CP-MT-ENCAISSE

           IF WS-DU > 0
               ADD 1 TO WS-NB-IMPAYES

               IF CP-DATE-OPE NUMERIC AND CP-DATE-OPE > 0
                  AND CP-DATE-OPE < WS-DATE-ARRETE
                   COMPUTE WS-AGE-JOURS =
                         FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE)
                       - FUNCTION INTEGER-OF-DATE(CP-DATE-OPE)
               ELSE
                   MOVE 0 TO WS-AGE-JOURS
               END-IF

               EVALUATE TRUE
                   WHEN WS-AGE-JOURS <= 30
                       MOVE 1 TO WS-TRANCHE
                   WHEN WS-AGE-JOURS <= 60
                       MOVE 2 TO WS-TRANCHE
                   WHEN WS-AGE-JOURS <= 90
                       MOVE 3 TO WS-TRANCHE
                   WHEN OTHER
                       MOVE 4 TO WS-TRANCHE
               END-EVALUATE

               IF CP-MATRICULE NOT = WS-MAT-COURANT
                   PERFORM OUVRIR-LIGNE-ASSURE
               END-IF

               IF LIGNE-EN-TABLE
                   ADD WS-DU
                       TO WS-BA-TRANCHE(WS-BA-NBPOSTES, WS-TRANCHE)
                   ADD WS-DU TO WS-BA-TOTAL(WS-BA-NBPOSTES)
               ELSE
                   ADD WS-DU TO WS-BA-DEB-TRANCHE(WS-TRANCHE)
                   ADD WS-DU TO WS-BA-DEB-TOTAL
               END-IF
           END-IF
           .

      *===============================================================*
      * Ouverture de la ligne d'un nouvel assuré débiteur, avec       *
      * son agence et son nom lus sur F-ASSURES ; table pleine,       *
      * l'assuré est compté une fois parmi les non classés            *
      *===============================================================*
       OUVRIR-LIGNE-ASSURE.

           MOVE CP-MATRICULE TO WS-MAT-COURANT

           IF WS-BA-NBPOSTES < WS-BA-CAPACITE
               SET LIGNE-EN-TABLE TO TRUE
               ADD 1 TO WS-BA-NBPOSTES

               INITIALIZE WS-BA-POSTE(WS-BA-NBPOSTES)
               MOVE CP-MATRICULE TO WS-BA-MAT(WS-BA-NBPOSTES)

               PERFORM READ-ASSURE

               IF Z-CODE-RETOUR = 00
                   MOVE AS-AGENCE TO WS-BA-AGENCE(WS-BA-NBPOSTES)
                   MOVE AS-NOM    TO WS-BA-NOM(WS-BA-NBPOSTES)
               ELSE
                   ADD 1 TO WS-NB-INCONNUS
                   MOVE "**"        TO WS-BA-AGENCE(WS-BA-NBPOSTES)
                   MOVE "*INCONNU*" TO WS-BA-NOM(WS-BA-NBPOSTES)
               END-IF
           ELSE
               SET LIGNE-HORS-TABLE TO TRUE
               ADD 1 TO WS-BA-DEBORD
           END-IF
           .

      *===============================================================*
      * Classement de la table par agence croissante puis restant     *
      * dû décroissant (tri par échanges)                             *
      *===============================================================*
       TRIER-BALANCE.

           PERFORM TRIER-PASSE
               VARYING WS-BA-I FROM 1 BY 1
               UNTIL WS-BA-I >= WS-BA-NBPOSTES
           .

       TRIER-PASSE.

           COMPUTE WS-BA-J = WS-BA-I + 1

           PERFORM TRIER-COMPARER
               UNTIL WS-BA-J > WS-BA-NBPOSTES
           .

       TRIER-COMPARER.

           IF WS-BA-AGENCE(WS-BA-J) < WS-BA-AGENCE(WS-BA-I)
              OR (WS-BA-AGENCE(WS-BA-J) = WS-BA-AGENCE(WS-BA-I)
                  AND WS-BA-TOTAL(WS-BA-J) > WS-BA-TOTAL(WS-BA-I))
               MOVE WS-BA-POSTE(WS-BA-I) TO WS-BA-ECHANGE
               MOVE WS-BA-POSTE(WS-BA-J)
                   TO WS-BA-POSTE(WS-BA-I)
               MOVE WS-BA-ECHANGE TO WS-BA-POSTE(WS-BA-J)
           END-IF

           ADD 1 TO WS-BA-J
           .

      *===============================================================*
      * Edition de la ligne d'un assuré débiteur, précédée du         *
      * sous-total de l'agence précédente à chaque rupture            *
      *===============================================================*
       EDITER-ASSURE.

           IF WS-BA-AGENCE(WS-BA-I) NOT = WS-AG-COURANTE
               IF WS-BA-I > 1
                   PERFORM WRITE-CUMUL-AGENCE
               END-IF
               MOVE WS-BA-AGENCE(WS-BA-I) TO WS-AG-COURANTE
           END-IF

           MOVE SPACES                TO WS-ETAT-DETAIL
           MOVE WS-BA-AGENCE(WS-BA-I) TO WS-ED-AGENCE
           MOVE WS-BA-MAT(WS-BA-I)    TO WS-ED-MAT
           MOVE WS-BA-NOM(WS-BA-I)    TO WS-ED-NOM

           PERFORM EDITER-TRANCHE
               VARYING WS-BA-T FROM 1 BY 1 UNTIL WS-BA-T > 4

           MOVE WS-BA-TOTAL(WS-BA-I)  TO WS-ED-MONTANT(5)
           ADD WS-BA-TOTAL(WS-BA-I)   TO WS-CU-AGENCE(5)
           ADD 1                      TO WS-CU-NB-AGENCE

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

       EDITER-TRANCHE.

           MOVE WS-BA-TRANCHE(WS-BA-I, WS-BA-T)
               TO WS-ED-MONTANT(WS-BA-T)
           ADD WS-BA-TRANCHE(WS-BA-I, WS-BA-T)
               TO WS-CU-AGENCE(WS-BA-T)
           .

      *===============================================================*
      * Ecriture du sous-total de l'agence en cours, reporté au       *
      * total général puis remis à zéro                               *
      *===============================================================*
       WRITE-CUMUL-AGENCE.

           MOVE SPACES TO WS-ETAT-CUMUL
           STRING "TOTAL AGENCE " WS-AG-COURANTE
               DELIMITED BY SIZE INTO WS-EC-LIBELLE
           MOVE WS-CU-NB-AGENCE TO WS-EC-NB
           ADD WS-CU-NB-AGENCE  TO WS-CU-NB-GENERAL

           PERFORM REPORTER-CUMUL
               VARYING WS-BA-T FROM 1 BY 1 UNTIL WS-BA-T > 5

           MOVE WS-H-TIRETS   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-CUMUL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE 0 TO WS-CU-NB-AGENCE
           .

       REPORTER-CUMUL.

           MOVE WS-CU-AGENCE(WS-BA-T) TO WS-EC-MONTANT(WS-BA-T)
           ADD WS-CU-AGENCE(WS-BA-T)  TO WS-CU-GENERAL(WS-BA-T)
           MOVE 0                     TO WS-CU-AGENCE(WS-BA-T)
           .

      *===============================================================*
      * Lecture de l'écriture suivante du compte cotisant             *
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
      * Lecture de l'assuré de l'écriture courante (KSDS)             *
      *===============================================================*
       READ-ASSURE.
           MOVE 'ACCFIC'     TO WS-ACC
           MOVE 'KSDS'       TO Z-NOM-FICHIER
           MOVE 02           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENR-LONG
           MOVE CP-MATRICULE TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:108) TO W-ASSURE
           END-IF
           .

      *===============================================================*
      * Lecture de la date de traitement sur le fichier paramètre     *
      * (AAAAMMJJ en colonnes 1-8, même convention que CONSMVT) ; à   *
      * défaut la date du jour est retenue                            *
      *===============================================================*
       LIRE-PARAMETRE.
           MOVE WS-CURR-DT(1:8) TO WS-DATE-ARRETE

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'PARAM'  TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'ETATBAL  - PARAMETRE ABSENT, DATE DU JOUR '
                   'RETENUE : ' WS-DATE-ARRETE
           ELSE
               MOVE 'PARAM'  TO Z-NOM-FICHIER
               MOVE 02       TO Z-CODE-FONCTION
               MOVE 00       TO Z-CODE-RETOUR
               MOVE SPACES   TO Z-ENREGISTREMENT

               CALL WS-ACC USING Z-COM

               IF Z-CODE-RETOUR = 00
                   MOVE Z-ENREGISTREMENT TO WS-PARAM-REC
                   IF WS-PAR-DATE NUMERIC
                       MOVE WS-PAR-DATE TO WS-DATE-ARRETE
                   ELSE
                       DISPLAY 'ETATBAL  - PARAMETRE INVALIDE, DATE '
                           'DU JOUR RETENUE : ' WS-DATE-ARRETE
                   END-IF
               ELSE
                   DISPLAY 'ETATBAL  - PARAMETRE VIDE, DATE DU JOUR '
                       'RETENUE : ' WS-DATE-ARRETE
               END-IF

               MOVE 'PARAM'  TO Z-NOM-FICHIER
               MOVE 03       TO Z-CODE-FONCTION
               MOVE 00       TO Z-CODE-RETOUR
               MOVE SPACES   TO Z-ENREGISTREMENT

               CALL WS-ACC USING Z-COM
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
               SET FIN-COMPTE TO TRUE
           END-IF
           .

      *===============================================================*
      * Ouverture fichier assurés (KSDS)                              *
      *===============================================================*
       OPEN-ASSURE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN ASSURE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture fichier de listing (balance âgée)                   *
      *===============================================================*
       OPEN-LISTE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'LISTE'  TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN LISTE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers                                        *
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

       CLOSE-ASSURE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ASSURE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

       CLOSE-LISTE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'LISTE'  TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE LISTE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture de l'entête de la balance âgée                       *
      *===============================================================*
       WRITE-ENTETE-ETAT.

           MOVE WS-CD-DD   TO WS-DATE-JJ
           MOVE WS-CD-MM   TO WS-DATE-MM
           MOVE WS-CD-YYYY TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE

           MOVE WS-DATE-ARRETE(7:2) TO WS-DATE-JJ
           MOVE WS-DATE-ARRETE(5:2) TO WS-DATE-MM
           MOVE WS-DATE-ARRETE(1:4) TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE-ARRETE

           MOVE WS-H-TITRE      TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-SOUS-TITRE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-LIGNE-DATE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-LIGNE-COL  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-TIRETS     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture du total général de la balance, précédé des assurés  *
      * non classés qui y sont repris, puis rappel des                *
      * remboursements du mois                                        *
      *===============================================================*
       WRITE-TOTAL-ETAT.

           MOVE WS-H-TIRETS   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           IF WS-BA-DEBORD > 0
               MOVE WS-BA-DEBORD    TO WS-LD-NB
               MOVE WS-BA-DEB-TOTAL TO WS-LD-MONTANT
               MOVE WS-LIGNE-DEBORD TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
               ADD WS-BA-DEBORD     TO WS-CU-NB-GENERAL
               PERFORM CUMULER-DEBORD
                   VARYING WS-BA-T FROM 1 BY 1 UNTIL WS-BA-T > 4
               ADD WS-BA-DEB-TOTAL  TO WS-CU-GENERAL(5)
           END-IF

           MOVE SPACES TO WS-ETAT-CUMUL
           MOVE "TOTAL GENERAL"  TO WS-EC-LIBELLE
           MOVE WS-CU-NB-GENERAL TO WS-EC-NB

           PERFORM EDITER-TOTAL-GENERAL
               VARYING WS-BA-T FROM 1 BY 1 UNTIL WS-BA-T > 5

           MOVE WS-ETAT-CUMUL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-RM-NB        TO WS-LR-NB
           MOVE WS-RM-MONTANT   TO WS-LR-MONTANT
           MOVE WS-LIGNE-REMB   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

       CUMULER-DEBORD.

           ADD WS-BA-DEB-TRANCHE(WS-BA-T) TO WS-CU-GENERAL(WS-BA-T)
           .

       EDITER-TOTAL-GENERAL.

           MOVE WS-CU-GENERAL(WS-BA-T) TO WS-EC-MONTANT(WS-BA-T)
           .

      *===============================================================*
      * Ecriture d'une ligne dans le fichier de listing               *
      *===============================================================*
       WRITE-LIGNE-ETAT.
           MOVE WS-ETAT-LINE TO Z-ENREGISTREMENT

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'LISTE'  TO Z-NOM-FICHIER
           MOVE 04       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE LISTE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Enregistrement du passage du programme au journal des         *
      * exécutions (sous-programme JRNRUN)                            *
      *===============================================================*
       ECRIRE-JOURNAL.
           MOVE SPACES       TO J-COM
           MOVE 01           TO J-FONCTION
           MOVE 00           TO J-CODE-RETOUR
           MOVE 'ETATBAL ' TO J-PROGRAMME
           MOVE WS-DATE-ARRETE TO J-DATE-TRT
           MOVE WS-NB-CPT-LUS TO J-NB-LUS
           MOVE WS-NB-IMPAYES TO J-NB-TRAITES
           MOVE WS-BA-DEBORD TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
