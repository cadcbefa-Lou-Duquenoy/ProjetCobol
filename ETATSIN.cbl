       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATSIN.

      *===============================================================*
      *  PROGRAMME : ETATSIN                                          *
      *  ROLE      :                                                  *
      *    - Parcourir le fichier des sinistres (SINISTRE) et éditer  *
      *      l'état des sinistres par agence (LISTE) : une ligne par  *
      *      sinistre (assuré, type, survenance, statut, réserve et   *
      *      montant réglé), classée par agence puis numéro           *
      *    - Sous-total par agence : nombre de sinistres par statut   *
      *      (ouvert, réglé, refusé, clos), réserve et réglé cumulés, *
      *      puis total général                                       *
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
      * Indicateur de fin de parcours du fichier des sinistres        *
      *---------------------------------------------------------------*
       77  WS-EOF-SIN               PIC X VALUE "N".
           88 FIN-SINISTRE                VALUE "Y".
           88 PAS-FIN-SINISTRE            VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WSINIST.
       COPY WASSURE.

      *---------------------------------------------------------------*
      * Table des sinistres, classée par agence puis numéro avant     *
      * édition ; l'excédent au delà de la capacité est compté à      *
      * part et signalé en fin d'état                                 *
      *---------------------------------------------------------------*
       01  WS-TAB-SIN.
           05 WS-TS-POSTE OCCURS 2000.
              10 WS-TS-AGENCE       PIC X(02).
              10 WS-TS-NUMERO       PIC X(08).
              10 WS-TS-MAT          PIC X(06).
              10 WS-TS-NOM          PIC X(15).
              10 WS-TS-TYPE         PIC X(02).
              10 WS-TS-SURVENANCE   PIC 9(08).
              10 WS-TS-STATUT       PIC X(01).
              10 WS-TS-RESERVE      PIC 9(07)V99.
              10 WS-TS-MT-PAYE      PIC 9(07)V99.

       77  WS-TS-NBPOSTES           PIC 9(5) VALUE 0.
       77  WS-TS-CAPACITE           PIC 9(5) VALUE 2000.
       77  WS-TS-DEBORD             PIC 9(5) VALUE 0.
       77  WS-TS-I                  PIC 9(5) VALUE 0.
       77  WS-TS-J                  PIC 9(5) VALUE 0.
       77  WS-TS-ECHANGE            PIC X(60) VALUE SPACES.
       77  WS-AG-COURANTE           PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------*
      * Cumuls par agence, généraux, et zone d'édition d'un cumul :   *
      * nombre de sinistres par statut (1 ouvert, 2 réglé, 3 refusé,  *
      * 4 clos), nombre total, réserve et réglé                       *
      *---------------------------------------------------------------*
       01  WS-CU-AGENCE.
           05 WS-CA-NB-STATUT       PIC 9(5) OCCURS 4.
           05 WS-CA-NB              PIC 9(5).
           05 WS-CA-RESERVE         PIC 9(9)V99.
           05 WS-CA-MT-PAYE         PIC 9(9)V99.

       01  WS-CU-GENERAL.
           05 WS-CG-NB-STATUT       PIC 9(5) OCCURS 4.
           05 WS-CG-NB              PIC 9(5).
           05 WS-CG-RESERVE         PIC 9(9)V99.
           05 WS-CG-MT-PAYE         PIC 9(9)V99.

       01  WS-CU-EDITE.
           05 WS-CE-NB-STATUT       PIC 9(5) OCCURS 4.
           05 WS-CE-NB              PIC 9(5).
           05 WS-CE-RESERVE         PIC 9(9)V99.
           05 WS-CE-MT-PAYE         PIC 9(9)V99.

       77  WS-ST                    PIC 9 VALUE 0.

      *---------------------------------------------------------------*
      * Compteurs de traitement                                       *
      *---------------------------------------------------------------*
       01  WS-SIN-COUNTERS.
           05 WS-NB-SIN-LUS         PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * Date d'arrêté de l'état (paramètre, défaut date du jour)      *
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
      * Entête de l'état des sinistres par agence                     *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "                SINISTRES  PAR  AGENCE".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "                ----------------------".
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
              10 FILLER             PIC X(9)  VALUE "SINISTRE".
              10 FILLER             PIC X(7)  VALUE "MATRIC".
              10 FILLER             PIC X(16) VALUE "NOM".
              10 FILLER             PIC X(3)  VALUE "TY".
              10 FILLER             PIC X(9)  VALUE "SURVEN.".
              10 FILLER             PIC X(2)  VALUE "S".
              10 FILLER             PIC X(11) VALUE "   RESERVE".
              10 FILLER             PIC X(10) VALUE "    REGLE".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de détail d'un sinistre                                 *
      *---------------------------------------------------------------*
       01  WS-ETAT-DETAIL.
           05 WS-ED-AGENCE          PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-NUMERO          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-MAT             PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-NOM             PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-TYPE            PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-SURVENANCE      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-STATUT          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-RESERVE         PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-MT-PAYE         PIC ZZZZZZ9.99.

      *---------------------------------------------------------------*
      * Lignes de sous-total par agence et de total général :         *
      * montants puis répartition par statut                          *
      *---------------------------------------------------------------*
       01  WS-ETAT-CUMUL.
           05 WS-EC-LIBELLE         PIC X(16).
           05 WS-EC-NB              PIC ZZZZ9.
           05 FILLER                PIC X(28) VALUE SPACES.
           05 WS-EC-RESERVE         PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-EC-MT-PAYE         PIC ZZZZZZ9.99.

       01  WS-ETAT-STATUTS.
           05 FILLER                PIC X(12) VALUE "  OUVERTS : ".
           05 WS-EST-OUVERTS        PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "   REGLES : ".
           05 WS-EST-REGLES         PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "  REFUSES : ".
           05 WS-EST-REFUSES        PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "  CLOS    : ".
           05 WS-EST-CLOS           PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

       01  WS-LIGNE-DEBORD.
           05 FILLER                PIC X(26)
              VALUE "SINISTRES NON CLASSES   : ".
           05 WS-LD-NB              PIC Z(4)9.
           05 FILLER                PIC X(49) VALUE SPACES.

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
           PERFORM OPEN-SINISTRE
           PERFORM OPEN-ASSURE
           PERFORM OPEN-LISTE

      *--- Chargement des sinistres en table -------------------------*
           MOVE SPACES TO Z-ENR-LONG
           PERFORM BROWSE-SINISTRE
           PERFORM UNTIL FIN-SINISTRE
               ADD 1 TO WS-NB-SIN-LUS

               PERFORM RETENIR-SINISTRE

               MOVE SPACES TO Z-ENR-LONG
               PERFORM BROWSE-SINISTRE
           END-PERFORM

      *--- Classement par agence puis numéro de sinistre -------------*
           PERFORM TRIER-SINISTRES

      *--- Edition de l'état -----------------------------------------*
           PERFORM WRITE-ENTETE-ETAT

           INITIALIZE WS-CU-AGENCE
           INITIALIZE WS-CU-GENERAL
           MOVE SPACES TO WS-AG-COURANTE

           PERFORM EDITER-SINISTRE
               VARYING WS-TS-I FROM 1 BY 1
               UNTIL WS-TS-I > WS-TS-NBPOSTES

           IF WS-TS-NBPOSTES > 0
               PERFORM WRITE-CUMUL-AGENCE
           END-IF

           PERFORM WRITE-TOTAL-ETAT

           DISPLAY "ETATSIN  - SINISTRES LUS     : " WS-NB-SIN-LUS
           DISPLAY "ETATSIN  - SINISTRES EDITES  : " WS-TS-NBPOSTES

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-SINISTRE
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-LISTE

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Mise en table du sinistre courant, avec le nom de l'assuré    *
      * lu sur F-ASSURES                                              *
      *===============================================================*
       RETENIR-SINISTRE.

           IF WS-TS-NBPOSTES < WS-TS-CAPACITE
               ADD 1 TO WS-TS-NBPOSTES
               INITIALIZE WS-TS-POSTE(WS-TS-NBPOSTES)

               MOVE SN-AGENCE    TO WS-TS-AGENCE(WS-TS-NBPOSTES)
               MOVE SN-NUMERO    TO WS-TS-NUMERO(WS-TS-NBPOSTES)
               MOVE SN-MATRICULE TO WS-TS-MAT(WS-TS-NBPOSTES)
               MOVE SN-TYPE      TO WS-TS-TYPE(WS-TS-NBPOSTES)
               MOVE SN-DATE-SURVENANCE
                   TO WS-TS-SURVENANCE(WS-TS-NBPOSTES)
               MOVE SN-STATUT    TO WS-TS-STATUT(WS-TS-NBPOSTES)
               MOVE SN-RESERVE   TO WS-TS-RESERVE(WS-TS-NBPOSTES)
               MOVE SN-MT-PAYE   TO WS-TS-MT-PAYE(WS-TS-NBPOSTES)

               PERFORM READ-ASSURE

               IF Z-CODE-RETOUR = 00
                   MOVE AS-NOM      TO WS-TS-NOM(WS-TS-NBPOSTES)
               ELSE
                   MOVE "*INCONNU*" TO WS-TS-NOM(WS-TS-NBPOSTES)
               END-IF
           ELSE
               ADD 1 TO WS-TS-DEBORD
           END-IF
           .

      *===============================================================*
      * Classement de la table par agence puis numéro de sinistre     *
      * croissants (tri par échanges)                                 *
      *===============================================================*
       TRIER-SINISTRES.

           PERFORM TRIER-PASSE
               VARYING WS-TS-I FROM 1 BY 1
               UNTIL WS-TS-I >= WS-TS-NBPOSTES
           .

       TRIER-PASSE.

           COMPUTE WS-TS-J = WS-TS-I + 1

           PERFORM TRIER-COMPARER
               UNTIL WS-TS-J > WS-TS-NBPOSTES
           .

       TRIER-COMPARER.

           IF WS-TS-AGENCE(WS-TS-J) < WS-TS-AGENCE(WS-TS-I)
              OR (WS-TS-AGENCE(WS-TS-J) = WS-TS-AGENCE(WS-TS-I)
                  AND WS-TS-NUMERO(WS-TS-J) < WS-TS-NUMERO(WS-TS-I))
               MOVE WS-TS-POSTE(WS-TS-I) TO WS-TS-ECHANGE
               MOVE WS-TS-POSTE(WS-TS-J)
                   TO WS-TS-POSTE(WS-TS-I)
               MOVE WS-TS-ECHANGE TO WS-TS-POSTE(WS-TS-J)
           END-IF

           ADD 1 TO WS-TS-J
           .

      *===============================================================*
      * Edition de la ligne d'un sinistre, précédée du sous-total     *
      * de l'agence précédente à chaque rupture                       *
      *===============================================================*
       EDITER-SINISTRE.

           IF WS-TS-AGENCE(WS-TS-I) NOT = WS-AG-COURANTE
               IF WS-TS-I > 1
                   PERFORM WRITE-CUMUL-AGENCE
               END-IF
               MOVE WS-TS-AGENCE(WS-TS-I) TO WS-AG-COURANTE
           END-IF

           MOVE SPACES                    TO WS-ETAT-DETAIL
           MOVE WS-TS-AGENCE(WS-TS-I)     TO WS-ED-AGENCE
           MOVE WS-TS-NUMERO(WS-TS-I)     TO WS-ED-NUMERO
           MOVE WS-TS-MAT(WS-TS-I)        TO WS-ED-MAT
           MOVE WS-TS-NOM(WS-TS-I)        TO WS-ED-NOM
           MOVE WS-TS-TYPE(WS-TS-I)       TO WS-ED-TYPE
           MOVE WS-TS-SURVENANCE(WS-TS-I) TO WS-ED-SURVENANCE
           MOVE WS-TS-STATUT(WS-TS-I)     TO WS-ED-STATUT
           MOVE WS-TS-RESERVE(WS-TS-I)    TO WS-ED-RESERVE
           MOVE WS-TS-MT-PAYE(WS-TS-I)    TO WS-ED-MT-PAYE

           EVALUATE WS-TS-STATUT(WS-TS-I)
               WHEN "O"
                   MOVE 1 TO WS-ST
               WHEN "R"
                   MOVE 2 TO WS-ST
               WHEN "F"
                   MOVE 3 TO WS-ST
               WHEN OTHER
                   MOVE 4 TO WS-ST
           END-EVALUATE

           ADD 1                       TO WS-CA-NB-STATUT(WS-ST)
           ADD 1                       TO WS-CA-NB
           ADD WS-TS-RESERVE(WS-TS-I)  TO WS-CA-RESERVE
           ADD WS-TS-MT-PAYE(WS-TS-I)  TO WS-CA-MT-PAYE

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture du sous-total de l'agence en cours, reporté au       *
      * total général puis remis à zéro                               *
      *===============================================================*
       WRITE-CUMUL-AGENCE.

           MOVE SPACES TO WS-ETAT-CUMUL
           STRING "TOTAL AGENCE " WS-AG-COURANTE
               DELIMITED BY SIZE INTO WS-EC-LIBELLE

           MOVE WS-CU-AGENCE TO WS-CU-EDITE
           PERFORM WRITE-LIGNES-CUMUL

           PERFORM REPORTER-STATUT
               VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > 4
           ADD WS-CA-NB      TO WS-CG-NB
           ADD WS-CA-RESERVE TO WS-CG-RESERVE
           ADD WS-CA-MT-PAYE TO WS-CG-MT-PAYE

           MOVE WS-H-VIDE     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           INITIALIZE WS-CU-AGENCE
           .

       REPORTER-STATUT.

           ADD WS-CA-NB-STATUT(WS-ST) TO WS-CG-NB-STATUT(WS-ST)
           .

      *===============================================================*
      * Ecriture des deux lignes d'un cumul (montants, puis           *
      * répartition par statut) à partir de la zone d'édition         *
      *===============================================================*
       WRITE-LIGNES-CUMUL.

           MOVE WS-CE-NB        TO WS-EC-NB
           MOVE WS-CE-RESERVE   TO WS-EC-RESERVE
           MOVE WS-CE-MT-PAYE   TO WS-EC-MT-PAYE

           MOVE WS-CE-NB-STATUT(1) TO WS-EST-OUVERTS
           MOVE WS-CE-NB-STATUT(2) TO WS-EST-REGLES
           MOVE WS-CE-NB-STATUT(3) TO WS-EST-REFUSES
           MOVE WS-CE-NB-STATUT(4) TO WS-EST-CLOS

           MOVE WS-H-TIRETS     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-CUMUL   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-STATUTS TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Lecture du sinistre suivant (parcours par numéro)             *
      *===============================================================*
       BROWSE-SINISTRE.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'SINISTRE' TO Z-NOM-FICHIER
           MOVE 07         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:128) TO W-SINISTRE
           ELSE
               SET FIN-SINISTRE TO TRUE
               IF Z-CODE-RETOUR NOT = 10
                   DISPLAY 'BROWSE SINISTRE ERREUR : ' Z-CODE-RETOUR
               END-IF
           END-IF
           .

      *===============================================================*
      * Lecture de l'assuré du sinistre courant (KSDS)                *
      *===============================================================*
       READ-ASSURE.
           MOVE 'ACCFIC'     TO WS-ACC
           MOVE 'KSDS'       TO Z-NOM-FICHIER
           MOVE 02           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENR-LONG
           MOVE SN-MATRICULE TO Z-ENREGISTREMENT(1:6)

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
               DISPLAY 'ETATSIN  - PARAMETRE ABSENT, DATE DU JOUR '
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
                       DISPLAY 'ETATSIN  - PARAMETRE INVALIDE, DATE '
                           'DU JOUR RETENUE : ' WS-DATE-ARRETE
                   END-IF
               ELSE
                   DISPLAY 'ETATSIN  - PARAMETRE VIDE, DATE DU JOUR '
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
      * Ouverture du fichier des sinistres                            *
      *===============================================================*
       OPEN-SINISTRE.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'SINISTRE' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN SINISTRE ERREUR : ' Z-CODE-RETOUR
               SET FIN-SINISTRE TO TRUE
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
      * Ouverture fichier de listing (sinistres par agence)           *
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
       CLOSE-SINISTRE.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'SINISTRE' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE SINISTRE ERREUR : ' Z-CODE-RETOUR
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
      * Ecriture de l'entête de l'état des sinistres                  *
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
      * Ecriture du total général de l'état                           *
      *===============================================================*
       WRITE-TOTAL-ETAT.

           MOVE SPACES TO WS-ETAT-CUMUL
           MOVE "TOTAL GENERAL" TO WS-EC-LIBELLE

           MOVE WS-CU-GENERAL TO WS-CU-EDITE
           PERFORM WRITE-LIGNES-CUMUL

           IF WS-TS-DEBORD > 0
               MOVE WS-TS-DEBORD    TO WS-LD-NB
               MOVE WS-LIGNE-DEBORD TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
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
           MOVE 'ETATSIN ' TO J-PROGRAMME
           MOVE WS-DATE-ARRETE TO J-DATE-TRT
           MOVE WS-NB-SIN-LUS TO J-NB-LUS
           MOVE WS-TS-NBPOSTES TO J-NB-TRAITES
           MOVE WS-TS-DEBORD TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
