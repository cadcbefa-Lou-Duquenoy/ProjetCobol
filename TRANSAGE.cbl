       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSAGE.

      *===============================================================*
      *  PROGRAMME : TRANSAGE                                         *
      *  ROLE      :                                                  *
      *    - Appliquer au portefeuille une nouvelle version de la     *
      *      table des territoires des agences (TERRNEW, cf. copy     *
      *      WTERRIT) lors d'une réorganisation du réseau (fermeture  *
      *      d'agence, codes postaux confiés à une autre agence)      *
      *    - La nouvelle table est contrôlée avant tout transfert :   *
      *      tranches lisibles (bornes numériques et ordonnées,       *
      *      agence renseignée) et sans chevauchement ; une table     *
      *      vide ou en anomalie est refusée, portefeuille intact     *
      *    - Parcours complet de F-ASSURES : l'agence de la tranche   *
      *      contenant AS-ADR-CP est comparée à AS-AGENCE ; l'assuré  *
      *      qui change d'agence est réécrit par ACCFIC (fonction     *
      *      05 : l'avant-image part dans HISTASSUR comme pour toute  *
      *      mise à jour). Actifs et suspendus sont transférés ; un   *
      *      code postal invalide ou absent de la table laisse        *
      *      l'assuré dans son agence et il est signalé               *
      *    - Etat de transfert (LISTE) : pour chaque agence cédante   *
      *      ou prenante, assurés cédés et reçus avec effectif et     *
      *      prime, solde de l'agence ; récapitulatif des flux        *
      *      d'agence à agence ; assurés non transférés et motif      *
      *    - Après le passage, la nouvelle table devient la table en  *
      *      vigueur (TERRIT) contrôlée par CTLMVT                    *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      * Indicateurs de fin de parcours des fichiers                   *
      *---------------------------------------------------------------*
       77  WS-EOF-AS                PIC X VALUE "N".
           88 FIN-ASSURE                  VALUE "Y".
           88 PAS-FIN-ASSURE              VALUE "N".

       77  WS-EOF-TER               PIC X VALUE "N".
           88 FIN-TERRIT                  VALUE "Y".
           88 PAS-FIN-TERRIT              VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WASSURE.
       COPY WTERRIT.

      *---------------------------------------------------------------*
      * Nouvelle table des territoires, classée par borne basse ;     *
      * état du contrôle préalable de la table                        *
      *---------------------------------------------------------------*
       01  WS-TAB-TERRIT.
           05 WS-TE-POSTE OCCURS 500.
              10 WS-TE-CP-DEBUT     PIC X(05).
              10 WS-TE-CP-FIN       PIC X(05).
              10 WS-TE-AGENCE       PIC X(02).

       77  WS-TE-NBPOSTES           PIC 9(3) VALUE 0.
       77  WS-TE-CAPACITE           PIC 9(3) VALUE 500.
       77  WS-TE-IDX                PIC 9(3) VALUE 0.
       77  WS-TE-JDX                PIC 9(3) VALUE 0.
       77  WS-TE-TROUVE             PIC 9(3) VALUE 0.
       77  WS-TE-ECHANGE            PIC X(12) VALUE SPACES.

       77  WS-NB-TR-LUES            PIC 9(5) VALUE 0.
       77  WS-NB-TR-ANOMALIES       PIC 9(5) VALUE 0.

       77  WS-ETAT-TABLE            PIC X VALUE "O".
           88 TABLE-VALIDE                VALUE "O".
           88 TABLE-INVALIDE              VALUE "N".

      *---------------------------------------------------------------*
      * Assurés transférés, dans l'ordre du fichier des assurés       *
      *---------------------------------------------------------------*
       01  WS-TAB-TRANSFERT.
           05 WS-TF-POSTE OCCURS 5000.
              10 WS-TF-ANCIENNE     PIC X(02).
              10 WS-TF-NOUVELLE     PIC X(02).
              10 WS-TF-MAT          PIC X(06).
              10 WS-TF-NOM          PIC X(15).
              10 WS-TF-PRENOM       PIC X(12).
              10 WS-TF-STATUT       PIC X(01).
              10 WS-TF-PRIME        PIC 9(06)V99.

       77  WS-TF-NB                 PIC 9(5) VALUE 0.
       77  WS-TF-CAPACITE           PIC 9(5) VALUE 5000.
       77  WS-TF-IDX                PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Flux d'agence à agence : effectif et prime transférés,        *
      * classés par agence cédante puis prenante                      *
      *---------------------------------------------------------------*
       01  WS-TAB-FLUX.
           05 WS-FX-POSTE OCCURS 200.
              10 WS-FX-CLE.
                 15 WS-FX-ANCIENNE  PIC X(02).
                 15 WS-FX-NOUVELLE  PIC X(02).
              10 WS-FX-NB           PIC 9(07).
              10 WS-FX-PRIME        PIC 9(09)V99.

       77  WS-FX-NB-POSTES          PIC 9(3) VALUE 0.
       77  WS-FX-CAPACITE           PIC 9(3) VALUE 200.
       77  WS-FX-IDX                PIC 9(3) VALUE 0.
       77  WS-FX-JDX                PIC 9(3) VALUE 0.
       77  WS-FX-TROUVE             PIC 9(3) VALUE 0.
       77  WS-FX-ECHANGE            PIC X(22) VALUE SPACES.

      *---------------------------------------------------------------*
      * Agences cédantes ou prenantes, classées par code, et cumuls   *
      * de l'agence en cours d'édition                                *
      *---------------------------------------------------------------*
       01  WS-TAB-AGENCES.
           05 WS-AG-CODE OCCURS 100  PIC X(02).

       77  WS-AG-NB                 PIC 9(3) VALUE 0.
       77  WS-AG-CAPACITE           PIC 9(3) VALUE 100.
       77  WS-AG-IDX                PIC 9(3) VALUE 0.
       77  WS-AG-JDX                PIC 9(3) VALUE 0.
       77  WS-AG-ECHANGE            PIC X(02) VALUE SPACES.
       77  WS-AG-A-RANGER           PIC X(02) VALUE SPACES.
       77  WS-AG-PRESENTE           PIC X VALUE "N".
           88 AGENCE-PRESENTE             VALUE "O".
           88 AGENCE-ABSENTE              VALUE "N".

       77  WS-AG-COURANTE           PIC X(02) VALUE SPACES.
       77  WS-AG-SENS               PIC X VALUE "C".
           88 SENS-CEDES                  VALUE "C".
           88 SENS-RECUS                  VALUE "R".
       77  WS-AG-NB-CEDES           PIC 9(7) VALUE 0.
       77  WS-AG-PRIME-CEDEE        PIC 9(9)V99 VALUE 0.
       77  WS-AG-NB-RECUS           PIC 9(7) VALUE 0.
       77  WS-AG-PRIME-RECUE        PIC 9(9)V99 VALUE 0.
       77  WS-AG-SOLDE-NB           PIC S9(7) VALUE 0.
       77  WS-AG-SOLDE-PRIME        PIC S9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Assurés non transférés : code postal invalide (C), absent     *
      * de la nouvelle table (H), erreur de réécriture (E)            *
      *---------------------------------------------------------------*
       01  WS-TAB-NON-TRANSF.
           05 WS-NT-POSTE OCCURS 2000.
              10 WS-NT-MAT          PIC X(06).
              10 WS-NT-NOM          PIC X(15).
              10 WS-NT-PRENOM       PIC X(12).
              10 WS-NT-AGENCE       PIC X(02).
              10 WS-NT-CP           PIC X(05).
              10 WS-NT-MOTIF        PIC X(01).

       77  WS-NT-NB                 PIC 9(4) VALUE 0.
       77  WS-NT-CAPACITE           PIC 9(4) VALUE 2000.
       77  WS-NT-IDX                PIC 9(4) VALUE 0.
       77  WS-NT-MOTIF-EN-COURS     PIC X(01) VALUE SPACE.

      *---------------------------------------------------------------*
      * Compteurs de traitement                                       *
      *---------------------------------------------------------------*
       01  WS-TRF-COUNTERS.
           05 WS-NB-ASS-LUS         PIC 9(7) VALUE 0.
           05 WS-NB-TRANSFERES      PIC 9(7) VALUE 0.
           05 WS-NB-INCHANGES       PIC 9(7) VALUE 0.
           05 WS-NB-HORS-TABLE      PIC 9(7) VALUE 0.
           05 WS-NB-CP-INVALIDES    PIC 9(7) VALUE 0.
           05 WS-NB-ERREURS         PIC 9(7) VALUE 0.
           05 WS-NB-DEBORDS         PIC 9(7) VALUE 0.

       77  WS-PRIME-TRANSFEREE      PIC 9(9)V99 VALUE 0.
       77  WS-AGENCE-ANCIENNE       PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------*
      * Date de traitement (AAAAMMJJ) : lue sur le fichier paramètre, *
      * date du jour à défaut ; date d'effet du transfert             *
      *---------------------------------------------------------------*
       77  WS-DATE-TRT              PIC 9(8) VALUE 0.

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
      * Entête de l'état de transfert                                 *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "    TRANSFERT  DE  PORTEFEUILLE  ENTRE  AGENCES".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "    -------------------------------------------".
           05 WS-H-VIDE             PIC X(80)
              VALUE SPACES.
           05 WS-H-TIRETS           PIC X(80)
              VALUE ALL "-".

           05 WS-H-LIGNE-DATE.
              10 WS-H-LBL-DATE      PIC X(20)
                 VALUE "EDITION DU : ".
              10 WS-H-DATE          PIC X(10).
              10 FILLER             PIC X(50) VALUE SPACES.

           05 WS-H-LIGNE-EFFET.
              10 WS-H-LBL-EFFET     PIC X(20)
                 VALUE "DATE D'EFFET : ".
              10 WS-H-EFFET         PIC X(10).
              10 FILLER             PIC X(50) VALUE SPACES.

           05 WS-H-LIGNE-TABLE.
              10 FILLER             PIC X(32)
                 VALUE "TRANCHES DE LA NOUVELLE TABLE : ".
              10 WS-H-NB-TRANCHES   PIC ZZ9.
              10 FILLER             PIC X(45) VALUE SPACES.

           05 WS-H-LIGNE-COL.
              10 FILLER             PIC X(08) VALUE "MATRIC".
              10 FILLER             PIC X(16) VALUE "NOM".
              10 FILLER             PIC X(14) VALUE "PRENOM".
              10 FILLER             PIC X(09) VALUE "AGENCE".
              10 FILLER             PIC X(11) VALUE "STATUT".
              10 FILLER             PIC X(22) VALUE "    PRIME".

           05 WS-H-LIGNE-COL-NT.
              10 FILLER             PIC X(08) VALUE "MATRIC".
              10 FILLER             PIC X(16) VALUE "NOM".
              10 FILLER             PIC X(14) VALUE "PRENOM".
              10 FILLER             PIC X(04) VALUE "AG".
              10 FILLER             PIC X(07) VALUE "CP".
              10 FILLER             PIC X(31) VALUE "MOTIF".

       01  WS-LIGNE-AGENCE.
           05 FILLER                PIC X(09) VALUE "AGENCE : ".
           05 WS-LA-AGENCE          PIC X(02).
           05 FILLER                PIC X(69) VALUE SPACES.

       01  WS-H-CEDES               PIC X(80)
           VALUE "  ASSURES CEDES".
       01  WS-H-RECUS               PIC X(80)
           VALUE "  ASSURES RECUS".
       01  WS-H-FLUX                PIC X(80)
           VALUE "RECAPITULATIF DES FLUX D'AGENCE A AGENCE".
       01  WS-H-NON-TRANSF          PIC X(80)
           VALUE "ASSURES NON TRANSFERES".
       01  WS-H-TOTAUX              PIC X(80)
           VALUE "TOTAUX DU TRAITEMENT".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Lignes de détail et de totaux de l'état de transfert          *
      *---------------------------------------------------------------*
       01  WS-LIGNE-TRANSFERT.
           05 WS-LT-MAT             PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LT-NOM             PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LT-PRENOM          PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LT-SENS            PIC X(05).
           05 WS-LT-AGENCE          PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LT-STATUT          PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LT-PRIME           PIC ZZZZZ9.99.
           05 FILLER                PIC X(13) VALUE SPACES.

       01  WS-LIGNE-TOTAL-SENS.
           05 WS-LTS-LIBELLE        PIC X(18).
           05 WS-LTS-NB             PIC Z(6)9.
           05 FILLER                PIC X(17)
              VALUE " ASSURES  PRIME :".
           05 WS-LTS-PRIME          PIC Z(8)9.99.
           05 FILLER                PIC X(26) VALUE SPACES.

       01  WS-LIGNE-SOLDE.
           05 FILLER                PIC X(18)
              VALUE "  SOLDE AGENCE : ".
           05 WS-LSO-NB             PIC -(6)9.
           05 FILLER                PIC X(17)
              VALUE " ASSURES  PRIME :".
           05 WS-LSO-PRIME          PIC -(8)9.99.
           05 FILLER                PIC X(26) VALUE SPACES.

       01  WS-LIGNE-FLUX.
           05 FILLER                PIC X(03) VALUE "DE ".
           05 WS-LF-ANCIENNE        PIC X(02).
           05 FILLER                PIC X(06) VALUE " VERS ".
           05 WS-LF-NOUVELLE        PIC X(02).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-LF-NB              PIC Z(6)9.
           05 FILLER                PIC X(17)
              VALUE " ASSURES  PRIME :".
           05 WS-LF-PRIME           PIC Z(8)9.99.
           05 FILLER                PIC X(26) VALUE SPACES.

       01  WS-LIGNE-NON-TRANSF.
           05 WS-LN-MAT             PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LN-NOM             PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LN-PRENOM          PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LN-AGENCE          PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LN-CP              PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LN-MOTIF           PIC X(31).

       01  WS-LIGNE-COMPTEUR.
           05 WS-LC-LIBELLE         PIC X(40).
           05 WS-LC-NB              PIC Z(6)9.
           05 FILLER                PIC X(33) VALUE SPACES.

       01  WS-LIGNE-MONTANT.
           05 WS-LM-LIBELLE         PIC X(40).
           05 WS-LM-MONTANT         PIC Z(8)9.99.
           05 FILLER                PIC X(28) VALUE SPACES.

       01  WS-LIGNE-AUCUN.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "NEANT".
           05 FILLER                PIC X(70) VALUE SPACES.

      *---------------------------------------------------------------*
      * Nom du programme d'accès fichiers + buffer                     *
      *---------------------------------------------------------------*
       01  WS-ACC                   PIC X(8).
       01  WS-JRN                   PIC X(8).

      *---------------------------------------------------------------*
      * Zone de communication avec le sous-programme JRNRUN            *
      *---------------------------------------------------------------*
       COPY WJRNCOM.

       01  WS-BUFFER                PIC X(108) VALUE SPACES.

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
           MOVE 0  TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT

      *--- Date de traitement : paramètre, date du jour à défaut ------*
           PERFORM LIRE-PARAMETRE

      *--- Chargement et contrôle de la nouvelle table ----------------*
           PERFORM CHARGER-TERRITOIRES
           PERFORM TRIER-TERRITOIRES
           PERFORM CONTROLER-TERRITOIRES

           IF TABLE-INVALIDE
               DISPLAY 'TRANSAGE - NOUVELLE TABLE DES TERRITOIRES '
                   'REFUSEE, AUCUN TRANSFERT'
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-JOURNAL
               STOP RUN
           END-IF

      *--- Parcours du portefeuille et transferts ---------------------*
           PERFORM TRANSFERER-PORTEFEUILLE

           PERFORM TRIER-FLUX
           PERFORM RECENSER-AGENCES

      *--- Etat de transfert ------------------------------------------*
           PERFORM OPEN-LISTE

           PERFORM WRITE-ENTETE-ETAT
           PERFORM EDITER-AGENCES
           PERFORM EDITER-FLUX
           PERFORM EDITER-NON-TRANSFERES
           PERFORM EDITER-TOTAUX

           PERFORM CLOSE-LISTE

           DISPLAY "TRANSAGE - ASSURES LUS       : " WS-NB-ASS-LUS
           DISPLAY "TRANSAGE - TRANSFERES        : " WS-NB-TRANSFERES
           DISPLAY "TRANSAGE - HORS TABLE        : " WS-NB-HORS-TABLE
           DISPLAY "TRANSAGE - CP INVALIDES      : "
               WS-NB-CP-INVALIDES
           DISPLAY "TRANSAGE - ERREURS           : " WS-NB-ERREURS

      *--- Code retour : 8 si une table de l'état a débordé, 4 si des *
      *    assurés n'ont pu être rattachés ou réécrits ---------------*
           IF WS-NB-HORS-TABLE > 0 OR WS-NB-CP-INVALIDES > 0
              OR WS-NB-ERREURS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NB-DEBORDS > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Chargement de la nouvelle table des territoires ; un poste    *
      * illisible (bornes non numériques ou inversées, agence à       *
      * blanc) rend la table invalide                                 *
      *===============================================================*
       CHARGER-TERRITOIRES.

           PERFORM OPEN-TERRNEW

           PERFORM READ-TERRNEW
           PERFORM UNTIL FIN-TERRIT
               ADD 1 TO WS-NB-TR-LUES
               PERFORM RANGER-TRANCHE-CP
               PERFORM READ-TERRNEW
           END-PERFORM

           PERFORM CLOSE-TERRNEW

           IF WS-TE-NBPOSTES = 0
               DISPLAY 'TRANSAGE - NOUVELLE TABLE DES TERRITOIRES '
                   'ABSENTE OU VIDE'
               SET TABLE-INVALIDE TO TRUE
           END-IF
           .

       RANGER-TRANCHE-CP.

           IF TR-CP-DEBUT NUMERIC AND TR-CP-FIN NUMERIC
              AND TR-CP-DEBUT NOT > TR-CP-FIN
              AND TR-AGENCE NOT = SPACES
               IF WS-TE-NBPOSTES < WS-TE-CAPACITE
                   ADD 1 TO WS-TE-NBPOSTES
                   MOVE TR-CP-DEBUT TO WS-TE-CP-DEBUT(WS-TE-NBPOSTES)
                   MOVE TR-CP-FIN   TO WS-TE-CP-FIN(WS-TE-NBPOSTES)
                   MOVE TR-AGENCE   TO WS-TE-AGENCE(WS-TE-NBPOSTES)
               ELSE
                   DISPLAY 'TRANSAGE - TABLE DES TERRITOIRES TROP '
                       'LONGUE : ' W-TERRIT(1:12)
                   ADD 1 TO WS-NB-TR-ANOMALIES
                   SET TABLE-INVALIDE TO TRUE
               END-IF
           ELSE
               DISPLAY 'TRANSAGE - TRANCHE DE TERRITOIRE ILLISIBLE : '
                   W-TERRIT(1:12)
               ADD 1 TO WS-NB-TR-ANOMALIES
               SET TABLE-INVALIDE TO TRUE
           END-IF
           .

      *===============================================================*
      * Classement de la nouvelle table par borne basse (tri par      *
      * échanges)                                                     *
      *===============================================================*
       TRIER-TERRITOIRES.

           PERFORM TRIER-TER-PASSE
               VARYING WS-TE-IDX FROM 1 BY 1
               UNTIL WS-TE-IDX >= WS-TE-NBPOSTES
           .

       TRIER-TER-PASSE.

           COMPUTE WS-TE-JDX = WS-TE-IDX + 1

           PERFORM TRIER-TER-COMPARER
               UNTIL WS-TE-JDX > WS-TE-NBPOSTES
           .

       TRIER-TER-COMPARER.

           IF WS-TE-CP-DEBUT(WS-TE-JDX) < WS-TE-CP-DEBUT(WS-TE-IDX)
               MOVE WS-TE-POSTE(WS-TE-IDX) TO WS-TE-ECHANGE
               MOVE WS-TE-POSTE(WS-TE-JDX)
                   TO WS-TE-POSTE(WS-TE-IDX)
               MOVE WS-TE-ECHANGE TO WS-TE-POSTE(WS-TE-JDX)
           END-IF

           ADD 1 TO WS-TE-JDX
           .

      *===============================================================*
      * Contrôle de chevauchement : une tranche ne doit pas           *
      * commencer avant la fin de la tranche précédente (un code      *
      * postal ne relève que d'une agence)                            *
      *===============================================================*
       CONTROLER-TERRITOIRES.

           PERFORM CONTROLER-1-TRANCHE
               VARYING WS-TE-IDX FROM 2 BY 1
               UNTIL WS-TE-IDX > WS-TE-NBPOSTES
           .

       CONTROLER-1-TRANCHE.

           COMPUTE WS-TE-JDX = WS-TE-IDX - 1

           IF WS-TE-CP-DEBUT(WS-TE-IDX) NOT > WS-TE-CP-FIN(WS-TE-JDX)
               DISPLAY 'TRANSAGE - TRANCHES CHEVAUCHANTES : '
                   WS-TE-POSTE(WS-TE-JDX) ' / '
                   WS-TE-POSTE(WS-TE-IDX)
               ADD 1 TO WS-NB-TR-ANOMALIES
               SET TABLE-INVALIDE TO TRUE
           END-IF
           .

      *===============================================================*
      * Parcours complet du portefeuille : chaque assuré est          *
      * rattaché à l'agence de sa tranche de code postal              *
      *===============================================================*
       TRANSFERER-PORTEFEUILLE.

           PERFORM OPEN-ASSURE
           PERFORM OPEN-HIST

           MOVE SPACES TO Z-ENREGISTREMENT
           PERFORM BROWSE-ASSURE

           PERFORM UNTIL FIN-ASSURE
               ADD 1 TO WS-NB-ASS-LUS
               MOVE WS-BUFFER TO W-ASSURE

               PERFORM TRAITER-ASSURE

               PERFORM BROWSE-ASSURE
           END-PERFORM

           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-HIST
           .

      *===============================================================*
      * Traitement d'un assuré : recherche de la tranche de son code  *
      * postal, transfert si l'agence de la tranche diffère de        *
      * l'agence gestionnaire                                         *
      *===============================================================*
       TRAITER-ASSURE.

           IF AS-ADR-CP NOT NUMERIC
               ADD 1 TO WS-NB-CP-INVALIDES
               MOVE "C" TO WS-NT-MOTIF-EN-COURS
               PERFORM RANGER-NON-TRANSFERE
           ELSE
               PERFORM CHERCHER-TRANCHE-CP
               IF WS-TE-TROUVE = 0
                   ADD 1 TO WS-NB-HORS-TABLE
                   MOVE "H" TO WS-NT-MOTIF-EN-COURS
                   PERFORM RANGER-NON-TRANSFERE
               ELSE
                   IF WS-TE-AGENCE(WS-TE-TROUVE) = AS-AGENCE
                       ADD 1 TO WS-NB-INCHANGES
                   ELSE
                       PERFORM TRANSFERER-ASSURE
                   END-IF
               END-IF
           END-IF
           .

      *===============================================================*
      * Recherche de la tranche contenant le code postal de l'assuré  *
      * (WS-TE-TROUVE à zéro si aucune)                               *
      *===============================================================*
       CHERCHER-TRANCHE-CP.

           MOVE 0 TO WS-TE-TROUVE

           PERFORM EXAMINER-TRANCHE-CP
               VARYING WS-TE-IDX FROM 1 BY 1
               UNTIL WS-TE-IDX > WS-TE-NBPOSTES OR WS-TE-TROUVE > 0
           .

       EXAMINER-TRANCHE-CP.

           IF AS-ADR-CP NOT < WS-TE-CP-DEBUT(WS-TE-IDX)
              AND AS-ADR-CP NOT > WS-TE-CP-FIN(WS-TE-IDX)
               MOVE WS-TE-IDX TO WS-TE-TROUVE
           END-IF
           .

      *===============================================================*
      * Transfert d'un assuré : réécriture de l'agence par ACCFIC     *
      * (fonction 05 : l'avant-image est historisée), cumul du flux   *
      * et conservation pour l'état                                   *
      *===============================================================*
       TRANSFERER-ASSURE.

           MOVE AS-AGENCE                   TO WS-AGENCE-ANCIENNE
           MOVE WS-TE-AGENCE(WS-TE-TROUVE)  TO AS-AGENCE

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 05       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE W-ASSURE TO Z-ENR-LONG(1:108)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               ADD 1        TO WS-NB-TRANSFERES
               ADD AS-PRIME TO WS-PRIME-TRANSFEREE
               PERFORM CUMULER-FLUX
               PERFORM RANGER-TRANSFERT
           ELSE

      *--- La réécriture a échoué : l'assuré reste dans son agence ---*
               DISPLAY 'REWRITE ASSURE ERREUR : ' Z-CODE-RETOUR
                   ' MATRICULE ' AS-MATRICULE
               MOVE WS-AGENCE-ANCIENNE TO AS-AGENCE
               ADD 1 TO WS-NB-ERREURS
               MOVE "E" TO WS-NT-MOTIF-EN-COURS
               PERFORM RANGER-NON-TRANSFERE
           END-IF
           .

      *===============================================================*
      * Cumul du transfert dans le flux agence cédante / prenante     *
      *===============================================================*
       CUMULER-FLUX.

           MOVE 0 TO WS-FX-TROUVE

           PERFORM EXAMINER-FLUX
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-NB-POSTES OR WS-FX-TROUVE > 0

           IF WS-FX-TROUVE = 0
               IF WS-FX-NB-POSTES < WS-FX-CAPACITE
                   ADD 1 TO WS-FX-NB-POSTES
                   MOVE WS-FX-NB-POSTES TO WS-FX-TROUVE
                   MOVE WS-AGENCE-ANCIENNE
                       TO WS-FX-ANCIENNE(WS-FX-TROUVE)
                   MOVE AS-AGENCE TO WS-FX-NOUVELLE(WS-FX-TROUVE)
                   MOVE 0         TO WS-FX-NB(WS-FX-TROUVE)
                   MOVE 0         TO WS-FX-PRIME(WS-FX-TROUVE)
               ELSE
                   ADD 1 TO WS-NB-DEBORDS
               END-IF
           END-IF

           IF WS-FX-TROUVE > 0
               ADD 1        TO WS-FX-NB(WS-FX-TROUVE)
               ADD AS-PRIME TO WS-FX-PRIME(WS-FX-TROUVE)
           END-IF
           .

       EXAMINER-FLUX.

           IF WS-FX-ANCIENNE(WS-FX-IDX) = WS-AGENCE-ANCIENNE
              AND WS-FX-NOUVELLE(WS-FX-IDX) = AS-AGENCE
               MOVE WS-FX-IDX TO WS-FX-TROUVE
           END-IF
           .

      *===============================================================*
      * Conservation d'un assuré transféré pour le détail de l'état   *
      *===============================================================*
       RANGER-TRANSFERT.

           IF WS-TF-NB < WS-TF-CAPACITE
               ADD 1 TO WS-TF-NB
               MOVE WS-AGENCE-ANCIENNE TO WS-TF-ANCIENNE(WS-TF-NB)
               MOVE AS-AGENCE          TO WS-TF-NOUVELLE(WS-TF-NB)
               MOVE AS-MATRICULE       TO WS-TF-MAT(WS-TF-NB)
               MOVE AS-NOM             TO WS-TF-NOM(WS-TF-NB)
               MOVE AS-PRENOM          TO WS-TF-PRENOM(WS-TF-NB)
               MOVE AS-STATUT          TO WS-TF-STATUT(WS-TF-NB)
               MOVE AS-PRIME           TO WS-TF-PRIME(WS-TF-NB)
           ELSE
               ADD 1 TO WS-NB-DEBORDS
           END-IF
           .

      *===============================================================*
      * Conservation d'un assuré non transféré et de son motif        *
      *===============================================================*
       RANGER-NON-TRANSFERE.

           IF WS-NT-NB < WS-NT-CAPACITE
               ADD 1 TO WS-NT-NB
               MOVE AS-MATRICULE TO WS-NT-MAT(WS-NT-NB)
               MOVE AS-NOM       TO WS-NT-NOM(WS-NT-NB)
               MOVE AS-PRENOM    TO WS-NT-PRENOM(WS-NT-NB)
               MOVE AS-AGENCE    TO WS-NT-AGENCE(WS-NT-NB)
               MOVE AS-ADR-CP    TO WS-NT-CP(WS-NT-NB)
               MOVE WS-NT-MOTIF-EN-COURS TO WS-NT-MOTIF(WS-NT-NB)
           ELSE
               ADD 1 TO WS-NB-DEBORDS
           END-IF
           .

      *===============================================================*
      * Classement des flux par agence cédante puis prenante (tri     *
      * par échanges)                                                 *
      *===============================================================*
       TRIER-FLUX.

           PERFORM TRIER-FLUX-PASSE
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX >= WS-FX-NB-POSTES
           .

       TRIER-FLUX-PASSE.

           COMPUTE WS-FX-JDX = WS-FX-IDX + 1

           PERFORM TRIER-FLUX-COMPARER
               UNTIL WS-FX-JDX > WS-FX-NB-POSTES
           .

       TRIER-FLUX-COMPARER.

           IF WS-FX-CLE(WS-FX-JDX) < WS-FX-CLE(WS-FX-IDX)
               MOVE WS-FX-POSTE(WS-FX-IDX) TO WS-FX-ECHANGE
               MOVE WS-FX-POSTE(WS-FX-JDX)
                   TO WS-FX-POSTE(WS-FX-IDX)
               MOVE WS-FX-ECHANGE TO WS-FX-POSTE(WS-FX-JDX)
           END-IF

           ADD 1 TO WS-FX-JDX
           .

      *===============================================================*
      * Recensement des agences cédantes et prenantes à partir des    *
      * flux, puis classement par code agence                         *
      *===============================================================*
       RECENSER-AGENCES.

           PERFORM RECENSER-1-FLUX
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-NB-POSTES

           PERFORM TRIER-AG-PASSE
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX >= WS-AG-NB
           .

       RECENSER-1-FLUX.

           MOVE WS-FX-ANCIENNE(WS-FX-IDX) TO WS-AG-A-RANGER
           PERFORM RANGER-AGENCE
           MOVE WS-FX-NOUVELLE(WS-FX-IDX) TO WS-AG-A-RANGER
           PERFORM RANGER-AGENCE
           .

       RANGER-AGENCE.

           SET AGENCE-ABSENTE TO TRUE

           PERFORM EXAMINER-AGENCE
               VARYING WS-AG-JDX FROM 1 BY 1
               UNTIL WS-AG-JDX > WS-AG-NB OR AGENCE-PRESENTE

           IF AGENCE-ABSENTE
               IF WS-AG-NB < WS-AG-CAPACITE
                   ADD 1 TO WS-AG-NB
                   MOVE WS-AG-A-RANGER TO WS-AG-CODE(WS-AG-NB)
               ELSE
                   ADD 1 TO WS-NB-DEBORDS
               END-IF
           END-IF
           .

       EXAMINER-AGENCE.

           IF WS-AG-CODE(WS-AG-JDX) = WS-AG-A-RANGER
               SET AGENCE-PRESENTE TO TRUE
           END-IF
           .

       TRIER-AG-PASSE.

           COMPUTE WS-AG-JDX = WS-AG-IDX + 1

           PERFORM TRIER-AG-COMPARER
               UNTIL WS-AG-JDX > WS-AG-NB
           .

       TRIER-AG-COMPARER.

           IF WS-AG-CODE(WS-AG-JDX) < WS-AG-CODE(WS-AG-IDX)
               MOVE WS-AG-CODE(WS-AG-IDX) TO WS-AG-ECHANGE
               MOVE WS-AG-CODE(WS-AG-JDX) TO WS-AG-CODE(WS-AG-IDX)
               MOVE WS-AG-ECHANGE         TO WS-AG-CODE(WS-AG-JDX)
           END-IF

           ADD 1 TO WS-AG-JDX
           .

      *===============================================================*
      * Edition, pour chaque agence cédante ou prenante, des assurés  *
      * cédés puis reçus, de leurs totaux et du solde de l'agence     *
      *===============================================================*
       EDITER-AGENCES.

           IF WS-AG-NB = 0
               MOVE WS-H-VIDE      TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
               MOVE WS-LIGNE-AUCUN TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           PERFORM EDITER-1-AGENCE
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-NB
           .

       EDITER-1-AGENCE.

           MOVE WS-AG-CODE(WS-AG-IDX) TO WS-AG-COURANTE

           MOVE 0 TO WS-AG-NB-CEDES
           MOVE 0 TO WS-AG-PRIME-CEDEE
           MOVE 0 TO WS-AG-NB-RECUS
           MOVE 0 TO WS-AG-PRIME-RECUE

           PERFORM CUMULER-AGENCE
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-NB-POSTES

           MOVE WS-H-VIDE      TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-AG-COURANTE TO WS-LA-AGENCE
           MOVE WS-LIGNE-AGENCE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

      *--- Assurés cédés par l'agence ---------------------------------*
           SET SENS-CEDES TO TRUE
           MOVE WS-H-CEDES     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           PERFORM EDITER-SENS

           MOVE "  TOTAL CEDES  : " TO WS-LTS-LIBELLE
           MOVE WS-AG-NB-CEDES      TO WS-LTS-NB
           MOVE WS-AG-PRIME-CEDEE   TO WS-LTS-PRIME
           MOVE WS-LIGNE-TOTAL-SENS TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

      *--- Assurés reçus par l'agence ---------------------------------*
           MOVE WS-H-VIDE      TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           SET SENS-RECUS TO TRUE
           MOVE WS-H-RECUS     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           PERFORM EDITER-SENS

           MOVE "  TOTAL RECUS  : " TO WS-LTS-LIBELLE
           MOVE WS-AG-NB-RECUS      TO WS-LTS-NB
           MOVE WS-AG-PRIME-RECUE   TO WS-LTS-PRIME
           MOVE WS-LIGNE-TOTAL-SENS TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

      *--- Solde de l'agence : reçus moins cédés ----------------------*
           COMPUTE WS-AG-SOLDE-NB = WS-AG-NB-RECUS - WS-AG-NB-CEDES
           COMPUTE WS-AG-SOLDE-PRIME =
                   WS-AG-PRIME-RECUE - WS-AG-PRIME-CEDEE

           MOVE WS-H-VIDE         TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-AG-SOLDE-NB    TO WS-LSO-NB
           MOVE WS-AG-SOLDE-PRIME TO WS-LSO-PRIME
           MOVE WS-LIGNE-SOLDE    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Cumul des flux de l'agence en cours, en cession et en         *
      * réception (les totaux ne dépendent pas du détail conservé)    *
      *===============================================================*
       CUMULER-AGENCE.

           IF WS-FX-ANCIENNE(WS-FX-IDX) = WS-AG-COURANTE
               ADD WS-FX-NB(WS-FX-IDX)    TO WS-AG-NB-CEDES
               ADD WS-FX-PRIME(WS-FX-IDX) TO WS-AG-PRIME-CEDEE
           END-IF

           IF WS-FX-NOUVELLE(WS-FX-IDX) = WS-AG-COURANTE
               ADD WS-FX-NB(WS-FX-IDX)    TO WS-AG-NB-RECUS
               ADD WS-FX-PRIME(WS-FX-IDX) TO WS-AG-PRIME-RECUE
           END-IF
           .

      *===============================================================*
      * Détail des assurés cédés (SENS-CEDES) ou reçus (SENS-RECUS)   *
      * par l'agence en cours                                         *
      *===============================================================*
       EDITER-SENS.

           MOVE WS-H-LIGNE-COL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           IF (SENS-CEDES AND WS-AG-NB-CEDES = 0)
              OR (SENS-RECUS AND WS-AG-NB-RECUS = 0)
               MOVE WS-LIGNE-AUCUN TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           PERFORM EDITER-1-TRANSFERT
               VARYING WS-TF-IDX FROM 1 BY 1
               UNTIL WS-TF-IDX > WS-TF-NB
           .

       EDITER-1-TRANSFERT.

           MOVE SPACES TO WS-LT-SENS

           IF SENS-CEDES
              AND WS-TF-ANCIENNE(WS-TF-IDX) = WS-AG-COURANTE
               MOVE "VERS "                   TO WS-LT-SENS
               MOVE WS-TF-NOUVELLE(WS-TF-IDX) TO WS-LT-AGENCE
           END-IF

           IF SENS-RECUS
              AND WS-TF-NOUVELLE(WS-TF-IDX) = WS-AG-COURANTE
               MOVE "DE   "                   TO WS-LT-SENS
               MOVE WS-TF-ANCIENNE(WS-TF-IDX) TO WS-LT-AGENCE
           END-IF

           IF WS-LT-SENS NOT = SPACES
               MOVE WS-TF-MAT(WS-TF-IDX)    TO WS-LT-MAT
               MOVE WS-TF-NOM(WS-TF-IDX)    TO WS-LT-NOM
               MOVE WS-TF-PRENOM(WS-TF-IDX) TO WS-LT-PRENOM
               MOVE WS-TF-PRIME(WS-TF-IDX)  TO WS-LT-PRIME
               IF WS-TF-STATUT(WS-TF-IDX) = "S"
                   MOVE "SUSPENDU" TO WS-LT-STATUT
               ELSE
                   MOVE "ACTIF"    TO WS-LT-STATUT
               END-IF
               MOVE WS-LIGNE-TRANSFERT TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Récapitulatif des flux d'agence à agence                      *
      *===============================================================*
       EDITER-FLUX.

           MOVE WS-H-VIDE   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-FLUX   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           IF WS-FX-NB-POSTES = 0
               MOVE WS-LIGNE-AUCUN TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           PERFORM EDITER-1-FLUX
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-NB-POSTES
           .

       EDITER-1-FLUX.

           MOVE WS-FX-ANCIENNE(WS-FX-IDX) TO WS-LF-ANCIENNE
           MOVE WS-FX-NOUVELLE(WS-FX-IDX) TO WS-LF-NOUVELLE
           MOVE WS-FX-NB(WS-FX-IDX)       TO WS-LF-NB
           MOVE WS-FX-PRIME(WS-FX-IDX)    TO WS-LF-PRIME
           MOVE WS-LIGNE-FLUX             TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Liste des assurés non transférés et de leur motif             *
      *===============================================================*
       EDITER-NON-TRANSFERES.

           MOVE WS-H-VIDE          TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS        TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-NON-TRANSF    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS        TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-LIGNE-COL-NT  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           IF WS-NT-NB = 0
               MOVE WS-LIGNE-AUCUN TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           PERFORM EDITER-1-NON-TRANSFERE
               VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-NB
           .

       EDITER-1-NON-TRANSFERE.

           MOVE WS-NT-MAT(WS-NT-IDX)    TO WS-LN-MAT
           MOVE WS-NT-NOM(WS-NT-IDX)    TO WS-LN-NOM
           MOVE WS-NT-PRENOM(WS-NT-IDX) TO WS-LN-PRENOM
           MOVE WS-NT-AGENCE(WS-NT-IDX) TO WS-LN-AGENCE
           MOVE WS-NT-CP(WS-NT-IDX)     TO WS-LN-CP

           EVALUATE WS-NT-MOTIF(WS-NT-IDX)
               WHEN "C"
                   MOVE "CODE POSTAL INVALIDE"       TO WS-LN-MOTIF
               WHEN "H"
                   MOVE "CODE POSTAL HORS TABLE"     TO WS-LN-MOTIF
               WHEN OTHER
                   MOVE "ERREUR DE REECRITURE"       TO WS-LN-MOTIF
           END-EVALUATE

           MOVE WS-LIGNE-NON-TRANSF TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Totaux du traitement et signalement des tables saturées       *
      *===============================================================*
       EDITER-TOTAUX.

           MOVE WS-H-VIDE   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TOTAUX TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "ASSURES LUS" TO WS-LC-LIBELLE
           MOVE WS-NB-ASS-LUS TO WS-LC-NB
           MOVE WS-LIGNE-COMPTEUR TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "ASSURES TRANSFERES" TO WS-LC-LIBELLE
           MOVE WS-NB-TRANSFERES     TO WS-LC-NB
           MOVE WS-LIGNE-COMPTEUR    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "PRIME TRANSFEREE"   TO WS-LM-LIBELLE
           MOVE WS-PRIME-TRANSFEREE  TO WS-LM-MONTANT
           MOVE WS-LIGNE-MONTANT     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "ASSURES DEJA DANS LEUR AGENCE" TO WS-LC-LIBELLE
           MOVE WS-NB-INCHANGES      TO WS-LC-NB
           MOVE WS-LIGNE-COMPTEUR    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "CODE POSTAL HORS TABLE" TO WS-LC-LIBELLE
           MOVE WS-NB-HORS-TABLE     TO WS-LC-NB
           MOVE WS-LIGNE-COMPTEUR    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "CODE POSTAL INVALIDE" TO WS-LC-LIBELLE
           MOVE WS-NB-CP-INVALIDES   TO WS-LC-NB
           MOVE WS-LIGNE-COMPTEUR    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "ERREURS DE REECRITURE" TO WS-LC-LIBELLE
           MOVE WS-NB-ERREURS        TO WS-LC-NB
           MOVE WS-LIGNE-COMPTEUR    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           IF WS-NB-DEBORDS > 0
               MOVE "LIGNES NON EDITEES (TABLE PLEINE)"
                   TO WS-LC-LIBELLE
               MOVE WS-NB-DEBORDS     TO WS-LC-NB
               MOVE WS-LIGNE-COMPTEUR TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Lecture de la date de traitement sur le fichier paramètre     *
      * (AAAAMMJJ en colonnes 1-8, même convention que CONSMVT) ; à   *
      * défaut la date du jour est retenue                            *
      *===============================================================*
       LIRE-PARAMETRE.
           MOVE WS-CURR-DT(1:8) TO WS-DATE-TRT

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'PARAM'  TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'TRANSAGE - PARAMETRE ABSENT, DATE DU JOUR '
                   'RETENUE : ' WS-DATE-TRT
           ELSE
               MOVE 'PARAM'  TO Z-NOM-FICHIER
               MOVE 02       TO Z-CODE-FONCTION
               MOVE 00       TO Z-CODE-RETOUR
               MOVE SPACES   TO Z-ENREGISTREMENT

               CALL WS-ACC USING Z-COM

               IF Z-CODE-RETOUR = 00
                   MOVE Z-ENREGISTREMENT TO WS-PARAM-REC
                   IF WS-PAR-DATE NUMERIC
                       MOVE WS-PAR-DATE TO WS-DATE-TRT
                   ELSE
                       DISPLAY 'TRANSAGE - PARAMETRE INVALIDE, DATE '
                           'DU JOUR RETENUE : ' WS-DATE-TRT
                   END-IF
               ELSE
                   DISPLAY 'TRANSAGE - PARAMETRE VIDE, DATE DU JOUR '
                       'RETENUE : ' WS-DATE-TRT
               END-IF

               MOVE 'PARAM'  TO Z-NOM-FICHIER
               MOVE 03       TO Z-CODE-FONCTION
               MOVE 00       TO Z-CODE-RETOUR
               MOVE SPACES   TO Z-ENREGISTREMENT

               CALL WS-ACC USING Z-COM
           END-IF
           .

      *===============================================================*
      * Ouverture de la nouvelle table des territoires                *
      *===============================================================*
       OPEN-TERRNEW.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'TERRNEW' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN TERRNEW ERREUR : ' Z-CODE-RETOUR
               SET FIN-TERRIT TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle de la nouvelle table des territoires     *
      *===============================================================*
       READ-TERRNEW.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'TERRNEW' TO Z-NOM-FICHIER
           MOVE 02        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:80) TO W-TERRIT
              SET PAS-FIN-TERRIT TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-TERRIT TO TRUE
              ELSE
                  DISPLAY 'READ TERRNEW ERREUR : ' Z-CODE-RETOUR
                  SET FIN-TERRIT TO TRUE
              END-IF
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
      * Ouverture fichier historique des assurés (avant-images)        *
      *===============================================================*
       OPEN-HIST.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'HIST'   TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN HIST ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture fichier de listing (état de transfert)              *
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
      * Parcours séquentiel du fichier des assurés (START/READ NEXT)  *
      *===============================================================*
       BROWSE-ASSURE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 07       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:108) TO WS-BUFFER
               SET PAS-FIN-ASSURE TO TRUE
           ELSE
               IF Z-CODE-RETOUR = 10
                   SET FIN-ASSURE TO TRUE
               ELSE
                   DISPLAY 'BROWSE ASSURE ERREUR : ' Z-CODE-RETOUR
                   SET FIN-ASSURE TO TRUE
               END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers                                        *
      *===============================================================*
       CLOSE-TERRNEW.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'TERRNEW' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE TERRNEW ERREUR : ' Z-CODE-RETOUR
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

       CLOSE-HIST.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'HIST'   TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE HIST ERREUR : ' Z-CODE-RETOUR
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
      * Ecriture de l'entête de l'état de transfert                   *
      *===============================================================*
       WRITE-ENTETE-ETAT.

           MOVE WS-CD-DD   TO WS-DATE-JJ
           MOVE WS-CD-MM   TO WS-DATE-MM
           MOVE WS-CD-YYYY TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE

           MOVE WS-DATE-TRT(7:2) TO WS-DATE-JJ
           MOVE WS-DATE-TRT(5:2) TO WS-DATE-MM
           MOVE WS-DATE-TRT(1:4) TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT     TO WS-H-EFFET

           MOVE WS-TE-NBPOSTES   TO WS-H-NB-TRANCHES

           MOVE WS-H-TITRE        TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-SOUS-TITRE   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE         TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-LIGNE-DATE   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-LIGNE-EFFET  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-LIGNE-TABLE  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
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
           MOVE 'TRANSAGE' TO J-PROGRAMME
           MOVE WS-DATE-TRT TO J-DATE-TRT
           MOVE WS-NB-ASS-LUS TO J-NB-LUS
           MOVE WS-NB-TRANSFERES TO J-NB-TRAITES
           COMPUTE J-NB-ANOMALIES = WS-NB-HORS-TABLE
               + WS-NB-CP-INVALIDES + WS-NB-ERREURS
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
