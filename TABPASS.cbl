       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABPASS.

      *===============================================================*
      *  PROGRAMME : TABPASS                                          *
      *  ROLE      :                                                  *
      *    - Etablir le tableau de passage mensuel du portefeuille en *
      *      comparant la sauvegarde SAUVASSU du premier jour du mois *
      *      (SAUVIN) à celle du dernier jour (SAUVFIN), matricule par*
      *      matricule (les deux sauvegardes sont dans l'ordre du     *
      *      matricule)                                               *
      *    - Dater et qualifier chaque évolution par l'historique des *
      *      assurés (HISTASSUR) : marque de création, suppression,   *
      *      suspension, réactivation, variation de prime ; une       *
      *      variation de prime seule, un jour où REVAPRIM a tourné   *
      *      (journal JRNRUN), est portée à la revalorisation, toute  *
      *      autre aux modifications                                  *
      *    - Editer (LISTE) par agence (AS-AGENCE) et par périodicité *
      *      (AS-PERIODICITE) : effectif et prime d'ouverture,        *
      *      créations, suppressions, transferts entre agences ou     *
      *      périodicités, variations de prime (modifications,        *
      *      revalorisation, sans trace), effectif et prime de        *
      *      clôture, suspensions et réactivations                    *
      *    - Rapprocher créations, suppressions, suspensions et       *
      *      réactivations des compteurs de STATHIST des dates de     *
      *      traitement du mois (par agence et par date), et lister   *
      *      matricule par matricule les écarts et les évolutions     *
      *      sans trace à l'historique (correction manuelle,          *
      *      mouvement perdu)                                         *
      *                                                               *
      *  La période couverte est bornée par les dates portées sur     *
      *  les enregistrements de total des deux sauvegardes : dates    *
      *  strictement postérieures à celle de la sauvegarde            *
      *  d'ouverture, jusqu'à celle de la sauvegarde de clôture       *
      *  incluse. Une évolution est portée à l'agence et à la         *
      *  périodicité de clôture de l'assuré (d'ouverture s'il a été   *
      *  supprimé) ; un changement d'agence ou de périodicité         *
      *  apparaît en transfert de la prime d'ouverture.               *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      * Indicateurs de fin de lecture des fichiers                    *
      *---------------------------------------------------------------*
       77  WS-EOF-SAU               PIC X VALUE "N".
           88 FIN-SAUVE                   VALUE "Y".
           88 PAS-FIN-SAUVE               VALUE "N".

       77  WS-EOF-HIS               PIC X VALUE "N".
           88 FIN-HISTO                   VALUE "Y".
           88 PAS-FIN-HISTO               VALUE "N".

       77  WS-EOF-SHI               PIC X VALUE "N".
           88 FIN-STATHIST                VALUE "Y".
           88 PAS-FIN-STATHIST            VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WASSURE.
       COPY WSTATH.

      *---------------------------------------------------------------*
      * Enregistrements des sauvegardes (format SAUVASSU)             *
      *---------------------------------------------------------------*
       01  WS-SAUVE-REC.
           05 WS-SA-TYPE            PIC X(01).
              88 SA-TYPE-DETAIL         VALUE "D".
              88 SA-TYPE-TOTAL          VALUE "T".
           05 WS-SA-IMAGE           PIC X(108).
           05 FILLER                PIC X(11).

       01  WS-SAUVE-TOTAL REDEFINES WS-SAUVE-REC.
           05 FILLER                PIC X(01).
           05 WS-ST-NB              PIC X(07).
           05 WS-ST-DATE            PIC X(08).
           05 FILLER                PIC X(104).

      *---------------------------------------------------------------*
      * Enregistrement de l'historique des assurés (HISTASSUR)        *
      *---------------------------------------------------------------*
       01  WS-HIST-REC.
           05 WS-HR-TIMESTAMP.
              10 WS-HR-DATE         PIC X(08).
              10 WS-HR-HEURE        PIC X(06).
           05 WS-HR-MAT             PIC X(06).
           05 WS-HR-IMAGE           PIC X(108).

      *---------------------------------------------------------------*
      * Contrôle préalable d'une sauvegarde : nombre de détails lus,  *
      * nombre et date annoncés par l'enregistrement de total         *
      *---------------------------------------------------------------*
       77  WS-FIC-SAUVE             PIC X(8) VALUE SPACES.
       77  WS-SV-NB-DETAILS         PIC 9(7) VALUE 0.
       77  WS-SV-NB-ANNONCES        PIC 9(7) VALUE 0.
       77  WS-SV-DATE               PIC 9(8) VALUE 0.
       77  WS-SV-TOTAL              PIC X VALUE "N".
           88 SV-TOTAL-TROUVE             VALUE "O".
           88 SV-TOTAL-ABSENT             VALUE "N".
       77  WS-SV-ETAT               PIC X VALUE "O".
           88 SAUVEGARDE-VALIDE           VALUE "O".
           88 SAUVEGARDE-INVALIDE         VALUE "N".

      *---------------------------------------------------------------*
      * Période couverte : dates des sauvegardes d'ouverture et de    *
      * clôture, effectifs sauvegardés                                *
      *---------------------------------------------------------------*
       77  WS-DATE-OUVERTURE        PIC 9(8) VALUE 0.
       77  WS-DATE-CLOTURE          PIC 9(8) VALUE 0.
       77  WS-NB-OUVERTURE          PIC 9(7) VALUE 0.
       77  WS-NB-CLOTURE            PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * Rapprochement des trois flux par matricule : assuré courant   *
      * de chaque sauvegarde (HIGH-VALUES en fin de fichier) et       *
      * matricule en cours de traitement                              *
      *---------------------------------------------------------------*
       77  WS-CLE-OUV               PIC X(06) VALUE SPACES.
       77  WS-IMG-OUV               PIC X(108) VALUE SPACES.
       77  WS-CLE-CLO               PIC X(06) VALUE SPACES.
       77  WS-IMG-CLO               PIC X(108) VALUE SPACES.
       77  WS-CLE-HIS               PIC X(06) VALUE SPACES.
       77  WS-CLE-COURANTE          PIC X(06) VALUE SPACES.
       77  WS-IMG-OUV-COUR          PIC X(108) VALUE SPACES.
       77  WS-IMG-CLO-COUR          PIC X(108) VALUE SPACES.

      *---------------------------------------------------------------*
      * Historique des assurés de la période, classé par matricule    *
      * puis horodatage et rang de lecture (deux mises à jour du      *
      * même assuré dans la même seconde gardent leur ordre)          *
      *---------------------------------------------------------------*
       01  WS-TAB-HISTO.
           05 WS-HI-POSTE OCCURS 3000.
              10 WS-HI-CLE.
                 15 WS-HI-MAT       PIC X(06).
                 15 WS-HI-TS        PIC X(14).
                 15 WS-HI-RANG      PIC 9(05).
              10 WS-HI-IMAGE        PIC X(108).

       77  WS-HI-NB                 PIC 9(5) VALUE 0.
       77  WS-HI-CAPACITE           PIC 9(5) VALUE 3000.
       77  WS-HI-I                  PIC 9(5) VALUE 0.
       77  WS-HI-J                  PIC 9(5) VALUE 0.
       77  WS-HI-DEB                PIC 9(5) VALUE 0.
       77  WS-HI-FIN                PIC 9(5) VALUE 0.
       77  WS-HI-ECHANGE            PIC X(133) VALUE SPACES.

      *---------------------------------------------------------------*
      * Image à analyser et zones extraites (prime, statut, agence,   *
      * périodicité, image sans la prime pour reconnaître une         *
      * revalorisation)                                               *
      *---------------------------------------------------------------*
       77  WS-IMG-EXTRAIRE          PIC X(108) VALUE SPACES.
       77  WS-IMG-AVANT             PIC X(108) VALUE SPACES.
       77  WS-IMG-APRES             PIC X(108) VALUE SPACES.

      *---------------------------------------------------------------*
      * Zones extraites de l'image WS-IMG-EXTRAIRE                    *
      *---------------------------------------------------------------*
       01  WS-EXT-EX.
           05 EX-PRESENT           PIC X(01).
              88 EX-EXISTE             VALUE "O".
           05 EX-PRIME             PIC 9(6)V99.
           05 EX-STATUT            PIC X(01).
           05 EX-AGENCE            PIC X(02).
           05 EX-AG-IDX            PIC 9(01).
           05 EX-PE-IDX            PIC 9(01).
           05 EX-SANS-PRIME        PIC X(108).

      *---------------------------------------------------------------*
      * Assuré à l'ouverture                                          *
      *---------------------------------------------------------------*
       01  WS-EXT-OU.
           05 OU-PRESENT           PIC X(01).
              88 OU-EXISTE             VALUE "O".
           05 OU-PRIME             PIC 9(6)V99.
           05 OU-STATUT            PIC X(01).
           05 OU-AGENCE            PIC X(02).
           05 OU-AG-IDX            PIC 9(01).
           05 OU-PE-IDX            PIC 9(01).
           05 OU-SANS-PRIME        PIC X(108).

      *---------------------------------------------------------------*
      * Assuré à la clôture                                           *
      *---------------------------------------------------------------*
       01  WS-EXT-CL.
           05 CL-PRESENT           PIC X(01).
              88 CL-EXISTE             VALUE "O".
           05 CL-PRIME             PIC 9(6)V99.
           05 CL-STATUT            PIC X(01).
           05 CL-AGENCE            PIC X(02).
           05 CL-AG-IDX            PIC 9(01).
           05 CL-PE-IDX            PIC 9(01).
           05 CL-SANS-PRIME        PIC X(108).

      *---------------------------------------------------------------*
      * Avant-image de l'étape d'historique analysée                  *
      *---------------------------------------------------------------*
       01  WS-EXT-AV.
           05 AV-PRESENT           PIC X(01).
              88 AV-EXISTE             VALUE "O".
           05 AV-PRIME             PIC 9(6)V99.
           05 AV-STATUT            PIC X(01).
           05 AV-AGENCE            PIC X(02).
           05 AV-AG-IDX            PIC 9(01).
           05 AV-PE-IDX            PIC 9(01).
           05 AV-SANS-PRIME        PIC X(108).

      *---------------------------------------------------------------*
      * Image résultante de l'étape d'historique analysée             *
      *---------------------------------------------------------------*
       01  WS-EXT-AP.
           05 AP-PRESENT           PIC X(01).
              88 AP-EXISTE             VALUE "O".
           05 AP-PRIME             PIC 9(6)V99.
           05 AP-STATUT            PIC X(01).
           05 AP-AGENCE            PIC X(02).
           05 AP-AG-IDX            PIC 9(01).
           05 AP-PE-IDX            PIC 9(01).
           05 AP-SANS-PRIME        PIC X(108).

      *---------------------------------------------------------------*
      * Cumuls de l'assuré courant : prime à l'entrée dans le         *
      * portefeuille (création), prime à la sortie (suppression),     *
      * variations de prime qualifiées, agence et périodicité de      *
      * rattachement des évolutions                                   *
      *---------------------------------------------------------------*
       01  WS-MATRICULE-COURANT.
           05 WS-M-P0               PIC S9(7)V99.
           05 WS-M-PFIN             PIC S9(7)V99.
           05 WS-M-DELTA            PIC S9(7)V99.
           05 WS-M-DELTA-MOD        PIC S9(9)V99.
           05 WS-M-DELTA-REV        PIC S9(9)V99.
           05 WS-M-ECART            PIC S9(9)V99.
           05 WS-M-NB-SUS           PIC 9(3).
           05 WS-M-NB-REA           PIC 9(3).
           05 WS-M-AG-IDX           PIC 9(1).
           05 WS-M-PE-IDX           PIC 9(1).
           05 WS-M-AGENCE           PIC X(02).
           05 WS-M-DATE-ETAPE       PIC 9(8).

      *---------------------------------------------------------------*
      * Tableau de passage : agence 1 à 6 (codes 01 à 06), 7 pour     *
      * les autres codes, 8 pour l'ensemble ; périodicité 1           *
      * mensuelle, 2 trimestrielle (ou à blanc), 3 annuelle, 4        *
      * toutes ; ligne 1 à 13 (cf. WS-LIBELLES-LIGNES)                *
      *---------------------------------------------------------------*
       01  WS-TAB-PASSAGE.
           05 WS-TP-AGENCE OCCURS 8.
              10 WS-TP-PERIOD OCCURS 4.
                 15 WS-TP-LIGNE OCCURS 13.
                    20 WS-TP-NB     PIC S9(7).
                    20 WS-TP-PRIME  PIC S9(11)V99.

       77  WS-TP-AG                 PIC 9(1) VALUE 0.
       77  WS-TP-PE                 PIC 9(1) VALUE 0.
       77  WS-TP-LG                 PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * Numéros des lignes du tableau de passage                      *
      *---------------------------------------------------------------*
       77  WS-L-OUVERTURE           PIC 9(2) VALUE 01.
       77  WS-L-CREATION            PIC 9(2) VALUE 02.
       77  WS-L-SUPPRESSION         PIC 9(2) VALUE 03.
       77  WS-L-TRF-ENTRANT         PIC 9(2) VALUE 04.
       77  WS-L-TRF-SORTANT         PIC 9(2) VALUE 05.
       77  WS-L-MODIFICATION        PIC 9(2) VALUE 06.
       77  WS-L-REVALORISATION      PIC 9(2) VALUE 07.
       77  WS-L-SANS-TRACE          PIC 9(2) VALUE 08.
       77  WS-L-CLOTURE             PIC 9(2) VALUE 09.
       77  WS-L-SUSPENSION          PIC 9(2) VALUE 10.
       77  WS-L-REACTIVATION        PIC 9(2) VALUE 11.
       77  WS-L-SUSP-OUVERTURE      PIC 9(2) VALUE 12.
       77  WS-L-SUSP-CLOTURE        PIC 9(2) VALUE 13.

       01  WS-LIBELLES-LIGNES.
           05 FILLER                PIC X(26)
              VALUE "PORTEFEUILLE D'OUVERTURE".
           05 FILLER                PIC X(26)
              VALUE "+ CREATIONS".
           05 FILLER                PIC X(26)
              VALUE "- SUPPRESSIONS".
           05 FILLER                PIC X(26)
              VALUE "+ TRANSFERTS ENTRANTS".
           05 FILLER                PIC X(26)
              VALUE "- TRANSFERTS SORTANTS".
           05 FILLER                PIC X(26)
              VALUE "+/- PRIME MODIFICATIONS".
           05 FILLER                PIC X(26)
              VALUE "+/- PRIME REVALORISATION".
           05 FILLER                PIC X(26)
              VALUE "+/- PRIME SANS TRACE".
           05 FILLER                PIC X(26)
              VALUE "PORTEFEUILLE DE CLOTURE".
           05 FILLER                PIC X(26)
              VALUE "  DONT SUSPENSIONS".
           05 FILLER                PIC X(26)
              VALUE "  DONT REACTIVATIONS".
           05 FILLER                PIC X(26)
              VALUE "  SUSPENDUS A L'OUVERTURE".
           05 FILLER                PIC X(26)
              VALUE "  SUSPENDUS A LA CLOTURE".
       01  WS-TAB-LIBELLES REDEFINES WS-LIBELLES-LIGNES.
           05 WS-LIB-LIGNE          PIC X(26) OCCURS 13.

      *---------------------------------------------------------------*
      * Cumul d'une ligne du tableau de passage                       *
      *---------------------------------------------------------------*
       77  WS-CUM-AG                PIC 9(1) VALUE 0.
       77  WS-CUM-PE                PIC 9(1) VALUE 0.
       77  WS-CUM-LIGNE             PIC 9(2) VALUE 0.
       77  WS-CUM-NB                PIC S9(7) VALUE 0.
       77  WS-CUM-PRIME             PIC S9(11)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Contrôle arithmétique d'un bloc : clôture recalculée à        *
      * partir de l'ouverture et des mouvements                       *
      *---------------------------------------------------------------*
       77  WS-CTL-NB                PIC S9(7) VALUE 0.
       77  WS-CTL-PRIME             PIC S9(11)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Evénements relevés (type C création, D suppression, S         *
      * suspension, R réactivation, V variation de prime sans         *
      * trace) ; date à zéro : évolution sans trace à l'historique    *
      *---------------------------------------------------------------*
       01  WS-TAB-EVT.
           05 WS-EV-POSTE OCCURS 5000.
              10 WS-EV-MAT          PIC X(06).
              10 WS-EV-DATE         PIC 9(08).
              10 WS-EV-TYPE         PIC X(01).
              10 WS-EV-AGENCE       PIC X(02).
              10 WS-EV-MONTANT      PIC S9(9)V99.

       77  WS-EV-NB                 PIC 9(5) VALUE 0.
       77  WS-EV-CAPACITE           PIC 9(5) VALUE 5000.
       77  WS-EV-I                  PIC 9(5) VALUE 0.

       77  WS-EVT-TYPE              PIC X(01) VALUE SPACES.
       77  WS-EVT-DATE              PIC 9(8) VALUE 0.
       77  WS-EVT-MONTANT           PIC S9(9)V99 VALUE 0.
       77  WS-EVT-IDX               PIC 9(1) VALUE 0.

       01  WS-LIBELLES-EVT.
           05 FILLER                PIC X(14) VALUE "CREATIONS".
           05 FILLER                PIC X(14) VALUE "SUPPRESSIONS".
           05 FILLER                PIC X(14) VALUE "SUSPENSIONS".
           05 FILLER                PIC X(14) VALUE "REACTIVATIONS".
           05 FILLER                PIC X(14) VALUE "VAR. DE PRIME".
       01  WS-TAB-LIB-EVT REDEFINES WS-LIBELLES-EVT.
           05 WS-LIB-EVT            PIC X(14) OCCURS 5.

       77  WS-CODES-EVT             PIC X(05) VALUE "CDSRV".

      *---------------------------------------------------------------*
      * Rapprochement avec STATHIST par agence : compteurs relevés    *
      * sur les fichiers et compteurs de STATHIST (1 créations, 2     *
      * suppressions, 3 suspensions, 4 réactivations) ; poste 7       *
      * autres codes agence, poste 8 ensemble                         *
      *---------------------------------------------------------------*
       01  WS-TAB-RAPPRO.
           05 WS-RC-AGENCE OCCURS 8.
              10 WS-RC-FIC          PIC S9(7) OCCURS 4.
              10 WS-RC-SHI          PIC S9(7) OCCURS 4.

       77  WS-RC-AG                 PIC 9(1) VALUE 0.
       77  WS-RC-T                  PIC 9(1) VALUE 0.

      *---------------------------------------------------------------*
      * Rapprochement par date de traitement : compteurs globaux de   *
      * STATHIST et événements datés du jour, passage de REVAPRIM     *
      * (O/N, à blanc tant que le journal n'a pas été interrogé)      *
      *---------------------------------------------------------------*
       01  WS-TAB-DATES.
           05 WS-DT-POSTE OCCURS 100.
              10 WS-DT-DATE         PIC 9(08).
              10 WS-DT-REVAPRIM     PIC X(01).
              10 WS-DT-SHI          PIC 9(05) OCCURS 4.
              10 WS-DT-FIC          PIC 9(05) OCCURS 4.

       77  WS-DT-NB                 PIC 9(3) VALUE 0.
       77  WS-DT-CAPACITE           PIC 9(3) VALUE 100.
       77  WS-DT-I                  PIC 9(3) VALUE 0.
       77  WS-DT-J                  PIC 9(3) VALUE 0.
       77  WS-DT-IDX                PIC 9(3) VALUE 0.
       77  WS-DT-RECH               PIC 9(8) VALUE 0.
       77  WS-DT-ECHANGE            PIC X(49) VALUE SPACES.
       77  WS-DT-NB-ECARTS          PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Compteurs de traitement                                       *
      *---------------------------------------------------------------*
       01  WS-TP-COUNTERS.
           05 WS-NB-HIST-LUS        PIC 9(7) VALUE 0.
           05 WS-NB-HIST-RETENUS    PIC 9(7) VALUE 0.
           05 WS-NB-HIST-DEBORD     PIC 9(7) VALUE 0.
           05 WS-NB-SHI-LUS         PIC 9(7) VALUE 0.
           05 WS-NB-SHI-RETENUS     PIC 9(7) VALUE 0.
           05 WS-NB-MATRICULES      PIC 9(7) VALUE 0.
           05 WS-NB-EVT             PIC 9(7) VALUE 0.
           05 WS-NB-EVT-DEBORD      PIC 9(7) VALUE 0.
           05 WS-NB-DATE-DEBORD     PIC 9(7) VALUE 0.
           05 WS-NB-SANS-TRACE      PIC 9(7) VALUE 0.
           05 WS-NB-ECARTS          PIC 9(7) VALUE 0.
           05 WS-NB-ECARTS-CTL      PIC 9(7) VALUE 0.

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
      * Entête du tableau de passage                                  *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "          TABLEAU  DE  PASSAGE  DU  PORTEFEUILLE".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "          -------------------------------------".
           05 WS-H-VIDE             PIC X(80)
              VALUE SPACES.
           05 WS-H-TIRETS           PIC X(80)
              VALUE ALL "-".

           05 WS-H-LIGNE-DATE.
              10 WS-H-LBL-DATE      PIC X(20)
                 VALUE "EDITION DU : ".
              10 WS-H-DATE          PIC X(10).
              10 FILLER             PIC X(50) VALUE SPACES.

           05 WS-H-LIGNE-SAUVE.
              10 WS-H-LBL-SAUVE     PIC X(27).
              10 WS-H-DATE-SAUVE    PIC X(10).
              10 FILLER             PIC X(03) VALUE " : ".
              10 WS-H-NB-SAUVE      PIC Z(6)9.
              10 FILLER             PIC X(08) VALUE " ASSURES".
              10 FILLER             PIC X(25) VALUE SPACES.

           05 WS-H-LIGNE-BLOC.
              10 WS-H-BLOC          PIC X(40).
              10 FILLER             PIC X(40) VALUE SPACES.

           05 WS-H-LIGNE-COL.
              10 WS-H-COL-LIB       PIC X(26).
              10 FILLER             PIC X(13) VALUE "    MENSUELLE".
              10 FILLER             PIC X(13) VALUE "TRIMESTRIELLE".
              10 FILLER             PIC X(13) VALUE "     ANNUELLE".
              10 FILLER             PIC X(13) VALUE "        TOTAL".
              10 FILLER             PIC X(02) VALUE SPACES.

       01  WS-LBL-OUVERTURE         PIC X(27)
           VALUE "SAUVEGARDE D'OUVERTURE DU ".
       01  WS-LBL-CLOTURE           PIC X(27)
           VALUE "SAUVEGARDE DE CLOTURE DU  ".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de détail du tableau de passage : une valeur par        *
      * périodicité et le total de l'agence                           *
      *---------------------------------------------------------------*
       01  WS-ETAT-DETAIL.
           05 WS-ED-LIBELLE         PIC X(26).
           05 WS-ED-VAL             PIC X(13) OCCURS 4.
           05 FILLER                PIC X(02).

       77  WS-ED-NB                 PIC -(12)9.
       77  WS-ED-PRIME              PIC -(9)9.99.

       01  WS-LIGNE-CONTROLE.
           05 FILLER                PIC X(40)
              VALUE "*** ECART DE CONTROLE SUR LA CLOTURE ***".
           05 FILLER                PIC X(40) VALUE SPACES.

      *---------------------------------------------------------------*
      * Lignes du rapprochement avec STATHIST                         *
      *---------------------------------------------------------------*
       01  WS-H-RAPPRO-TITRE        PIC X(80)
           VALUE "RAPPROCHEMENT AVEC L'HISTORIQUE DES STATISTIQUES".
       01  WS-H-RAPPRO-COL.
           05 FILLER                PIC X(12) VALUE "FICH./STAT.".
           05 FILLER                PIC X(16) VALUE "       CREATIONS".
           05 FILLER                PIC X(16) VALUE "    SUPPRESSIONS".
           05 FILLER                PIC X(16) VALUE "     SUSPENSIONS".
           05 FILLER                PIC X(16) VALUE "   REACTIVATIONS".
           05 FILLER                PIC X(04) VALUE SPACES.

       01  WS-RAPPRO-DETAIL.
           05 WS-RD-LIBELLE         PIC X(12).
           05 WS-RD-POSTE OCCURS 4.
              10 FILLER             PIC X(02).
              10 WS-RD-FIC          PIC Z(4)9.
              10 WS-RD-SEP          PIC X(03).
              10 WS-RD-SHI          PIC -(4)9.
              10 WS-RD-ECART        PIC X(01).
           05 FILLER                PIC X(04).

       01  WS-H-DATES-TITRE         PIC X(80)
           VALUE "ECARTS PAR DATE DE TRAITEMENT".
       01  WS-LIGNE-DATE-ECART.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LE-DATE            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LE-TYPE            PIC X(14).
           05 FILLER                PIC X(12) VALUE " FICHIERS : ".
           05 WS-LE-FIC             PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE "  STATHIST : ".
           05 WS-LE-SHI             PIC Z(4)9.
           05 FILLER                PIC X(17) VALUE SPACES.

       01  WS-LIGNE-MATRICULES.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-LM-POSTE OCCURS 8.
              10 WS-LM-MAT          PIC X(06).
              10 FILLER             PIC X(02).
           05 FILLER                PIC X(10).

       77  WS-LM-NB                 PIC 9(1) VALUE 0.

       01  WS-H-SANS-TRACE-TITRE    PIC X(80)
           VALUE "EVOLUTIONS SANS TRACE A L'HISTORIQUE DES ASSURES".
       01  WS-LIGNE-SANS-TRACE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LS-MAT             PIC X(06).
           05 FILLER                PIC X(10) VALUE "  AGENCE ".
           05 WS-LS-AGENCE          PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LS-TYPE            PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LS-MONTANT         PIC -(9)9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(29) VALUE SPACES.

       01  WS-LIGNE-AUCUN.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "NEANT".
           05 FILLER                PIC X(72) VALUE SPACES.

       01  WS-LIGNE-DEBORD.
           05 WS-LDB-LIBELLE        PIC X(50).
           05 WS-LDB-NB             PIC Z(6)9.
           05 FILLER                PIC X(23) VALUE SPACES.

      *---------------------------------------------------------------*
      * Nom du programme d'accès fichiers + buffer                     *
      *---------------------------------------------------------------*
       01  WS-ACC                   PIC X(8).
       01  WS-JRN                   PIC X(8).

      *---------------------------------------------------------------*
      * Zone de communication avec le sous-programme JRNRUN            *
      *---------------------------------------------------------------*
       COPY WJRNCOM.

       01  WS-BUFFER                PIC X(128) VALUE SPACES.

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

      *--- Contrôle des deux sauvegardes : total présent et conforme, *
      *    dates de la période ----------------------------------------*
           MOVE 'SAUVIN'  TO WS-FIC-SAUVE
           PERFORM CONTROLER-SAUVEGARDE
           MOVE WS-SV-DATE       TO WS-DATE-OUVERTURE
           MOVE WS-SV-NB-DETAILS TO WS-NB-OUVERTURE

           IF SAUVEGARDE-VALIDE
               MOVE 'SAUVFIN' TO WS-FIC-SAUVE
               PERFORM CONTROLER-SAUVEGARDE
               MOVE WS-SV-DATE       TO WS-DATE-CLOTURE
               MOVE WS-SV-NB-DETAILS TO WS-NB-CLOTURE
           END-IF

           IF SAUVEGARDE-VALIDE
              AND WS-DATE-OUVERTURE NOT < WS-DATE-CLOTURE
               DISPLAY 'TABPASS  - SAUVEGARDE DE CLOTURE DU '
                   WS-DATE-CLOTURE ' NON POSTERIEURE A CELLE '
                   'D''OUVERTURE DU ' WS-DATE-OUVERTURE
               SET SAUVEGARDE-INVALIDE TO TRUE
           END-IF

           IF SAUVEGARDE-INVALIDE
               DISPLAY 'TABPASS  - TRAITEMENT ABANDONNE'
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-JOURNAL
               STOP RUN
           END-IF

           DISPLAY 'TABPASS  - PERIODE DU ' WS-DATE-OUVERTURE
               ' (EXCLU) AU ' WS-DATE-CLOTURE

           INITIALIZE WS-TAB-PASSAGE
           INITIALIZE WS-TAB-RAPPRO

      *--- Historique des assurés de la période, classé par matricule *
           PERFORM CHARGER-HISTORIQUE
           PERFORM TRIER-HISTORIQUE

      *--- Compteurs STATHIST des dates de traitement de la période --*
           PERFORM CHARGER-STATHIST

      *--- Rapprochement matricule par matricule des deux sauvegardes *
      *    et de l'historique ----------------------------------------*
           MOVE 'SAUVIN'  TO WS-FIC-SAUVE
           PERFORM OPEN-SAUVE
           MOVE 'SAUVFIN' TO WS-FIC-SAUVE
           PERFORM OPEN-SAUVE

           PERFORM READ-OUVERTURE
           PERFORM READ-CLOTURE
           MOVE 1 TO WS-HI-I
           PERFORM POSITIONNER-HISTORIQUE

           PERFORM UNTIL WS-CLE-OUV = HIGH-VALUES
                     AND WS-CLE-CLO = HIGH-VALUES
                     AND WS-CLE-HIS = HIGH-VALUES
               PERFORM DETERMINER-CLE
               PERFORM TRAITER-MATRICULE
           END-PERFORM

           MOVE 'SAUVIN'  TO WS-FIC-SAUVE
           PERFORM CLOSE-SAUVE
           MOVE 'SAUVFIN' TO WS-FIC-SAUVE
           PERFORM CLOSE-SAUVE

      *--- Edition du tableau de passage et du rapprochement ---------*
           PERFORM OPEN-LISTE
           PERFORM WRITE-ENTETE-ETAT

           PERFORM EDITER-AGENCE
               VARYING WS-TP-AG FROM 1 BY 1 UNTIL WS-TP-AG > 8

           PERFORM EDITER-RAPPROCHEMENT
           PERFORM EDITER-ECARTS-DATES
           PERFORM EDITER-SANS-TRACE
           PERFORM EDITER-DEBORDEMENTS

           PERFORM CLOSE-LISTE

           DISPLAY "TABPASS  - ASSURES OUVERTURE   : " WS-NB-OUVERTURE
           DISPLAY "TABPASS  - ASSURES CLOTURE     : " WS-NB-CLOTURE
           DISPLAY "TABPASS  - HISTORIQUE RETENU   : "
               WS-NB-HIST-RETENUS
           DISPLAY "TABPASS  - EVENEMENTS RELEVES  : " WS-NB-EVT
           DISPLAY "TABPASS  - SANS TRACE          : " WS-NB-SANS-TRACE
           DISPLAY "TABPASS  - ECARTS STATHIST     : " WS-NB-ECARTS

      *--- Code retour : 8 si une table a débordé (tableau partiel), *
      *    4 sur écart de rapprochement ou évolution sans trace -------*
           IF WS-NB-ECARTS > 0 OR WS-NB-SANS-TRACE > 0
              OR WS-NB-ECARTS-CTL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NB-HIST-DEBORD > 0 OR WS-NB-EVT-DEBORD > 0
              OR WS-NB-DATE-DEBORD > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Contrôle préalable de la sauvegarde WS-FIC-SAUVE : lecture    *
      * complète, nombre de détails rapproché du total, date du       *
      * total retenue comme date de la sauvegarde                     *
      *===============================================================*
       CONTROLER-SAUVEGARDE.

           MOVE 0 TO WS-SV-NB-DETAILS
           MOVE 0 TO WS-SV-NB-ANNONCES
           MOVE 0 TO WS-SV-DATE
           SET SV-TOTAL-ABSENT   TO TRUE
           SET SAUVEGARDE-VALIDE TO TRUE

           PERFORM OPEN-SAUVE

           PERFORM LIRE-SAUVE
           PERFORM UNTIL FIN-SAUVE
               EVALUATE TRUE
                   WHEN SA-TYPE-DETAIL
                       ADD 1 TO WS-SV-NB-DETAILS
                   WHEN SA-TYPE-TOTAL
                       SET SV-TOTAL-TROUVE TO TRUE
                       IF WS-ST-NB NUMERIC AND WS-ST-DATE NUMERIC
                           MOVE WS-ST-NB   TO WS-SV-NB-ANNONCES
                           MOVE WS-ST-DATE TO WS-SV-DATE
                       ELSE
                           DISPLAY 'TABPASS  - TOTAL ILLISIBLE SUR '
                               WS-FIC-SAUVE
                           SET SAUVEGARDE-INVALIDE TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'TABPASS  - TYPE INCONNU SUR '
                           WS-FIC-SAUVE ' : ' WS-SA-TYPE
                       SET SAUVEGARDE-INVALIDE TO TRUE
               END-EVALUATE
               PERFORM LIRE-SAUVE
           END-PERFORM

           PERFORM CLOSE-SAUVE

           IF SV-TOTAL-ABSENT
               DISPLAY 'TABPASS  - TOTAL ABSENT DE ' WS-FIC-SAUVE
               SET SAUVEGARDE-INVALIDE TO TRUE
           ELSE
               IF WS-SV-NB-DETAILS NOT = WS-SV-NB-ANNONCES
                   DISPLAY 'TABPASS  - ECART SUR ' WS-FIC-SAUVE
                       ' : LUS ' WS-SV-NB-DETAILS
                       ' / ANNONCES ' WS-SV-NB-ANNONCES
                   SET SAUVEGARDE-INVALIDE TO TRUE
               END-IF
           END-IF
           .

      *===============================================================*
      * Chargement de l'historique des assurés de la période          *
      * (horodatage postérieur à la sauvegarde d'ouverture, au plus   *
      * tard le jour de la sauvegarde de clôture)                     *
      *===============================================================*
       CHARGER-HISTORIQUE.

           PERFORM OPEN-HISTIN

           PERFORM READ-HISTIN
           PERFORM UNTIL FIN-HISTO
               ADD 1 TO WS-NB-HIST-LUS

               IF WS-HR-DATE NUMERIC
                  AND WS-HR-DATE > WS-DATE-OUVERTURE
                  AND WS-HR-DATE NOT > WS-DATE-CLOTURE
                   IF WS-HI-NB < WS-HI-CAPACITE
                       ADD 1 TO WS-HI-NB
                       ADD 1 TO WS-NB-HIST-RETENUS
                       MOVE WS-HR-MAT       TO WS-HI-MAT(WS-HI-NB)
                       MOVE WS-HR-TIMESTAMP TO WS-HI-TS(WS-HI-NB)
                       MOVE WS-HI-NB        TO WS-HI-RANG(WS-HI-NB)
                       MOVE WS-HR-IMAGE     TO WS-HI-IMAGE(WS-HI-NB)
                   ELSE
                       ADD 1 TO WS-NB-HIST-DEBORD
                   END-IF
               END-IF

               PERFORM READ-HISTIN
           END-PERFORM

           PERFORM CLOSE-HISTIN
           .

      *===============================================================*
      * Classement de l'historique retenu par matricule, horodatage   *
      * et rang de lecture (tri par échanges)                         *
      *===============================================================*
       TRIER-HISTORIQUE.

           PERFORM TRIER-HISTO-PASSE
               VARYING WS-HI-I FROM 1 BY 1
               UNTIL WS-HI-I >= WS-HI-NB
           .

       TRIER-HISTO-PASSE.

           COMPUTE WS-HI-J = WS-HI-I + 1

           PERFORM TRIER-HISTO-COMPARER
               UNTIL WS-HI-J > WS-HI-NB
           .

       TRIER-HISTO-COMPARER.

           IF WS-HI-CLE(WS-HI-J) < WS-HI-CLE(WS-HI-I)
               MOVE WS-HI-POSTE(WS-HI-I) TO WS-HI-ECHANGE
               MOVE WS-HI-POSTE(WS-HI-J)
                   TO WS-HI-POSTE(WS-HI-I)
               MOVE WS-HI-ECHANGE TO WS-HI-POSTE(WS-HI-J)
           END-IF

           ADD 1 TO WS-HI-J
           .

      *===============================================================*
      * Chargement des compteurs STATHIST de la période : global      *
      * (SH-AGENCE à blanc) par date et au total, ventilation par     *
      * agence 01 à 06 ; le poste 7 reçoit le global diminué des      *
      * six agences (mouvements sans agence exploitable)              *
      *===============================================================*
       CHARGER-STATHIST.

           PERFORM OPEN-STATHIN

           PERFORM READ-STATHIN
           PERFORM UNTIL FIN-STATHIST
               ADD 1 TO WS-NB-SHI-LUS

               IF SH-DATE-RUN > WS-DATE-OUVERTURE
                  AND SH-DATE-RUN NOT > WS-DATE-CLOTURE
                   ADD 1 TO WS-NB-SHI-RETENUS
                   EVALUATE SH-AGENCE
                       WHEN SPACES
                           MOVE 8 TO WS-RC-AG
                           MOVE SH-DATE-RUN TO WS-DT-RECH
                           PERFORM CHERCHER-DATE
                           IF WS-DT-IDX > 0
                               ADD SH-NB-CRE TO WS-DT-SHI(WS-DT-IDX 1)
                               ADD SH-NB-SUP TO WS-DT-SHI(WS-DT-IDX 2)
                               ADD SH-NB-SUS TO WS-DT-SHI(WS-DT-IDX 3)
                               ADD SH-NB-REA TO WS-DT-SHI(WS-DT-IDX 4)
                           END-IF
                       WHEN "01" WHEN "02" WHEN "03"
                       WHEN "04" WHEN "05" WHEN "06"
                           MOVE SH-AGENCE(2:1) TO WS-RC-AG
                       WHEN OTHER
                           MOVE 0 TO WS-RC-AG
                   END-EVALUATE

                   IF WS-RC-AG > 0
                       ADD SH-NB-CRE TO WS-RC-SHI(WS-RC-AG 1)
                       ADD SH-NB-SUP TO WS-RC-SHI(WS-RC-AG 2)
                       ADD SH-NB-SUS TO WS-RC-SHI(WS-RC-AG 3)
                       ADD SH-NB-REA TO WS-RC-SHI(WS-RC-AG 4)
                   END-IF
               END-IF

               PERFORM READ-STATHIN
           END-PERFORM

           PERFORM CLOSE-STATHIN

           PERFORM CALCULER-AUTRES-STATHIST
               VARYING WS-RC-T FROM 1 BY 1 UNTIL WS-RC-T > 4
           .

       CALCULER-AUTRES-STATHIST.

           COMPUTE WS-RC-SHI(7 WS-RC-T) = WS-RC-SHI(8 WS-RC-T)
                 - WS-RC-SHI(1 WS-RC-T) - WS-RC-SHI(2 WS-RC-T)
                 - WS-RC-SHI(3 WS-RC-T) - WS-RC-SHI(4 WS-RC-T)
                 - WS-RC-SHI(5 WS-RC-T) - WS-RC-SHI(6 WS-RC-T)
           .

      *===============================================================*
      * Matricule à traiter : le plus petit des trois flux            *
      *===============================================================*
       DETERMINER-CLE.

           MOVE WS-CLE-OUV TO WS-CLE-COURANTE

           IF WS-CLE-CLO < WS-CLE-COURANTE
               MOVE WS-CLE-CLO TO WS-CLE-COURANTE
           END-IF

           IF WS-CLE-HIS < WS-CLE-COURANTE
               MOVE WS-CLE-HIS TO WS-CLE-COURANTE
           END-IF
           .

      *===============================================================*
      * Traitement d'un matricule : situation à l'ouverture et à la   *
      * clôture, étapes de l'historique, puis cumul dans le           *
      * tableau de passage                                            *
      *===============================================================*
       TRAITER-MATRICULE.

           ADD 1 TO WS-NB-MATRICULES
           INITIALIZE WS-MATRICULE-COURANT

      *--- Situation à l'ouverture -----------------------------------*
           MOVE SPACES TO WS-EXT-OU
           MOVE SPACES TO WS-IMG-OUV-COUR
           IF WS-CLE-OUV = WS-CLE-COURANTE
               MOVE WS-IMG-OUV      TO WS-IMG-OUV-COUR
               MOVE WS-IMG-OUV      TO WS-IMG-EXTRAIRE
               PERFORM EXTRAIRE-IMAGE
               MOVE WS-EXT-EX       TO WS-EXT-OU
               PERFORM READ-OUVERTURE
           END-IF

      *--- Situation à la clôture ------------------------------------*
           MOVE SPACES TO WS-EXT-CL
           MOVE SPACES TO WS-IMG-CLO-COUR
           IF WS-CLE-CLO = WS-CLE-COURANTE
               MOVE WS-IMG-CLO      TO WS-IMG-CLO-COUR
               MOVE WS-IMG-CLO      TO WS-IMG-EXTRAIRE
               PERFORM EXTRAIRE-IMAGE
               MOVE WS-EXT-EX       TO WS-EXT-CL
               PERFORM READ-CLOTURE
           END-IF

      *--- Etapes de l'historique du matricule -----------------------*
           MOVE WS-HI-I TO WS-HI-DEB
           PERFORM UNTIL WS-HI-I > WS-HI-NB
                      OR WS-HI-MAT(WS-HI-I) NOT = WS-CLE-COURANTE
               ADD 1 TO WS-HI-I
           END-PERFORM
           COMPUTE WS-HI-FIN = WS-HI-I - 1
           PERFORM POSITIONNER-HISTORIQUE

           PERFORM DETERMINER-RATTACHEMENT

           IF WS-HI-FIN < WS-HI-DEB
               PERFORM ANALYSER-SANS-ETAPE
           ELSE
               PERFORM ANALYSER-ETAPES
           END-IF

           PERFORM CUMULER-MATRICULE
           .

      *===============================================================*
      * Agence et périodicité de rattachement des évolutions : de     *
      * clôture, d'ouverture pour un assuré supprimé, de la           *
      * dernière image connue pour un assuré entré et sorti dans      *
      * la période                                                    *
      *===============================================================*
       DETERMINER-RATTACHEMENT.

           MOVE 7      TO WS-M-AG-IDX
           MOVE 2      TO WS-M-PE-IDX
           MOVE SPACES TO WS-M-AGENCE

           EVALUATE TRUE
               WHEN CL-EXISTE
                   MOVE CL-AG-IDX TO WS-M-AG-IDX
                   MOVE CL-PE-IDX TO WS-M-PE-IDX
                   MOVE CL-AGENCE TO WS-M-AGENCE
               WHEN OU-EXISTE
                   MOVE OU-AG-IDX TO WS-M-AG-IDX
                   MOVE OU-PE-IDX TO WS-M-PE-IDX
                   MOVE OU-AGENCE TO WS-M-AGENCE
               WHEN OTHER
                   PERFORM RATTACHER-1-ETAPE
                       VARYING WS-HI-J FROM WS-HI-DEB BY 1
                       UNTIL WS-HI-J > WS-HI-FIN
           END-EVALUATE
           .

       RATTACHER-1-ETAPE.

           IF WS-HI-IMAGE(WS-HI-J) NOT = SPACES
               MOVE WS-HI-IMAGE(WS-HI-J) TO WS-IMG-EXTRAIRE
               PERFORM EXTRAIRE-IMAGE
               MOVE EX-AG-IDX TO WS-M-AG-IDX
               MOVE EX-PE-IDX TO WS-M-PE-IDX
               MOVE EX-AGENCE TO WS-M-AGENCE
           END-IF
           .

      *===============================================================*
      * Matricule sans étape d'historique dans la période : toute     *
      * différence entre les deux sauvegardes est sans trace          *
      *===============================================================*
       ANALYSER-SANS-ETAPE.

           MOVE 0 TO WS-EVT-DATE
           MOVE 0 TO WS-EVT-MONTANT

           EVALUATE TRUE
               WHEN OU-EXISTE AND CL-EXISTE
                   PERFORM COMPARER-STATUTS-OUV-CLO

               WHEN OU-EXISTE
                   MOVE OU-PRIME TO WS-M-PFIN
                   MOVE "D"      TO WS-EVT-TYPE
                   PERFORM ENREGISTRER-EVENEMENT

               WHEN CL-EXISTE
                   MOVE CL-PRIME TO WS-M-P0
                   MOVE "C"      TO WS-EVT-TYPE
                   PERFORM ENREGISTRER-EVENEMENT
           END-EVALUATE
           .

       COMPARER-STATUTS-OUV-CLO.

           IF OU-STATUT = "A" AND CL-STATUT = "S"
               ADD 1    TO WS-M-NB-SUS
               MOVE "S" TO WS-EVT-TYPE
               PERFORM ENREGISTRER-EVENEMENT
           END-IF

           IF OU-STATUT = "S" AND CL-STATUT = "A"
               ADD 1    TO WS-M-NB-REA
               MOVE "R" TO WS-EVT-TYPE
               PERFORM ENREGISTRER-EVENEMENT
           END-IF
           .

      *===============================================================*
      * Matricule ayant des étapes d'historique : continuité entre    *
      * la sauvegarde d'ouverture et la première avant-image, puis    *
      * analyse de chaque étape (l'image résultante d'une étape       *
      * est l'avant-image de la suivante, ou l'image de clôture)      *
      *===============================================================*
       ANALYSER-ETAPES.

           MOVE 0 TO WS-EVT-DATE
           MOVE 0 TO WS-EVT-MONTANT

           MOVE SPACES TO WS-EXT-AV
           IF WS-HI-IMAGE(WS-HI-DEB) NOT = SPACES
               MOVE WS-HI-IMAGE(WS-HI-DEB) TO WS-IMG-EXTRAIRE
               PERFORM EXTRAIRE-IMAGE
               MOVE WS-EXT-EX TO WS-EXT-AV
           END-IF

      *--- Evolution antérieure à la première étape, sans trace ------*
           IF OU-EXISTE
               IF AV-EXISTE
                  AND WS-HI-IMAGE(WS-HI-DEB) NOT = WS-IMG-OUV-COUR
                   IF OU-STATUT = "A" AND AV-STATUT = "S"
                       ADD 1    TO WS-M-NB-SUS
                       MOVE "S" TO WS-EVT-TYPE
                       PERFORM ENREGISTRER-EVENEMENT
                   END-IF
                   IF OU-STATUT = "S" AND AV-STATUT = "A"
                       ADD 1    TO WS-M-NB-REA
                       MOVE "R" TO WS-EVT-TYPE
                       PERFORM ENREGISTRER-EVENEMENT
                   END-IF
               END-IF
           ELSE
               IF AV-EXISTE
                   MOVE AV-PRIME TO WS-M-P0
                   MOVE "C"      TO WS-EVT-TYPE
                   PERFORM ENREGISTRER-EVENEMENT
               END-IF
           END-IF

           PERFORM ANALYSER-1-ETAPE
               VARYING WS-HI-J FROM WS-HI-DEB BY 1
               UNTIL WS-HI-J > WS-HI-FIN
           .

      *===============================================================*
      * Analyse d'une étape d'historique :                            *
      * - avant-image à blanc : création (marque MAJASSUR) ;          *
      * - pas d'image résultante : suppression ;                      *
      * - sinon changement de statut et variation de prime, portée    *
      *   à la revalorisation si seule la prime a changé un jour      *
      *   de passage de REVAPRIM, aux modifications sinon             *
      *===============================================================*
       ANALYSER-1-ETAPE.

           MOVE WS-HI-IMAGE(WS-HI-J) TO WS-IMG-AVANT
           IF WS-HI-TS(WS-HI-J)(1:8) NUMERIC
               MOVE WS-HI-TS(WS-HI-J)(1:8) TO WS-M-DATE-ETAPE
           ELSE
               MOVE 0 TO WS-M-DATE-ETAPE
           END-IF

           IF WS-HI-J < WS-HI-FIN
               MOVE WS-HI-IMAGE(WS-HI-J + 1) TO WS-IMG-APRES
           ELSE
               MOVE WS-IMG-CLO-COUR          TO WS-IMG-APRES
           END-IF

           MOVE SPACES TO WS-EXT-AV
           IF WS-IMG-AVANT NOT = SPACES
               MOVE WS-IMG-AVANT TO WS-IMG-EXTRAIRE
               PERFORM EXTRAIRE-IMAGE
               MOVE WS-EXT-EX    TO WS-EXT-AV
           END-IF

           MOVE SPACES TO WS-EXT-AP
           IF WS-IMG-APRES NOT = SPACES
               MOVE WS-IMG-APRES TO WS-IMG-EXTRAIRE
               PERFORM EXTRAIRE-IMAGE
               MOVE WS-EXT-EX    TO WS-EXT-AP
           END-IF

           MOVE WS-M-DATE-ETAPE TO WS-EVT-DATE
           MOVE 0               TO WS-EVT-MONTANT

           EVALUATE TRUE

      *--- Marque de création sans image résultante : l'assuré créé  *
      *    a disparu sans trace de suppression ------------------------*
               WHEN NOT AV-EXISTE AND NOT AP-EXISTE
                   MOVE "C" TO WS-EVT-TYPE
                   PERFORM ENREGISTRER-EVENEMENT
                   MOVE 0   TO WS-EVT-DATE
                   MOVE "D" TO WS-EVT-TYPE
                   PERFORM ENREGISTRER-EVENEMENT

               WHEN NOT AV-EXISTE
                   IF NOT OU-EXISTE AND WS-M-P0 = 0
                       MOVE AP-PRIME TO WS-M-P0
                   END-IF
                   MOVE "C" TO WS-EVT-TYPE
                   PERFORM ENREGISTRER-EVENEMENT

               WHEN NOT AP-EXISTE
                   MOVE AV-PRIME TO WS-M-PFIN
                   MOVE "D" TO WS-EVT-TYPE
                   PERFORM ENREGISTRER-EVENEMENT

               WHEN OTHER
                   IF AV-STATUT = "A" AND AP-STATUT = "S"
                       ADD 1    TO WS-M-NB-SUS
                       MOVE "S" TO WS-EVT-TYPE
                       PERFORM ENREGISTRER-EVENEMENT
                   END-IF
                   IF AV-STATUT = "S" AND AP-STATUT = "A"
                       ADD 1    TO WS-M-NB-REA
                       MOVE "R" TO WS-EVT-TYPE
                       PERFORM ENREGISTRER-EVENEMENT
                   END-IF

                   COMPUTE WS-M-DELTA = AP-PRIME - AV-PRIME
                   IF WS-M-DELTA NOT = 0
                       PERFORM QUALIFIER-VARIATION
                   END-IF
           END-EVALUATE
           .

      *===============================================================*
      * Variation de prime d'une étape : revalorisation si l'image    *
      * n'a changé que par la prime et que REVAPRIM a tourné ce       *
      * jour-là, modification sinon                                   *
      *===============================================================*
       QUALIFIER-VARIATION.

           MOVE 0 TO WS-DT-IDX

           IF AV-SANS-PRIME = AP-SANS-PRIME
              AND WS-M-DATE-ETAPE > 0
               MOVE WS-M-DATE-ETAPE TO WS-DT-RECH
               PERFORM CHERCHER-DATE
               IF WS-DT-IDX > 0
                   IF WS-DT-REVAPRIM(WS-DT-IDX) = SPACE
                       PERFORM INTERROGER-JOURNAL
                   END-IF
               END-IF
           END-IF

           IF WS-DT-IDX > 0
               IF WS-DT-REVAPRIM(WS-DT-IDX) = "O"
                   ADD WS-M-DELTA TO WS-M-DELTA-REV
               ELSE
                   ADD WS-M-DELTA TO WS-M-DELTA-MOD
               END-IF
           ELSE
               ADD WS-M-DELTA TO WS-M-DELTA-MOD
           END-IF
           .

      *===============================================================*
      * Recherche au journal des exécutions d'un passage réussi de    *
      * REVAPRIM à la date WS-DT-RECH (mémorisée dans la table des    *
      * dates)                                                        *
      *===============================================================*
       INTERROGER-JOURNAL.

           MOVE SPACES       TO J-COM
           MOVE 02           TO J-FONCTION
           MOVE 00           TO J-CODE-RETOUR
           MOVE 'REVAPRIM'   TO J-PROGRAMME
           MOVE WS-DT-RECH   TO J-DATE-TRT
           MOVE 0            TO J-NB-LUS
           MOVE 0            TO J-NB-TRAITES
           MOVE 0            TO J-NB-ANOMALIES
           MOVE 0            TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR = 00
               MOVE "O" TO WS-DT-REVAPRIM(WS-DT-IDX)
           ELSE
               MOVE "N" TO WS-DT-REVAPRIM(WS-DT-IDX)
           END-IF
           .

      *===============================================================*
      * Cumul du matricule dans le tableau de passage : ouverture et  *
      * clôture dans leur propre agence / périodicité, évolutions     *
      * dans l'agence / périodicité de rattachement ; l'écart entre   *
      * la prime finale et la prime initiale augmentée des            *
      * variations qualifiées est une variation sans trace            *
      *===============================================================*
       CUMULER-MATRICULE.

      *--- Ouverture --------------------------------------------------*
           IF OU-EXISTE
               MOVE OU-AG-IDX      TO WS-CUM-AG
               MOVE OU-PE-IDX      TO WS-CUM-PE
               MOVE WS-L-OUVERTURE TO WS-CUM-LIGNE
               MOVE 1              TO WS-CUM-NB
               MOVE OU-PRIME       TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
               IF OU-STATUT = "S"
                   MOVE WS-L-SUSP-OUVERTURE TO WS-CUM-LIGNE
                   PERFORM CUMULER-LIGNE
               END-IF
               MOVE OU-PRIME       TO WS-M-ECART
           ELSE
               MOVE WS-M-AG-IDX    TO WS-CUM-AG
               MOVE WS-M-PE-IDX    TO WS-CUM-PE
               MOVE WS-L-CREATION  TO WS-CUM-LIGNE
               MOVE 1              TO WS-CUM-NB
               MOVE WS-M-P0        TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
               MOVE WS-M-P0        TO WS-M-ECART
           END-IF

      *--- Clôture ----------------------------------------------------*
           IF CL-EXISTE
               MOVE CL-AG-IDX      TO WS-CUM-AG
               MOVE CL-PE-IDX      TO WS-CUM-PE
               MOVE WS-L-CLOTURE   TO WS-CUM-LIGNE
               MOVE 1              TO WS-CUM-NB
               MOVE CL-PRIME       TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
               IF CL-STATUT = "S"
                   MOVE WS-L-SUSP-CLOTURE TO WS-CUM-LIGNE
                   PERFORM CUMULER-LIGNE
               END-IF
               COMPUTE WS-M-ECART = CL-PRIME - WS-M-ECART
           ELSE
               MOVE WS-M-AG-IDX      TO WS-CUM-AG
               MOVE WS-M-PE-IDX      TO WS-CUM-PE
               MOVE WS-L-SUPPRESSION TO WS-CUM-LIGNE
               MOVE 1                TO WS-CUM-NB
               MOVE WS-M-PFIN        TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
               COMPUTE WS-M-ECART = WS-M-PFIN - WS-M-ECART
           END-IF

      *--- Transfert d'agence ou de périodicité : la prime           *
      *    d'ouverture change de poste --------------------------------*
           IF OU-EXISTE AND CL-EXISTE
              AND (OU-AG-IDX NOT = CL-AG-IDX
                   OR OU-PE-IDX NOT = CL-PE-IDX)
               MOVE OU-AG-IDX        TO WS-CUM-AG
               MOVE OU-PE-IDX        TO WS-CUM-PE
               MOVE WS-L-TRF-SORTANT TO WS-CUM-LIGNE
               MOVE 1                TO WS-CUM-NB
               MOVE OU-PRIME         TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
               MOVE CL-AG-IDX        TO WS-CUM-AG
               MOVE CL-PE-IDX        TO WS-CUM-PE
               MOVE WS-L-TRF-ENTRANT TO WS-CUM-LIGNE
               PERFORM CUMULER-LIGNE
           END-IF

      *--- Variations de prime et changements de statut --------------*
           MOVE WS-M-AG-IDX TO WS-CUM-AG
           MOVE WS-M-PE-IDX TO WS-CUM-PE

           IF WS-M-DELTA-MOD NOT = 0
               MOVE WS-L-MODIFICATION TO WS-CUM-LIGNE
               MOVE 1                 TO WS-CUM-NB
               MOVE WS-M-DELTA-MOD    TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
           END-IF

           IF WS-M-DELTA-REV NOT = 0
               MOVE WS-L-REVALORISATION TO WS-CUM-LIGNE
               MOVE 1                   TO WS-CUM-NB
               MOVE WS-M-DELTA-REV      TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
           END-IF

           COMPUTE WS-M-ECART = WS-M-ECART
                              - WS-M-DELTA-MOD - WS-M-DELTA-REV
           IF WS-M-ECART NOT = 0
               MOVE WS-L-SANS-TRACE   TO WS-CUM-LIGNE
               MOVE 1                 TO WS-CUM-NB
               MOVE WS-M-ECART        TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
               MOVE "V"               TO WS-EVT-TYPE
               MOVE 0                 TO WS-EVT-DATE
               MOVE WS-M-ECART        TO WS-EVT-MONTANT
               PERFORM ENREGISTRER-EVENEMENT
           END-IF

           IF WS-M-NB-SUS > 0
               MOVE WS-L-SUSPENSION   TO WS-CUM-LIGNE
               MOVE WS-M-NB-SUS       TO WS-CUM-NB
               MOVE 0                 TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
           END-IF

           IF WS-M-NB-REA > 0
               MOVE WS-L-REACTIVATION TO WS-CUM-LIGNE
               MOVE WS-M-NB-REA       TO WS-CUM-NB
               MOVE 0                 TO WS-CUM-PRIME
               PERFORM CUMULER-LIGNE
           END-IF
           .

      *===============================================================*
      * Cumul d'une ligne dans le poste agence / périodicité, le      *
      * total de l'agence, le total de la périodicité et le total     *
      * général                                                       *
      *===============================================================*
       CUMULER-LIGNE.

           ADD WS-CUM-NB
               TO WS-TP-NB(WS-CUM-AG WS-CUM-PE WS-CUM-LIGNE)
           ADD WS-CUM-PRIME
               TO WS-TP-PRIME(WS-CUM-AG WS-CUM-PE WS-CUM-LIGNE)

           ADD WS-CUM-NB    TO WS-TP-NB(WS-CUM-AG 4 WS-CUM-LIGNE)
           ADD WS-CUM-PRIME TO WS-TP-PRIME(WS-CUM-AG 4 WS-CUM-LIGNE)

           ADD WS-CUM-NB    TO WS-TP-NB(8 WS-CUM-PE WS-CUM-LIGNE)
           ADD WS-CUM-PRIME TO WS-TP-PRIME(8 WS-CUM-PE WS-CUM-LIGNE)

           ADD WS-CUM-NB    TO WS-TP-NB(8 4 WS-CUM-LIGNE)
           ADD WS-CUM-PRIME TO WS-TP-PRIME(8 4 WS-CUM-LIGNE)
           .

      *===============================================================*
      * Enregistrement d'un événement du matricule courant : compté   *
      * dans le rapprochement par agence et par date (s'il est        *
      * daté), mémorisé pour la liste des écarts                      *
      *===============================================================*
       ENREGISTRER-EVENEMENT.

           ADD 1 TO WS-NB-EVT

           EVALUATE WS-EVT-TYPE
               WHEN "C" MOVE 1 TO WS-EVT-IDX
               WHEN "D" MOVE 2 TO WS-EVT-IDX
               WHEN "S" MOVE 3 TO WS-EVT-IDX
               WHEN "R" MOVE 4 TO WS-EVT-IDX
               WHEN OTHER MOVE 5 TO WS-EVT-IDX
           END-EVALUATE

           IF WS-EVT-IDX < 5
               ADD 1 TO WS-RC-FIC(WS-M-AG-IDX WS-EVT-IDX)
               ADD 1 TO WS-RC-FIC(8 WS-EVT-IDX)
               IF WS-EVT-DATE > 0
                   MOVE WS-EVT-DATE TO WS-DT-RECH
                   PERFORM CHERCHER-DATE
                   IF WS-DT-IDX > 0
                       ADD 1 TO WS-DT-FIC(WS-DT-IDX WS-EVT-IDX)
                   END-IF
               END-IF
           END-IF

           IF WS-EVT-DATE = 0
               ADD 1 TO WS-NB-SANS-TRACE
           END-IF

           IF WS-EV-NB < WS-EV-CAPACITE
               ADD 1 TO WS-EV-NB
               MOVE WS-CLE-COURANTE TO WS-EV-MAT(WS-EV-NB)
               MOVE WS-EVT-DATE     TO WS-EV-DATE(WS-EV-NB)
               MOVE WS-EVT-TYPE     TO WS-EV-TYPE(WS-EV-NB)
               MOVE WS-M-AGENCE     TO WS-EV-AGENCE(WS-EV-NB)
               MOVE WS-EVT-MONTANT  TO WS-EV-MONTANT(WS-EV-NB)
           ELSE
               ADD 1 TO WS-NB-EVT-DEBORD
           END-IF
           .

      *===============================================================*
      * Recherche de la date WS-DT-RECH dans la table des dates,      *
      * ajoutée si absente ; WS-DT-IDX à zéro si la table est         *
      * pleine                                                        *
      *===============================================================*
       CHERCHER-DATE.

           MOVE 0 TO WS-DT-IDX

           PERFORM COMPARER-DATE
               VARYING WS-DT-J FROM 1 BY 1
               UNTIL WS-DT-J > WS-DT-NB OR WS-DT-IDX > 0

           IF WS-DT-IDX = 0
               IF WS-DT-NB < WS-DT-CAPACITE
                   ADD 1 TO WS-DT-NB
                   MOVE WS-DT-NB TO WS-DT-IDX
                   INITIALIZE WS-DT-POSTE(WS-DT-IDX)
                   MOVE WS-DT-RECH TO WS-DT-DATE(WS-DT-IDX)
                   MOVE SPACE      TO WS-DT-REVAPRIM(WS-DT-IDX)
               ELSE
                   ADD 1 TO WS-NB-DATE-DEBORD
               END-IF
           END-IF
           .

       COMPARER-DATE.

           IF WS-DT-DATE(WS-DT-J) = WS-DT-RECH
               MOVE WS-DT-J TO WS-DT-IDX
           END-IF
           .

      *===============================================================*
      * Extraction des zones utiles de l'image WS-IMG-EXTRAIRE :      *
      * agence 01 à 06 (7 pour tout autre code), périodicité M / T    *
      * / A (à blanc : trimestrielle), image sans la prime            *
      *===============================================================*
       EXTRAIRE-IMAGE.

           MOVE WS-IMG-EXTRAIRE TO W-ASSURE
           MOVE SPACES          TO WS-EXT-EX
           MOVE "O"             TO EX-PRESENT

           IF AS-PRIME NUMERIC
               MOVE AS-PRIME TO EX-PRIME
           ELSE
               MOVE 0        TO EX-PRIME
           END-IF

           MOVE AS-STATUT TO EX-STATUT
           MOVE AS-AGENCE TO EX-AGENCE

           EVALUATE AS-AGENCE
               WHEN "01" WHEN "02" WHEN "03"
               WHEN "04" WHEN "05" WHEN "06"
                   MOVE AS-AGENCE(2:1) TO EX-AG-IDX
               WHEN OTHER
                   MOVE 7 TO EX-AG-IDX
           END-EVALUATE

           EVALUATE TRUE
               WHEN AS-PERIOD-MENSUELLE
                   MOVE 1 TO EX-PE-IDX
               WHEN AS-PERIOD-ANNUELLE
                   MOVE 3 TO EX-PE-IDX
               WHEN OTHER
                   MOVE 2 TO EX-PE-IDX
           END-EVALUATE

           MOVE 0        TO AS-PRIME
           MOVE W-ASSURE TO EX-SANS-PRIME
           .

      *===============================================================*
      * Edition du tableau de passage d'une agence (poste 8 :         *
      * ensemble du portefeuille) ; agence sans assuré ni             *
      * mouvement omise                                               *
      *===============================================================*
       EDITER-AGENCE.

           IF WS-TP-NB(WS-TP-AG 4 WS-L-OUVERTURE) = 0
              AND WS-TP-NB(WS-TP-AG 4 WS-L-CLOTURE) = 0
              AND WS-TP-NB(WS-TP-AG 4 WS-L-CREATION) = 0
              AND WS-TP-NB(WS-TP-AG 4 WS-L-SUPPRESSION) = 0
              AND WS-TP-AG < 8
               CONTINUE
           ELSE
               MOVE SPACES TO WS-H-BLOC
               EVALUATE WS-TP-AG
                   WHEN 8
                       MOVE "ENSEMBLE DU PORTEFEUILLE" TO WS-H-BLOC
                   WHEN 7
                       MOVE "AUTRES CODES AGENCE"      TO WS-H-BLOC
                   WHEN OTHER
                       STRING "AGENCE 0" WS-TP-AG
                           DELIMITED BY SIZE INTO WS-H-BLOC
               END-EVALUATE

               MOVE WS-H-VIDE       TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
               MOVE WS-H-LIGNE-BLOC TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
               MOVE WS-H-TIRETS     TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT

               MOVE "NOMBRE D'ASSURES" TO WS-H-COL-LIB
               MOVE WS-H-LIGNE-COL     TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT

               PERFORM EDITER-LIGNE-NB
                   VARYING WS-TP-LG FROM 1 BY 1 UNTIL WS-TP-LG > 13

               MOVE WS-H-VIDE          TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
               MOVE "PRIMES"           TO WS-H-COL-LIB
               MOVE WS-H-LIGNE-COL     TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT

               PERFORM EDITER-LIGNE-PRIME
                   VARYING WS-TP-LG FROM 1 BY 1 UNTIL WS-TP-LG > 9

               PERFORM CONTROLER-CLOTURE
                   VARYING WS-TP-PE FROM 1 BY 1 UNTIL WS-TP-PE > 4
           END-IF
           .

       EDITER-LIGNE-NB.

           MOVE SPACES TO WS-ETAT-DETAIL
           MOVE WS-LIB-LIGNE(WS-TP-LG) TO WS-ED-LIBELLE

           PERFORM EDITER-VALEUR-NB
               VARYING WS-TP-PE FROM 1 BY 1 UNTIL WS-TP-PE > 4

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

       EDITER-VALEUR-NB.

           MOVE WS-TP-NB(WS-TP-AG WS-TP-PE WS-TP-LG) TO WS-ED-NB
           MOVE WS-ED-NB TO WS-ED-VAL(WS-TP-PE)
           .

       EDITER-LIGNE-PRIME.

           MOVE SPACES TO WS-ETAT-DETAIL
           MOVE WS-LIB-LIGNE(WS-TP-LG) TO WS-ED-LIBELLE

           PERFORM EDITER-VALEUR-PRIME
               VARYING WS-TP-PE FROM 1 BY 1 UNTIL WS-TP-PE > 4

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

       EDITER-VALEUR-PRIME.

           MOVE WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-TP-LG) TO WS-ED-PRIME
           MOVE WS-ED-PRIME TO WS-ED-VAL(WS-TP-PE)
           .

      *===============================================================*
      * Contrôle arithmétique d'une colonne : ouverture +             *
      * créations - suppressions + transferts entrants -              *
      * transferts sortants + variations = clôture                    *
      *===============================================================*
       CONTROLER-CLOTURE.

           COMPUTE WS-CTL-NB =
                   WS-TP-NB(WS-TP-AG WS-TP-PE WS-L-OUVERTURE)
                 + WS-TP-NB(WS-TP-AG WS-TP-PE WS-L-CREATION)
                 - WS-TP-NB(WS-TP-AG WS-TP-PE WS-L-SUPPRESSION)
                 + WS-TP-NB(WS-TP-AG WS-TP-PE WS-L-TRF-ENTRANT)
                 - WS-TP-NB(WS-TP-AG WS-TP-PE WS-L-TRF-SORTANT)

           COMPUTE WS-CTL-PRIME =
                   WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-OUVERTURE)
                 + WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-CREATION)
                 - WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-SUPPRESSION)
                 + WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-TRF-ENTRANT)
                 - WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-TRF-SORTANT)
                 + WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-MODIFICATION)
                 + WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-REVALORISATION)
                 + WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-SANS-TRACE)

           IF WS-CTL-NB
                 NOT = WS-TP-NB(WS-TP-AG WS-TP-PE WS-L-CLOTURE)
              OR WS-CTL-PRIME
                 NOT = WS-TP-PRIME(WS-TP-AG WS-TP-PE WS-L-CLOTURE)
               ADD 1 TO WS-NB-ECARTS-CTL
               MOVE WS-LIGNE-CONTROLE TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Edition du rapprochement avec STATHIST par agence             *
      *===============================================================*
       EDITER-RAPPROCHEMENT.

           PERFORM CALCULER-TOTAL-FICHIERS
               VARYING WS-RC-T FROM 1 BY 1 UNTIL WS-RC-T > 4

           MOVE WS-H-VIDE         TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-RAPPRO-TITRE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-RAPPRO-COL   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           PERFORM EDITER-RAPPRO-AGENCE
               VARYING WS-RC-AG FROM 1 BY 1 UNTIL WS-RC-AG > 8
           .

       CALCULER-TOTAL-FICHIERS.

           COMPUTE WS-RC-FIC(8 WS-RC-T) = WS-RC-FIC(1 WS-RC-T)
                 + WS-RC-FIC(2 WS-RC-T) + WS-RC-FIC(3 WS-RC-T)
                 + WS-RC-FIC(4 WS-RC-T) + WS-RC-FIC(5 WS-RC-T)
                 + WS-RC-FIC(6 WS-RC-T) + WS-RC-FIC(7 WS-RC-T)
           .

       EDITER-RAPPRO-AGENCE.

           MOVE SPACES TO WS-RAPPRO-DETAIL
           EVALUATE WS-RC-AG
               WHEN 8
                   MOVE "TOTAL"      TO WS-RD-LIBELLE
               WHEN 7
                   MOVE "AUTRES"     TO WS-RD-LIBELLE
               WHEN OTHER
                   STRING "AGENCE 0" WS-RC-AG
                       DELIMITED BY SIZE INTO WS-RD-LIBELLE
           END-EVALUATE

           PERFORM EDITER-RAPPRO-POSTE
               VARYING WS-RC-T FROM 1 BY 1 UNTIL WS-RC-T > 4

           MOVE WS-RAPPRO-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

       EDITER-RAPPRO-POSTE.

           MOVE " / "                       TO WS-RD-SEP(WS-RC-T)
           MOVE WS-RC-FIC(WS-RC-AG WS-RC-T) TO WS-RD-FIC(WS-RC-T)
           MOVE WS-RC-SHI(WS-RC-AG WS-RC-T) TO WS-RD-SHI(WS-RC-T)

           IF WS-RC-FIC(WS-RC-AG WS-RC-T)
                 NOT = WS-RC-SHI(WS-RC-AG WS-RC-T)
               MOVE "*" TO WS-RD-ECART(WS-RC-T)
               IF WS-RC-AG < 8
                   ADD 1 TO WS-NB-ECARTS
               END-IF
           END-IF
           .

      *===============================================================*
      * Edition des écarts par date de traitement : compteurs de      *
      * STATHIST et événements datés du jour, avec les matricules     *
      * concernés                                                     *
      *===============================================================*
       EDITER-ECARTS-DATES.

           PERFORM TRIER-DATES

           MOVE WS-H-VIDE        TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-DATES-TITRE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS      TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           PERFORM EDITER-ECARTS-1-DATE
               VARYING WS-DT-I FROM 1 BY 1 UNTIL WS-DT-I > WS-DT-NB

           IF WS-DT-NB-ECARTS = 0
               MOVE WS-LIGNE-AUCUN TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

       EDITER-ECARTS-1-DATE.

           PERFORM EDITER-ECART-DATE-TYPE
               VARYING WS-RC-T FROM 1 BY 1 UNTIL WS-RC-T > 4
           .

       EDITER-ECART-DATE-TYPE.

           IF WS-DT-FIC(WS-DT-I WS-RC-T)
                 NOT = WS-DT-SHI(WS-DT-I WS-RC-T)
               ADD 1 TO WS-DT-NB-ECARTS
               ADD 1 TO WS-NB-ECARTS
               MOVE WS-DT-DATE(WS-DT-I)(7:2) TO WS-DATE-JJ
               MOVE WS-DT-DATE(WS-DT-I)(5:2) TO WS-DATE-MM
               MOVE WS-DT-DATE(WS-DT-I)(1:4) TO WS-DATE-AAAA
               MOVE WS-DATE-EDIT             TO WS-LE-DATE
               MOVE WS-LIB-EVT(WS-RC-T)      TO WS-LE-TYPE
               MOVE WS-DT-FIC(WS-DT-I WS-RC-T) TO WS-LE-FIC
               MOVE WS-DT-SHI(WS-DT-I WS-RC-T) TO WS-LE-SHI
               MOVE WS-LIGNE-DATE-ECART      TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT

               PERFORM LISTER-MATRICULES-DATE
           END-IF
           .

      *===============================================================*
      * Liste des matricules des événements du type WS-RC-T datés     *
      * du jour WS-DT-I, huit par ligne                               *
      *===============================================================*
       LISTER-MATRICULES-DATE.

           MOVE SPACES TO WS-LIGNE-MATRICULES
           MOVE 0      TO WS-LM-NB

           PERFORM LISTER-1-EVENEMENT
               VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > WS-EV-NB

           IF WS-LM-NB > 0
               MOVE WS-LIGNE-MATRICULES TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

       LISTER-1-EVENEMENT.

           IF WS-EV-DATE(WS-EV-I) = WS-DT-DATE(WS-DT-I)
              AND WS-EV-TYPE(WS-EV-I) = WS-CODES-EVT(WS-RC-T:1)
               ADD 1 TO WS-LM-NB
               MOVE WS-EV-MAT(WS-EV-I) TO WS-LM-MAT(WS-LM-NB)
               IF WS-LM-NB = 8
                   MOVE WS-LIGNE-MATRICULES TO WS-ETAT-LINE
                   PERFORM WRITE-LIGNE-ETAT
                   MOVE SPACES TO WS-LIGNE-MATRICULES
                   MOVE 0      TO WS-LM-NB
               END-IF
           END-IF
           .

      *===============================================================*
      * Classement de la table des dates par date croissante (tri     *
      * par échanges)                                                 *
      *===============================================================*
       TRIER-DATES.

           PERFORM TRIER-DATES-PASSE
               VARYING WS-DT-I FROM 1 BY 1
               UNTIL WS-DT-I >= WS-DT-NB
           .

       TRIER-DATES-PASSE.

           COMPUTE WS-DT-J = WS-DT-I + 1

           PERFORM TRIER-DATES-COMPARER
               UNTIL WS-DT-J > WS-DT-NB
           .

       TRIER-DATES-COMPARER.

           IF WS-DT-DATE(WS-DT-J) < WS-DT-DATE(WS-DT-I)
               MOVE WS-DT-POSTE(WS-DT-I) TO WS-DT-ECHANGE
               MOVE WS-DT-POSTE(WS-DT-J)
                   TO WS-DT-POSTE(WS-DT-I)
               MOVE WS-DT-ECHANGE TO WS-DT-POSTE(WS-DT-J)
           END-IF

           ADD 1 TO WS-DT-J
           .

      *===============================================================*
      * Edition des évolutions sans trace à l'historique des          *
      * assurés, matricule par matricule                              *
      *===============================================================*
       EDITER-SANS-TRACE.

           MOVE WS-H-VIDE             TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-SANS-TRACE-TITRE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS           TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           PERFORM EDITER-1-SANS-TRACE
               VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > WS-EV-NB

           IF WS-NB-SANS-TRACE = 0
               MOVE WS-LIGNE-AUCUN TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

       EDITER-1-SANS-TRACE.

           IF WS-EV-DATE(WS-EV-I) = 0
               MOVE 0                     TO WS-LS-MONTANT
               MOVE WS-EV-MAT(WS-EV-I)    TO WS-LS-MAT
               MOVE WS-EV-AGENCE(WS-EV-I) TO WS-LS-AGENCE
               EVALUATE WS-EV-TYPE(WS-EV-I)
                   WHEN "C" MOVE WS-LIB-EVT(1) TO WS-LS-TYPE
                   WHEN "D" MOVE WS-LIB-EVT(2) TO WS-LS-TYPE
                   WHEN "S" MOVE WS-LIB-EVT(3) TO WS-LS-TYPE
                   WHEN "R" MOVE WS-LIB-EVT(4) TO WS-LS-TYPE
                   WHEN OTHER
                       MOVE WS-LIB-EVT(5)          TO WS-LS-TYPE
                       MOVE WS-EV-MONTANT(WS-EV-I) TO WS-LS-MONTANT
               END-EVALUATE
               MOVE WS-LIGNE-SANS-TRACE TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Signalement des tables saturées : le tableau est alors        *
      * incomplet                                                     *
      *===============================================================*
       EDITER-DEBORDEMENTS.

           IF WS-NB-HIST-DEBORD > 0
               MOVE "HISTORIQUE NON CHARGE (TABLE PLEINE) :"
                   TO WS-LDB-LIBELLE
               MOVE WS-NB-HIST-DEBORD TO WS-LDB-NB
               MOVE WS-LIGNE-DEBORD   TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           IF WS-NB-EVT-DEBORD > 0
               MOVE "EVENEMENTS NON MEMORISES (TABLE PLEINE) :"
                   TO WS-LDB-LIBELLE
               MOVE WS-NB-EVT-DEBORD  TO WS-LDB-NB
               MOVE WS-LIGNE-DEBORD   TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           IF WS-NB-DATE-DEBORD > 0
               MOVE "DATES NON RAPPROCHEES (TABLE PLEINE) :"
                   TO WS-LDB-LIBELLE
               MOVE WS-NB-DATE-DEBORD TO WS-LDB-NB
               MOVE WS-LIGNE-DEBORD   TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Lecture du détail suivant de la sauvegarde d'ouverture        *
      *===============================================================*
       READ-OUVERTURE.

           MOVE 'SAUVIN' TO WS-FIC-SAUVE
           PERFORM LIRE-DETAIL-SAUVE

           IF FIN-SAUVE
               MOVE HIGH-VALUES TO WS-CLE-OUV
           ELSE
               MOVE WS-SA-IMAGE      TO WS-IMG-OUV
               MOVE WS-SA-IMAGE(1:6) TO WS-CLE-OUV
           END-IF
           .

      *===============================================================*
      * Lecture du détail suivant de la sauvegarde de clôture         *
      *===============================================================*
       READ-CLOTURE.

           MOVE 'SAUVFIN' TO WS-FIC-SAUVE
           PERFORM LIRE-DETAIL-SAUVE

           IF FIN-SAUVE
               MOVE HIGH-VALUES TO WS-CLE-CLO
           ELSE
               MOVE WS-SA-IMAGE      TO WS-IMG-CLO
               MOVE WS-SA-IMAGE(1:6) TO WS-CLE-CLO
           END-IF
           .

      *===============================================================*
      * Matricule de la prochaine étape d'historique à traiter        *
      *===============================================================*
       POSITIONNER-HISTORIQUE.

           IF WS-HI-I > WS-HI-NB
               MOVE HIGH-VALUES        TO WS-CLE-HIS
           ELSE
               MOVE WS-HI-MAT(WS-HI-I) TO WS-CLE-HIS
           END-IF
           .

      *===============================================================*
      * Lecture du détail suivant de la sauvegarde WS-FIC-SAUVE       *
      * (l'enregistrement de total est passé)                         *
      *===============================================================*
       LIRE-DETAIL-SAUVE.

           PERFORM LIRE-SAUVE
           PERFORM UNTIL FIN-SAUVE OR SA-TYPE-DETAIL
               PERFORM LIRE-SAUVE
           END-PERFORM
           .

      *===============================================================*
      * Lecture d'un enregistrement de la sauvegarde WS-FIC-SAUVE     *
      *===============================================================*
       LIRE-SAUVE.
           MOVE 'ACCFIC'     TO WS-ACC

           MOVE WS-FIC-SAUVE TO Z-NOM-FICHIER
           MOVE 02           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:120) TO WS-SAUVE-REC
              SET PAS-FIN-SAUVE TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-SAUVE TO TRUE
              ELSE
                  DISPLAY 'READ ' WS-FIC-SAUVE ' ERREUR : '
                      Z-CODE-RETOUR
                  SET FIN-SAUVE TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Ouverture de la sauvegarde WS-FIC-SAUVE                       *
      *===============================================================*
       OPEN-SAUVE.
           MOVE 'ACCFIC'     TO WS-ACC

           MOVE WS-FIC-SAUVE TO Z-NOM-FICHIER
           MOVE 01           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN ' WS-FIC-SAUVE ' ERREUR : ' Z-CODE-RETOUR
               SET SAUVEGARDE-INVALIDE TO TRUE
           END-IF
           .

      *===============================================================*
      * Ouverture de l'historique des assurés en lecture              *
      *===============================================================*
       OPEN-HISTIN.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'HISTIN' TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN HISTIN ERREUR : ' Z-CODE-RETOUR
               SET FIN-HISTO TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle de l'historique des assurés              *
      *===============================================================*
       READ-HISTIN.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'HISTIN' TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:128) TO WS-HIST-REC
              SET PAS-FIN-HISTO TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-HISTO TO TRUE
              ELSE
                  DISPLAY 'READ HISTIN ERREUR : ' Z-CODE-RETOUR
                  SET FIN-HISTO TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Ouverture de l'historique des statistiques en lecture         *
      *===============================================================*
       OPEN-STATHIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'STATHIN' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN STATHIN ERREUR : ' Z-CODE-RETOUR
               SET FIN-STATHIST TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle de l'historique des statistiques         *
      *===============================================================*
       READ-STATHIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'STATHIN' TO Z-NOM-FICHIER
           MOVE 02        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:100) TO W-STATHIST
              SET PAS-FIN-STATHIST TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-STATHIST TO TRUE
              ELSE
                  DISPLAY 'READ STATHIN ERREUR : ' Z-CODE-RETOUR
                  SET FIN-STATHIST TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Ouverture fichier de listing (tableau de passage)             *
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
       CLOSE-SAUVE.
           MOVE 'ACCFIC'     TO WS-ACC

           MOVE WS-FIC-SAUVE TO Z-NOM-FICHIER
           MOVE 03           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ' WS-FIC-SAUVE ' ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

       CLOSE-HISTIN.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'HISTIN' TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE HISTIN ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

       CLOSE-STATHIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'STATHIN' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE STATHIN ERREUR : ' Z-CODE-RETOUR
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
      * Ecriture de l'entête du tableau de passage                    *
      *===============================================================*
       WRITE-ENTETE-ETAT.

           MOVE WS-CD-DD   TO WS-DATE-JJ
           MOVE WS-CD-MM   TO WS-DATE-MM
           MOVE WS-CD-YYYY TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE

           MOVE WS-H-TITRE      TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-SOUS-TITRE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-LIGNE-DATE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-LBL-OUVERTURE        TO WS-H-LBL-SAUVE
           MOVE WS-DATE-OUVERTURE(7:2)  TO WS-DATE-JJ
           MOVE WS-DATE-OUVERTURE(5:2)  TO WS-DATE-MM
           MOVE WS-DATE-OUVERTURE(1:4)  TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT            TO WS-H-DATE-SAUVE
           MOVE WS-NB-OUVERTURE         TO WS-H-NB-SAUVE
           MOVE WS-H-LIGNE-SAUVE        TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-LBL-CLOTURE          TO WS-H-LBL-SAUVE
           MOVE WS-DATE-CLOTURE(7:2)    TO WS-DATE-JJ
           MOVE WS-DATE-CLOTURE(5:2)    TO WS-DATE-MM
           MOVE WS-DATE-CLOTURE(1:4)    TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT            TO WS-H-DATE-SAUVE
           MOVE WS-NB-CLOTURE           TO WS-H-NB-SAUVE
           MOVE WS-H-LIGNE-SAUVE        TO WS-ETAT-LINE
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
           MOVE 'TABPASS ' TO J-PROGRAMME
           MOVE WS-DATE-CLOTURE TO J-DATE-TRT
           MOVE WS-NB-MATRICULES TO J-NB-LUS
           MOVE WS-NB-EVT TO J-NB-TRAITES
           MOVE WS-NB-ECARTS TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
