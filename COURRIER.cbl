       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURRIER.

      *===============================================================*
      *  PROGRAMME : COURRIER                                         *
      *  ROLE      :                                                  *
      *    - Editer les courriers aux assurés consécutifs aux         *
      *      mouvements de la nuit, lus sur le fichier delta de       *
      *      MAJASSUR (DELTA) et sur l'extrait de revalorisation de   *
      *      REVAPRIM (DELTAREV, facultatif, retenu quelle que soit   *
      *      sa date et remis à vide une fois les avis édités) : un   *
      *      courrier par événement, selon le code mouvement          *
      *        C : lettre de bienvenue                                *
      *        M : confirmation des modifications (ancienne et        *
      *            nouvelle valeur de chaque zone modifiée)           *
      *        T : avis de suspension                                 *
      *        R : avis de remise en vigueur                          *
      *        S : lettre de résiliation                              *
      *        V : avis de revalorisation (ancienne, nouvelle prime)  *
      *    - L'avant-image d'un événement est reprise de l'historique *
      *      des assurés (HISTASSUR) : l'étape du matricule dont      *
      *      l'image suivante est l'image du delta, à défaut la       *
      *      dernière étape du matricule ; les marques de création    *
      *      (avant-image à blanc) sont ignorées                      *
      *    - Courriers adressés à partir de l'adresse structurée      *
      *      (AS-ADRESSE) de l'image du delta, regroupés par agence   *
      *      (AS-AGENCE) pour la mise sous pli, une page de 50 lignes *
      *      par courrier (LETTRES)                                   *
      *    - Liste de contrôle (LISTE) : courriers édités par agence, *
      *      événements non traités avec leur motif (adresse          *
      *      incomplète, ancienne prime inconnue, code inconnu) et    *
      *      totaux par modèle de courrier                            *
      *    - Un delta incomplet (entête ou total absent, nombre de    *
      *      détails différent du total) ou produit par une           *
      *      simulation de MAJASSUR (DL-SIMULATION) est refusé :      *
      *      aucun courrier n'est édité ; un extrait de               *
      *      revalorisation dans ce cas est ignoré, signalé sur la    *
      *      liste de contrôle (code retour 4) et laissé en place     *
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
       77  WS-EOF-DLT               PIC X VALUE "N".
           88 FIN-DELTA                   VALUE "Y".
           88 PAS-FIN-DELTA               VALUE "N".

       77  WS-EOF-HIS               PIC X VALUE "N".
           88 FIN-HISTO                   VALUE "Y".
           88 PAS-FIN-HISTO               VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WASSURE.
       COPY WDELTA.

      *---------------------------------------------------------------*
      * Avant-image de l'assuré (même description que WASSURE)        *
      *---------------------------------------------------------------*
       01  WS-AVANT-ASSURE.
           05 AV-MATRICULE          PIC X(06).
           05 AV-NOM                PIC X(15).
           05 AV-PRENOM             PIC X(12).
           05 AV-DATE-NAISSANCE     PIC 9(08).
           05 AV-ADRESSE.
              10 AV-ADR-RUE         PIC X(25).
              10 AV-ADR-CP          PIC X(05).
              10 AV-ADR-VILLE       PIC X(20).
           05 AV-PRIME              PIC 9(06)V99.
           05 AV-STATUT             PIC X(01).
           05 AV-NB-REJETS          PIC 9(01).
           05 AV-AGENCE             PIC X(02).
           05 AV-PERIODICITE        PIC X(01).
           05 FILLER                PIC X(04).

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
      * Contrôle préalable d'un fichier delta (DELTA ou DELTAREV) :   *
      * enregistrements lus, détails, total annoncé, date de          *
      * traitement de l'entête, marque de simulation                  *
      *---------------------------------------------------------------*
       77  WS-FIC-DELTA             PIC X(8) VALUE SPACES.
       77  WS-DC-NB-LUS             PIC 9(7) VALUE 0.
       77  WS-DC-NB-DETAILS         PIC 9(7) VALUE 0.
       77  WS-DC-NB-ANNONCES        PIC 9(7) VALUE 0.
       77  WS-DC-DATE               PIC 9(8) VALUE 0.
       77  WS-DC-ENTETE             PIC X VALUE "N".
           88 DC-ENTETE-TROUVEE           VALUE "O".
           88 DC-ENTETE-ABSENTE           VALUE "N".
       77  WS-DC-TOTAL              PIC X VALUE "N".
           88 DC-TOTAL-TROUVE             VALUE "O".
           88 DC-TOTAL-ABSENT             VALUE "N".
       77  WS-DC-MODE               PIC X VALUE "R".
           88 DC-MODE-REEL                VALUE "R".
           88 DC-MODE-SIMULATION          VALUE "S".
       77  WS-DC-ETAT               PIC X VALUE "O".
           88 DELTA-VALIDE                VALUE "O".
           88 DELTA-INVALIDE              VALUE "N".

      *---------------------------------------------------------------*
      * Fichiers delta retenus : date de traitement et nombre de      *
      * détails de DELTA, présence et date de DELTAREV ; date la      *
      * plus ancienne, à partir de laquelle l'historique est lu       *
      *---------------------------------------------------------------*
       77  WS-DATE-DELTA            PIC 9(8) VALUE 0.
       77  WS-NB-DELTA              PIC 9(7) VALUE 0.
       77  WS-REV-PRESENCE          PIC X VALUE "N".
           88 REV-PRESENT                 VALUE "O".
           88 REV-ABSENT                  VALUE "N".
           88 REV-IGNORE                  VALUE "I".
       77  WS-DATE-REV              PIC 9(8) VALUE 0.
       77  WS-NB-REV                PIC 9(7) VALUE 0.
       77  WS-DATE-MIN              PIC 9(8) VALUE 0.

      *---------------------------------------------------------------*
      * Historique des assurés depuis la date la plus ancienne des    *
      * deltas, hors marques de création, classé par matricule,       *
      * horodatage et rang de lecture ; une étape reprise comme       *
      * avant-image d'un événement est marquée utilisée               *
      *---------------------------------------------------------------*
       01  WS-TAB-HISTO.
           05 WS-HI-POSTE OCCURS 3000.
              10 WS-HI-CLE.
                 15 WS-HI-MAT       PIC X(06).
                 15 WS-HI-TS        PIC X(14).
                 15 WS-HI-RANG      PIC 9(05).
              10 WS-HI-IMAGE        PIC X(108).
              10 WS-HI-UTILISE      PIC X(01).

       77  WS-HI-NB                 PIC 9(5) VALUE 0.
       77  WS-HI-CAPACITE           PIC 9(5) VALUE 3000.
       77  WS-HI-I                  PIC 9(5) VALUE 0.
       77  WS-HI-J                  PIC 9(5) VALUE 0.
       77  WS-HI-SUIV               PIC 9(5) VALUE 0.
       77  WS-HI-ECHANGE            PIC X(134) VALUE SPACES.

       77  WS-AVANT-RECH            PIC X VALUE "N".
           88 AVANT-TROUVEE               VALUE "O".
           88 AVANT-NON-TROUVEE           VALUE "N".

      *---------------------------------------------------------------*
      * Evénements à traiter, classés par agence, matricule et rang   *
      * de lecture ; état : à blanc courrier à éditer, A adresse      *
      * incomplète, I ancienne prime inconnue, X code inconnu         *
      *---------------------------------------------------------------*
       01  WS-TAB-EVT.
           05 WS-EV-POSTE OCCURS 5000.
              10 WS-EV-CLE.
                 15 WS-EV-AGENCE    PIC X(02).
                 15 WS-EV-MAT       PIC X(06).
                 15 WS-EV-RANG      PIC 9(05).
              10 WS-EV-CODE         PIC X(01).
              10 WS-EV-DATE         PIC 9(08).
              10 WS-EV-ETAT         PIC X(01).
              10 WS-EV-IMAGE        PIC X(108).
              10 WS-EV-AVANT        PIC X(108).

       77  WS-EV-NB                 PIC 9(5) VALUE 0.
       77  WS-EV-CAPACITE           PIC 9(5) VALUE 5000.
       77  WS-EV-I                  PIC 9(5) VALUE 0.
       77  WS-EV-J                  PIC 9(5) VALUE 0.
       77  WS-EV-ECHANGE            PIC X(239) VALUE SPACES.

      *---------------------------------------------------------------*
      * Modèles de courrier : objet et corps de lettre, dans l'ordre  *
      * C, M, T, R, S, V                                              *
      *---------------------------------------------------------------*
       01  WS-MODELES.
           05 FILLER                PIC X(48)
              VALUE "BIENVENUE - OUVERTURE DE VOTRE CONTRAT".
           05 FILLER                PIC X(48)
              VALUE "NOUS AVONS LE PLAISIR DE VOUS CONFIRMER".
           05 FILLER                PIC X(48)
              VALUE "L'OUVERTURE DE VOTRE CONTRAT ET VOUS REMERCIONS".
           05 FILLER                PIC X(48)
              VALUE "DE VOTRE CONFIANCE. VOUS TROUVEREZ CI-DESSOUS".
           05 FILLER                PIC X(48)
              VALUE "LES PRINCIPALES CARACTERISTIQUES ENREGISTREES.".
           05 FILLER                PIC X(48) VALUE SPACES.
           05 FILLER                PIC X(48)
              VALUE "CONFIRMATION DE MODIFICATION DE VOTRE CONTRAT".
           05 FILLER                PIC X(48)
              VALUE "NOUS VOUS CONFIRMONS LA PRISE EN COMPTE DES".
           05 FILLER                PIC X(48)
              VALUE "MODIFICATIONS CI-DESSOUS APPORTEES A VOTRE".
           05 FILLER                PIC X(48)
              VALUE "CONTRAT. MERCI DE NOUS SIGNALER TOUTE ERREUR".
           05 FILLER                PIC X(48)
              VALUE "DANS LES MEILLEURS DELAIS.".
           05 FILLER                PIC X(48) VALUE SPACES.
           05 FILLER                PIC X(48)
              VALUE "AVIS DE SUSPENSION DE VOTRE CONTRAT".
           05 FILLER                PIC X(48)
              VALUE "NOUS VOUS INFORMONS QUE VOTRE CONTRAT EST".
           05 FILLER                PIC X(48)
              VALUE "SUSPENDU A COMPTER DE LA DATE CI-DESSOUS.".
           05 FILLER                PIC X(48)
              VALUE "PENDANT LA SUSPENSION, AUCUNE PRIME NE VOUS".
           05 FILLER                PIC X(48)
              VALUE "SERA APPELEE. VOTRE AGENCE RESTE A VOTRE".
           05 FILLER                PIC X(48)
              VALUE "DISPOSITION POUR SA REMISE EN VIGUEUR.".
           05 FILLER                PIC X(48)
              VALUE "AVIS DE REMISE EN VIGUEUR DE VOTRE CONTRAT".
           05 FILLER                PIC X(48)
              VALUE "NOUS AVONS LE PLAISIR DE VOUS INFORMER QUE".
           05 FILLER                PIC X(48)
              VALUE "VOTRE CONTRAT EST REMIS EN VIGUEUR A COMPTER".
           05 FILLER                PIC X(48)
              VALUE "DE LA DATE CI-DESSOUS. LES APPELS DE PRIME".
           05 FILLER                PIC X(48)
              VALUE "REPRENDRONT SELON VOTRE PERIODICITE DE".
           05 FILLER                PIC X(48)
              VALUE "PAIEMENT.".
           05 FILLER                PIC X(48)
              VALUE "RESILIATION DE VOTRE CONTRAT".
           05 FILLER                PIC X(48)
              VALUE "NOUS VOUS CONFIRMONS LA RESILIATION DE VOTRE".
           05 FILLER                PIC X(48)
              VALUE "CONTRAT A COMPTER DE LA DATE CI-DESSOUS.".
           05 FILLER                PIC X(48)
              VALUE "NOUS VOUS REMERCIONS DE LA CONFIANCE QUE VOUS".
           05 FILLER                PIC X(48)
              VALUE "NOUS AVEZ ACCORDEE.".
           05 FILLER                PIC X(48) VALUE SPACES.
           05 FILLER                PIC X(48)
              VALUE "AVIS DE REVALORISATION DE VOTRE PRIME".
           05 FILLER                PIC X(48)
              VALUE "CONFORMEMENT AU BAREME ANNUEL, LA PRIME DE".
           05 FILLER                PIC X(48)
              VALUE "VOTRE CONTRAT EST REVALORISEE A COMPTER DE LA".
           05 FILLER                PIC X(48)
              VALUE "DATE CI-DESSOUS. VOTRE PROCHAIN APPEL DE PRIME".
           05 FILLER                PIC X(48)
              VALUE "TIENDRA COMPTE DU NOUVEAU MONTANT.".
           05 FILLER                PIC X(48) VALUE SPACES.
       01  WS-TAB-MODELES REDEFINES WS-MODELES.
           05 WS-MOD-POSTE OCCURS 6.
              10 WS-MOD-OBJET       PIC X(48).
              10 WS-MOD-LIGNE       PIC X(48) OCCURS 5.

       77  WS-MOD-L                 PIC 9(1) VALUE 0.

      *---------------------------------------------------------------*
      * Libellés des modèles pour la liste de contrôle (le poste 7    *
      * reçoit les codes mouvement inconnus)                          *
      *---------------------------------------------------------------*
       01  WS-LIBELLES-MODELES.
           05 FILLER                PIC X(14) VALUE "BIENVENUE".
           05 FILLER                PIC X(14) VALUE "MODIFICATION".
           05 FILLER                PIC X(14) VALUE "SUSPENSION".
           05 FILLER                PIC X(14) VALUE "REMISE VIGUEUR".
           05 FILLER                PIC X(14) VALUE "RESILIATION".
           05 FILLER                PIC X(14) VALUE "REVALORISATION".
           05 FILLER                PIC X(14) VALUE "CODE INCONNU".
       01  WS-TAB-LIB-MODELES REDEFINES WS-LIBELLES-MODELES.
           05 WS-LIB-MODELE         PIC X(14) OCCURS 7.

       77  WS-CODES-MVT             PIC X(06) VALUE "CMTRSV".
       77  WS-TYP-IDX               PIC 9(1) VALUE 0.
       77  WS-TYP-I                 PIC 9(1) VALUE 0.

      *---------------------------------------------------------------*
      * Compteurs de traitement, par modèle et par agence             *
      *---------------------------------------------------------------*
       01  WS-CR-COUNTERS.
           05 WS-NB-EVT-LUS         PIC 9(7) VALUE 0.
           05 WS-NB-COURRIERS       PIC 9(7) VALUE 0.
           05 WS-NB-NON-TRAITES     PIC 9(7) VALUE 0.
           05 WS-NB-EVT-DEBORD      PIC 9(7) VALUE 0.
           05 WS-NB-HIST-DEBORD     PIC 9(7) VALUE 0.
           05 WS-NB-HIST-RETENUS    PIC 9(7) VALUE 0.

       01  WS-TAB-TYPES.
           05 WS-TY-POSTE OCCURS 7.
              10 WS-TY-EDITES       PIC 9(7).
              10 WS-TY-REJETES      PIC 9(7).

       77  WS-AGENCE-PREC           PIC X(02) VALUE SPACES.
       77  WS-NB-AG-COURRIERS       PIC 9(7) VALUE 0.

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
      * Zones d'édition des valeurs d'un courrier                     *
      *---------------------------------------------------------------*
       77  WS-DATE-A-EDITER         PIC 9(8) VALUE 0.
       77  WS-DATE-TEXTE            PIC X(14) VALUE SPACES.
       77  WS-DATE-LETTRE           PIC X(10) VALUE SPACES.
       77  WS-PRIME-EDIT            PIC Z(5)9.99.
       77  WS-PERIOD-A-EDITER       PIC X(01) VALUE SPACES.
       77  WS-PERIOD-TEXTE          PIC X(13) VALUE SPACES.

       77  WS-CHG-LIBELLE           PIC X(26) VALUE SPACES.
       77  WS-CHG-AVANT             PIC X(40) VALUE SPACES.
       77  WS-CHG-APRES             PIC X(40) VALUE SPACES.
       77  WS-NB-CHANGEMENTS        PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * Lignes d'un courrier (page de 50 lignes)                      *
      *---------------------------------------------------------------*
       77  WS-LETTRE-LINE           PIC X(80) VALUE SPACES.
       77  WS-LC-NB-LIGNES          PIC 9(3) VALUE 0.
       77  WS-LC-MAX-LIGNES         PIC 9(3) VALUE 50.
       77  WS-NB-LIGNES-LETTRES     PIC 9(7) VALUE 0.

       01  WS-LC-ENTETE.
           05 FILLER                PIC X(09) VALUE "AGENCE : ".
           05 WS-LCE-AGENCE         PIC X(02).
           05 FILLER                PIC X(47) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "LE ".
           05 WS-LCE-DATE           PIC X(10).
           05 FILLER                PIC X(09) VALUE SPACES.

       01  WS-LC-DESTINATAIRE.
           05 FILLER                PIC X(40) VALUE SPACES.
           05 WS-LCD-TEXTE          PIC X(40).

       01  WS-LC-REFERENCE.
           05 FILLER                PIC X(22)
              VALUE "REFERENCE : MATRICULE ".
           05 WS-LCR-MAT            PIC X(06).
           05 FILLER                PIC X(52) VALUE SPACES.

       01  WS-LC-OBJET.
           05 FILLER                PIC X(12) VALUE "OBJET     : ".
           05 WS-LCO-OBJET          PIC X(48).
           05 FILLER                PIC X(20) VALUE SPACES.

       01  WS-LC-CORPS.
           05 WS-LCC-TEXTE          PIC X(48).
           05 FILLER                PIC X(32) VALUE SPACES.

       01  WS-LC-VALEUR.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LCV-LIBELLE        PIC X(26).
           05 WS-LCV-SENS           PIC X(10).
           05 WS-LCV-VALEUR         PIC X(40).

       01  WS-LC-TEXTES.
           05 WS-LC-APPEL           PIC X(80)
              VALUE "MADAME, MONSIEUR,".
           05 WS-LC-SITUATION       PIC X(80)
              VALUE "VOTRE CONTRAT SE PRESENTE DESORMAIS AINSI :".
           05 WS-LC-FORMULE-1       PIC X(80)
              VALUE "NOUS VOUS PRIONS D'AGREER, MADAME, MONSIEUR,".
           05 WS-LC-FORMULE-2       PIC X(80)
              VALUE "L'EXPRESSION DE NOS SALUTATIONS DISTINGUEES.".
           05 WS-LC-SIGNATURE.
              10 FILLER             PIC X(40) VALUE SPACES.
              10 FILLER             PIC X(40)
                 VALUE "LE SERVICE GESTION DES ASSURES".

      *---------------------------------------------------------------*
      * Entête de la liste de contrôle des courriers                  *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "          CONTROLE  DES  COURRIERS  AUX  ASSURES".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "          --------------------------------------".
           05 WS-H-VIDE             PIC X(80)
              VALUE SPACES.
           05 WS-H-TIRETS           PIC X(80)
              VALUE ALL "-".

           05 WS-H-LIGNE-DATE.
              10 WS-H-LBL-DATE      PIC X(20)
                 VALUE "EDITION DU : ".
              10 WS-H-DATE          PIC X(10).
              10 FILLER             PIC X(50) VALUE SPACES.

           05 WS-H-LIGNE-SOURCE.
              10 WS-H-LBL-SOURCE    PIC X(26).
              10 WS-H-DATE-SOURCE   PIC X(10).
              10 FILLER             PIC X(03) VALUE " : ".
              10 WS-H-NB-SOURCE     PIC Z(6)9.
              10 FILLER             PIC X(34)
                 VALUE " EVENEMENTS".

           05 WS-H-LIGNE-COL.
              10 FILLER             PIC X(04) VALUE "AG".
              10 FILLER             PIC X(08) VALUE "MATRIC".
              10 FILLER             PIC X(16) VALUE "NOM".
              10 FILLER             PIC X(14) VALUE "PRENOM".
              10 FILLER             PIC X(16) VALUE "COURRIER".
              10 FILLER             PIC X(22) VALUE "OBSERVATION".

       01  WS-LBL-DELTA             PIC X(26)
           VALUE "DELTA DU ".
       01  WS-LBL-REV               PIC X(26)
           VALUE "REVALORISATION DU ".
       01  WS-LIGNE-SANS-REV        PIC X(80)
           VALUE "REVALORISATION : PAS D'EXTRAIT POUR CETTE NUIT".
       01  WS-LIGNE-REV-IGNORE      PIC X(80)
           VALUE "REVALORISATION : EXTRAIT IGNORE (INUTILISABLE)".

       01  WS-H-EDITES              PIC X(80)
           VALUE "COURRIERS EDITES".
       01  WS-H-NON-TRAITES         PIC X(80)
           VALUE "EVENEMENTS NON TRAITES".
       01  WS-H-TOTAUX              PIC X(80)
           VALUE "TOTAUX PAR MODELE DE COURRIER".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Lignes de détail et de totaux de la liste de contrôle         *
      *---------------------------------------------------------------*
       01  WS-LISTE-DETAIL.
           05 WS-LD-AGENCE          PIC X(02).
           05 FILLER                PIC X(02).
           05 WS-LD-MAT             PIC X(06).
           05 FILLER                PIC X(02).
           05 WS-LD-NOM             PIC X(15).
           05 FILLER                PIC X(01).
           05 WS-LD-PRENOM          PIC X(12).
           05 FILLER                PIC X(02).
           05 WS-LD-COURRIER        PIC X(14).
           05 FILLER                PIC X(02).
           05 WS-LD-OBS             PIC X(22).

       01  WS-LIGNE-TOTAL-AGENCE.
           05 FILLER                PIC X(16)
              VALUE "  TOTAL AGENCE ".
           05 WS-LTA-AGENCE         PIC X(02).
           05 FILLER                PIC X(03) VALUE " : ".
           05 WS-LTA-NB             PIC Z(6)9.
           05 FILLER                PIC X(52) VALUE " COURRIERS".

       01  WS-LIGNE-TOTAL-MODELE.
           05 WS-LTM-MODELE         PIC X(16).
           05 FILLER                PIC X(09) VALUE "EDITES : ".
           05 WS-LTM-EDITES         PIC Z(6)9.
           05 FILLER                PIC X(17)
              VALUE "   NON TRAITES : ".
           05 WS-LTM-REJETES        PIC Z(6)9.
           05 FILLER                PIC X(24) VALUE SPACES.

       01  WS-LIGNE-TOTAL-GENERAL.
           05 WS-LTG-LIBELLE        PIC X(16) VALUE "TOTAL".
           05 FILLER                PIC X(09) VALUE "EDITES : ".
           05 WS-LTG-EDITES         PIC Z(6)9.
           05 FILLER                PIC X(17)
              VALUE "   NON TRAITES : ".
           05 WS-LTG-REJETES        PIC Z(6)9.
           05 FILLER                PIC X(24) VALUE SPACES.

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

           INITIALIZE WS-TAB-TYPES

      *--- Contrôle du delta de MAJASSUR (obligatoire) ---------------*
           MOVE 'DELTAIN' TO WS-FIC-DELTA
           PERFORM CONTROLER-DELTA
           IF WS-DC-NB-LUS = 0
               DISPLAY 'COURRIER - DELTA VIDE OU ABSENT'
               SET DELTA-INVALIDE TO TRUE
           END-IF
           MOVE WS-DC-DATE       TO WS-DATE-DELTA
           MOVE WS-DC-NB-DETAILS TO WS-NB-DELTA

      *--- Contrôle de l'extrait de revalorisation (facultatif) : un  *
      *    extrait portant des détails est retenu quelle que soit sa  *
      *    date, l'extrait étant remis à vide une fois édité ; un     *
      *    extrait inutilisable est ignoré sans bloquer le delta -----*
           IF DELTA-VALIDE
               MOVE 'DELTRVIN' TO WS-FIC-DELTA
               PERFORM CONTROLER-DELTA
               IF DELTA-INVALIDE
                   SET DELTA-VALIDE TO TRUE
                   SET REV-IGNORE   TO TRUE
                   DISPLAY 'COURRIER - DELTAREV INUTILISABLE, IGNORE'
               ELSE IF WS-DC-NB-DETAILS > 0
                   SET REV-PRESENT TO TRUE
                   MOVE WS-DC-DATE       TO WS-DATE-REV
                   MOVE WS-DC-NB-DETAILS TO WS-NB-REV
               END-IF
               END-IF
           END-IF

           IF DELTA-INVALIDE
               DISPLAY 'COURRIER - AUCUN COURRIER EDITE'
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-JOURNAL
               STOP RUN
           END-IF

      *--- Historique lu depuis la date de traitement la plus        *
      *    ancienne des deltas retenus --------------------------------*
           MOVE WS-DATE-DELTA TO WS-DATE-MIN
           IF REV-PRESENT AND WS-DATE-REV < WS-DATE-MIN
               MOVE WS-DATE-REV TO WS-DATE-MIN
           END-IF

           PERFORM CHARGER-HISTORIQUE
           PERFORM TRIER-HISTORIQUE

      *--- Chargement des événements et de leur avant-image ----------*
           MOVE 'DELTAIN' TO WS-FIC-DELTA
           PERFORM CHARGER-EVENEMENTS
           IF REV-PRESENT
               MOVE 'DELTRVIN' TO WS-FIC-DELTA
               PERFORM CHARGER-EVENEMENTS
           END-IF

           PERFORM TRIER-EVENEMENTS

      *--- Edition des courriers et de la liste de contrôle ----------*
           PERFORM OPEN-LISTE
           PERFORM OPEN-LETTRES

           PERFORM WRITE-ENTETE-ETAT

           PERFORM EDITER-COURRIERS
           PERFORM EDITER-NON-TRAITES
           PERFORM EDITER-TOTAUX

           PERFORM CLOSE-LISTE
           PERFORM CLOSE-LETTRES

           DISPLAY "COURRIER - EVENEMENTS LUS    : " WS-NB-EVT-LUS
           DISPLAY "COURRIER - COURRIERS EDITES  : " WS-NB-COURRIERS
           DISPLAY "COURRIER - NON TRAITES       : " WS-NB-NON-TRAITES

      *--- Code retour : 8 si une table a débordé (courriers         *
      *    manquants), 4 si des événements n'ont pas été traités ou   *
      *    si l'extrait de revalorisation a été ignoré ---------------*
           IF WS-NB-NON-TRAITES > 0 OR REV-IGNORE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NB-EVT-DEBORD > 0 OR WS-NB-HIST-DEBORD > 0
               MOVE 8 TO RETURN-CODE
           END-IF

      *--- Avis de revalorisation édités : l'extrait est remis à vide *
      *    pour ne pas être réédité ; il est conservé pour une        *
      *    reprise si une table a débordé ----------------------------*
           IF REV-PRESENT
               IF RETURN-CODE < 8
                   PERFORM VIDER-DELTAREV
               ELSE
                   DISPLAY 'COURRIER - DELTAREV CONSERVE POUR REPRISE'
               END-IF
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Remise à vide de l'extrait de revalorisation après édition :  *
      * entête et total à zéro, à la date de l'extrait édité          *
      *===============================================================*
       VIDER-DELTAREV.

           MOVE 'DELTAREV' TO WS-FIC-DELTA
           PERFORM OPEN-DELTA

           MOVE SPACES           TO W-DELTA
           SET DL-TYPE-ENTETE    TO TRUE
           MOVE WS-DATE-REV      TO DL-DATE-RUN
           MOVE 0                TO DL-NB-MVT
           PERFORM WRITE-1-DELTAREV

           MOVE SPACES           TO W-DELTA
           SET DL-TYPE-TOTAL     TO TRUE
           MOVE WS-DATE-REV      TO DL-DATE-RUN
           MOVE 0                TO DL-NB-MVT
           PERFORM WRITE-1-DELTAREV

           PERFORM CLOSE-DELTA
           .

      *===============================================================*
      * Ecriture physique d'un enregistrement dans DELTAREV           *
      *===============================================================*
       WRITE-1-DELTAREV.

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
      * Contrôle préalable du fichier delta WS-FIC-DELTA : lecture    *
      * complète, entête et total présents, nombre de détails         *
      * rapproché du total, refus d'un delta de simulation ; un       *
      * fichier vide est laissé à l'appelant (WS-DC-NB-LUS à 0)       *
      *===============================================================*
       CONTROLER-DELTA.

           MOVE 0 TO WS-DC-NB-LUS
           MOVE 0 TO WS-DC-NB-DETAILS
           MOVE 0 TO WS-DC-NB-ANNONCES
           MOVE 0 TO WS-DC-DATE
           SET DC-ENTETE-ABSENTE TO TRUE
           SET DC-TOTAL-ABSENT   TO TRUE
           SET DC-MODE-REEL      TO TRUE

           PERFORM OPEN-DELTA

           PERFORM LIRE-DELTA
           PERFORM UNTIL FIN-DELTA
               ADD 1 TO WS-DC-NB-LUS

               IF DL-SIMULATION
                   SET DC-MODE-SIMULATION TO TRUE
               END-IF

               EVALUATE TRUE
                   WHEN DL-TYPE-ENTETE
                       SET DC-ENTETE-TROUVEE TO TRUE
                       IF DL-DATE-RUN NUMERIC
                           MOVE DL-DATE-RUN TO WS-DC-DATE
                       END-IF
                   WHEN DL-TYPE-DETAIL
                       ADD 1 TO WS-DC-NB-DETAILS
                   WHEN DL-TYPE-TOTAL
                       SET DC-TOTAL-TROUVE TO TRUE
                       IF DL-NB-MVT NUMERIC
                           MOVE DL-NB-MVT TO WS-DC-NB-ANNONCES
                       END-IF
                   WHEN OTHER
                       DISPLAY 'COURRIER - TYPE INCONNU SUR '
                           WS-FIC-DELTA ' : ' DL-TYPE
                       SET DELTA-INVALIDE TO TRUE
               END-EVALUATE

               PERFORM LIRE-DELTA
           END-PERFORM

           PERFORM CLOSE-DELTA

           IF WS-DC-NB-LUS > 0
               IF DC-MODE-SIMULATION
                   DISPLAY 'COURRIER - ' WS-FIC-DELTA
                       ' PRODUIT PAR UNE SIMULATION, REFUSE'
                   SET DELTA-INVALIDE TO TRUE
               END-IF
               IF DC-ENTETE-ABSENTE OR DC-TOTAL-ABSENT
                   DISPLAY 'COURRIER - ENTETE OU TOTAL ABSENT DE '
                       WS-FIC-DELTA
                   SET DELTA-INVALIDE TO TRUE
               ELSE
                   IF WS-DC-NB-DETAILS NOT = WS-DC-NB-ANNONCES
                       DISPLAY 'COURRIER - ECART SUR ' WS-FIC-DELTA
                           ' : LUS ' WS-DC-NB-DETAILS
                           ' / ANNONCES ' WS-DC-NB-ANNONCES
                       SET DELTA-INVALIDE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *===============================================================*
      * Chargement de l'historique des assurés depuis la date la      *
      * plus ancienne des deltas ; les marques de création (avant-    *
      * image à blanc) sont écartées                                  *
      *===============================================================*
       CHARGER-HISTORIQUE.

           PERFORM OPEN-HISTIN

           PERFORM READ-HISTIN
           PERFORM UNTIL FIN-HISTO
               IF WS-HR-DATE NUMERIC
                  AND WS-HR-DATE NOT < WS-DATE-MIN
                  AND WS-HR-IMAGE NOT = SPACES
                   IF WS-HI-NB < WS-HI-CAPACITE
                       ADD 1 TO WS-HI-NB
                       ADD 1 TO WS-NB-HIST-RETENUS
                       MOVE WS-HR-MAT       TO WS-HI-MAT(WS-HI-NB)
                       MOVE WS-HR-TIMESTAMP TO WS-HI-TS(WS-HI-NB)
                       MOVE WS-HI-NB        TO WS-HI-RANG(WS-HI-NB)
                       MOVE WS-HR-IMAGE     TO WS-HI-IMAGE(WS-HI-NB)
                       MOVE "N"             TO WS-HI-UTILISE(WS-HI-NB)
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
      * Chargement des détails du fichier delta WS-FIC-DELTA dans la  *
      * table des événements                                          *
      *===============================================================*
       CHARGER-EVENEMENTS.

           PERFORM OPEN-DELTA

           PERFORM LIRE-DELTA
           PERFORM UNTIL FIN-DELTA
               IF DL-TYPE-DETAIL
                   PERFORM RANGER-EVENEMENT
               END-IF
               PERFORM LIRE-DELTA
           END-PERFORM

           PERFORM CLOSE-DELTA
           .

      *===============================================================*
      * Rangement d'un détail delta : agence et matricule de          *
      * l'image, recherche de l'avant-image d'une modification,       *
      * suspension, réactivation ou revalorisation                    *
      *===============================================================*
       RANGER-EVENEMENT.

           ADD 1 TO WS-NB-EVT-LUS

           IF WS-EV-NB < WS-EV-CAPACITE
               ADD 1 TO WS-EV-NB
               MOVE DL-IMAGE      TO W-ASSURE
               MOVE AS-AGENCE     TO WS-EV-AGENCE(WS-EV-NB)
               MOVE AS-MATRICULE  TO WS-EV-MAT(WS-EV-NB)
               MOVE WS-EV-NB      TO WS-EV-RANG(WS-EV-NB)
               MOVE DL-CODE-MVT   TO WS-EV-CODE(WS-EV-NB)
               MOVE DL-DATE-RUN   TO WS-EV-DATE(WS-EV-NB)
               MOVE SPACE         TO WS-EV-ETAT(WS-EV-NB)
               MOVE DL-IMAGE      TO WS-EV-IMAGE(WS-EV-NB)
               MOVE SPACES        TO WS-EV-AVANT(WS-EV-NB)

               EVALUATE DL-CODE-MVT
                   WHEN "M" WHEN "T" WHEN "R" WHEN "V"
                       PERFORM RECHERCHER-AVANT-IMAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NB-EVT-DEBORD
           END-IF
           .

      *===============================================================*
      * Recherche de l'avant-image de l'événement WS-EV-NB : première *
      * étape non encore utilisée du matricule dont l'image           *
      * suivante est l'image du delta, ou dernière étape du           *
      * matricule (l'image suivante est alors la fiche courante)      *
      *===============================================================*
       RECHERCHER-AVANT-IMAGE.

           SET AVANT-NON-TROUVEE TO TRUE

           PERFORM EXAMINER-ETAPE
               VARYING WS-HI-I FROM 1 BY 1
               UNTIL WS-HI-I > WS-HI-NB OR AVANT-TROUVEE
           .

       EXAMINER-ETAPE.

           IF WS-HI-MAT(WS-HI-I) = WS-EV-MAT(WS-EV-NB)
              AND WS-HI-UTILISE(WS-HI-I) = "N"
               IF WS-HI-I = WS-HI-NB
                   SET AVANT-TROUVEE TO TRUE
               ELSE
                   COMPUTE WS-HI-SUIV = WS-HI-I + 1
                   IF WS-HI-MAT(WS-HI-SUIV) NOT = WS-EV-MAT(WS-EV-NB)
                      OR WS-HI-IMAGE(WS-HI-SUIV) = DL-IMAGE
                       SET AVANT-TROUVEE TO TRUE
                   END-IF
               END-IF

               IF AVANT-TROUVEE
                   MOVE WS-HI-IMAGE(WS-HI-I) TO WS-EV-AVANT(WS-EV-NB)
                   MOVE "O" TO WS-HI-UTILISE(WS-HI-I)
               END-IF
           END-IF
           .

      *===============================================================*
      * Classement des événements par agence, matricule et rang de    *
      * lecture (tri par échanges)                                    *
      *===============================================================*
       TRIER-EVENEMENTS.

           PERFORM TRIER-EVT-PASSE
               VARYING WS-EV-I FROM 1 BY 1
               UNTIL WS-EV-I >= WS-EV-NB
           .

       TRIER-EVT-PASSE.

           COMPUTE WS-EV-J = WS-EV-I + 1

           PERFORM TRIER-EVT-COMPARER
               UNTIL WS-EV-J > WS-EV-NB
           .

       TRIER-EVT-COMPARER.

           IF WS-EV-CLE(WS-EV-J) < WS-EV-CLE(WS-EV-I)
               MOVE WS-EV-POSTE(WS-EV-I) TO WS-EV-ECHANGE
               MOVE WS-EV-POSTE(WS-EV-J)
                   TO WS-EV-POSTE(WS-EV-I)
               MOVE WS-EV-ECHANGE TO WS-EV-POSTE(WS-EV-J)
           END-IF

           ADD 1 TO WS-EV-J
           .

      *===============================================================*
      * Edition des courriers dans l'ordre des agences, avec leur     *
      * ligne sur la liste de contrôle et un total par agence         *
      *===============================================================*
       EDITER-COURRIERS.

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-EDITES     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-LIGNE-COL  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE HIGH-VALUES TO WS-AGENCE-PREC
           MOVE 0           TO WS-NB-AG-COURRIERS

           PERFORM TRAITER-EVENEMENT
               VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > WS-EV-NB

           IF WS-AGENCE-PREC = HIGH-VALUES
               MOVE WS-LIGNE-AUCUN TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           ELSE
               PERFORM WRITE-TOTAL-AGENCE
           END-IF
           .

      *===============================================================*
      * Traitement d'un événement : contrôle de l'adresse et de       *
      * l'avant-image nécessaire au modèle, puis édition du           *
      * courrier ou mise de côté avec son motif                       *
      *===============================================================*
       TRAITER-EVENEMENT.

           MOVE WS-EV-IMAGE(WS-EV-I) TO W-ASSURE
           MOVE WS-EV-AVANT(WS-EV-I) TO WS-AVANT-ASSURE

           MOVE 7 TO WS-TYP-IDX
           PERFORM CHERCHER-MODELE
               VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 6

           EVALUATE TRUE
               WHEN WS-TYP-IDX = 7
                   MOVE "X" TO WS-EV-ETAT(WS-EV-I)
               WHEN AS-ADR-RUE = SPACES
                 OR AS-ADR-VILLE = SPACES
                 OR AS-ADR-CP NOT NUMERIC
                   MOVE "A" TO WS-EV-ETAT(WS-EV-I)
               WHEN WS-EV-CODE(WS-EV-I) = "V"
                AND WS-AVANT-ASSURE = SPACES
                   MOVE "I" TO WS-EV-ETAT(WS-EV-I)
               WHEN OTHER
                   MOVE SPACE TO WS-EV-ETAT(WS-EV-I)
           END-EVALUATE

           IF WS-EV-ETAT(WS-EV-I) = SPACE
               IF WS-EV-AGENCE(WS-EV-I) NOT = WS-AGENCE-PREC
                   IF WS-AGENCE-PREC NOT = HIGH-VALUES
                       PERFORM WRITE-TOTAL-AGENCE
                   END-IF
                   MOVE WS-EV-AGENCE(WS-EV-I) TO WS-AGENCE-PREC
                   MOVE 0 TO WS-NB-AG-COURRIERS
               END-IF

               PERFORM PRODUIRE-COURRIER

               ADD 1 TO WS-NB-COURRIERS
               ADD 1 TO WS-NB-AG-COURRIERS
               ADD 1 TO WS-TY-EDITES(WS-TYP-IDX)

               PERFORM PREPARER-LIGNE-LISTE
               MOVE WS-LISTE-DETAIL TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           ELSE
               ADD 1 TO WS-NB-NON-TRAITES
               ADD 1 TO WS-TY-REJETES(WS-TYP-IDX)
           END-IF
           .

       CHERCHER-MODELE.

           IF WS-EV-CODE(WS-EV-I) = WS-CODES-MVT(WS-TYP-I:1)
               MOVE WS-TYP-I TO WS-TYP-IDX
           END-IF
           .

      *===============================================================*
      * Ligne de la liste de contrôle pour l'événement courant        *
      *===============================================================*
       PREPARER-LIGNE-LISTE.

           MOVE SPACES                   TO WS-LISTE-DETAIL
           MOVE WS-EV-AGENCE(WS-EV-I)    TO WS-LD-AGENCE
           MOVE WS-EV-MAT(WS-EV-I)       TO WS-LD-MAT
           MOVE AS-NOM                   TO WS-LD-NOM
           MOVE AS-PRENOM                TO WS-LD-PRENOM
           MOVE WS-LIB-MODELE(WS-TYP-IDX) TO WS-LD-COURRIER
           .

      *===============================================================*
      * Edition d'un courrier : entête, destinataire, objet et corps  *
      * du modèle, valeurs propres à l'événement, formule de          *
      * politesse ; la page est complétée à 50 lignes                 *
      *===============================================================*
       PRODUIRE-COURRIER.

           MOVE 0 TO WS-LC-NB-LIGNES

           MOVE AS-AGENCE      TO WS-LCE-AGENCE
           MOVE WS-DATE-LETTRE TO WS-LCE-DATE
           MOVE WS-LC-ENTETE   TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE

           PERFORM WRITE-LIGNE-BLANCHE 3 TIMES

      *--- Destinataire : adresse structurée de l'assuré -------------*
           MOVE SPACES TO WS-LCD-TEXTE
           STRING AS-NOM    DELIMITED BY "  "
                  " "       DELIMITED BY SIZE
                  AS-PRENOM DELIMITED BY "  "
               INTO WS-LCD-TEXTE
           MOVE WS-LC-DESTINATAIRE TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE

           MOVE AS-ADR-RUE         TO WS-LCD-TEXTE
           MOVE WS-LC-DESTINATAIRE TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE

           MOVE SPACES TO WS-LCD-TEXTE
           STRING AS-ADR-CP    DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  AS-ADR-VILLE DELIMITED BY SIZE
               INTO WS-LCD-TEXTE
           MOVE WS-LC-DESTINATAIRE TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE

           PERFORM WRITE-LIGNE-BLANCHE 3 TIMES

      *--- Référence, objet et corps du modèle -----------------------*
           MOVE AS-MATRICULE    TO WS-LCR-MAT
           MOVE WS-LC-REFERENCE TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE

           MOVE WS-MOD-OBJET(WS-TYP-IDX) TO WS-LCO-OBJET
           MOVE WS-LC-OBJET              TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE

           PERFORM WRITE-LIGNE-BLANCHE
           MOVE WS-LC-APPEL TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE
           PERFORM WRITE-LIGNE-BLANCHE

           PERFORM WRITE-LIGNE-CORPS
               VARYING WS-MOD-L FROM 1 BY 1 UNTIL WS-MOD-L > 5

           PERFORM WRITE-LIGNE-BLANCHE

      *--- Valeurs propres au modèle ---------------------------------*
           EVALUATE WS-EV-CODE(WS-EV-I)
               WHEN "C"
                   PERFORM ECRIRE-PRIME
                   PERFORM ECRIRE-PERIODICITE
                   PERFORM ECRIRE-DATE-EFFET
               WHEN "M"
                   PERFORM ECRIRE-MODIFICATIONS
               WHEN "T"
                   PERFORM ECRIRE-DATE-EFFET
                   PERFORM ECRIRE-PRIME
               WHEN "R"
                   PERFORM ECRIRE-DATE-EFFET
                   PERFORM ECRIRE-PRIME
                   PERFORM ECRIRE-PERIODICITE
               WHEN "S"
                   PERFORM ECRIRE-DATE-EFFET
               WHEN "V"
                   PERFORM ECRIRE-REVALORISATION
                   PERFORM ECRIRE-DATE-EFFET
           END-EVALUATE

      *--- Formule de politesse et signature -------------------------*
           PERFORM WRITE-LIGNE-BLANCHE
           MOVE WS-LC-FORMULE-1 TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE
           MOVE WS-LC-FORMULE-2 TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE

           PERFORM WRITE-LIGNE-BLANCHE 2 TIMES
           MOVE WS-LC-SIGNATURE TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE

           PERFORM WRITE-LIGNE-BLANCHE
               UNTIL WS-LC-NB-LIGNES >= WS-LC-MAX-LIGNES
           .

       WRITE-LIGNE-CORPS.

           IF WS-MOD-LIGNE(WS-TYP-IDX WS-MOD-L) NOT = SPACES
               MOVE WS-MOD-LIGNE(WS-TYP-IDX WS-MOD-L) TO WS-LCC-TEXTE
               MOVE WS-LC-CORPS TO WS-LETTRE-LINE
               PERFORM WRITE-LIGNE-LETTRE
           END-IF
           .

      *===============================================================*
      * Valeurs d'un courrier : prime annuelle, périodicité de        *
      * paiement, date d'effet (date de traitement du delta)          *
      *===============================================================*
       ECRIRE-PRIME.

           MOVE AS-PRIME          TO WS-PRIME-EDIT
           MOVE "PRIME ANNUELLE"  TO WS-LCV-LIBELLE
           MOVE ": "              TO WS-LCV-SENS
           MOVE WS-PRIME-EDIT     TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR
           .

       ECRIRE-PERIODICITE.

           MOVE AS-PERIODICITE    TO WS-PERIOD-A-EDITER
           PERFORM FORMATER-PERIODICITE
           MOVE "PERIODICITE DE PAIEMENT" TO WS-LCV-LIBELLE
           MOVE ": "              TO WS-LCV-SENS
           MOVE WS-PERIOD-TEXTE   TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR
           .

       ECRIRE-DATE-EFFET.

           MOVE WS-EV-DATE(WS-EV-I) TO WS-DATE-A-EDITER
           PERFORM FORMATER-DATE
           MOVE "DATE D'EFFET"    TO WS-LCV-LIBELLE
           MOVE ": "              TO WS-LCV-SENS
           MOVE WS-DATE-TEXTE     TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR
           .

      *===============================================================*
      * Avis de revalorisation : ancienne prime (avant-image) et      *
      * nouvelle prime (image du delta)                               *
      *===============================================================*
       ECRIRE-REVALORISATION.

           MOVE AV-PRIME          TO WS-PRIME-EDIT
           MOVE "ANCIENNE PRIME ANNUELLE" TO WS-LCV-LIBELLE
           MOVE ": "              TO WS-LCV-SENS
           MOVE WS-PRIME-EDIT     TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR

           MOVE AS-PRIME          TO WS-PRIME-EDIT
           MOVE "NOUVELLE PRIME ANNUELLE" TO WS-LCV-LIBELLE
           MOVE ": "              TO WS-LCV-SENS
           MOVE WS-PRIME-EDIT     TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR
           .

      *===============================================================*
      * Confirmation de modification : ancienne et nouvelle valeur    *
      * de chaque zone modifiée ; sans avant-image, ou si aucune      *
      * zone éditée n'a changé, la situation complète est donnée      *
      *===============================================================*
       ECRIRE-MODIFICATIONS.

           MOVE 0 TO WS-NB-CHANGEMENTS

           IF WS-AVANT-ASSURE NOT = SPACES
               IF AV-NOM NOT = AS-NOM
                   MOVE "NOM"     TO WS-CHG-LIBELLE
                   MOVE AV-NOM    TO WS-CHG-AVANT
                   MOVE AS-NOM    TO WS-CHG-APRES
                   PERFORM ECRIRE-CHANGEMENT
               END-IF

               IF AV-PRENOM NOT = AS-PRENOM
                   MOVE "PRENOM"  TO WS-CHG-LIBELLE
                   MOVE AV-PRENOM TO WS-CHG-AVANT
                   MOVE AS-PRENOM TO WS-CHG-APRES
                   PERFORM ECRIRE-CHANGEMENT
               END-IF

               IF AV-DATE-NAISSANCE NOT = AS-DATE-NAISSANCE
                   MOVE "DATE DE NAISSANCE" TO WS-CHG-LIBELLE
                   MOVE AV-DATE-NAISSANCE   TO WS-DATE-A-EDITER
                   PERFORM FORMATER-DATE
                   MOVE WS-DATE-TEXTE       TO WS-CHG-AVANT
                   MOVE AS-DATE-NAISSANCE   TO WS-DATE-A-EDITER
                   PERFORM FORMATER-DATE
                   MOVE WS-DATE-TEXTE       TO WS-CHG-APRES
                   PERFORM ECRIRE-CHANGEMENT
               END-IF

               IF AV-ADR-RUE NOT = AS-ADR-RUE
                   MOVE "ADRESSE"  TO WS-CHG-LIBELLE
                   MOVE AV-ADR-RUE TO WS-CHG-AVANT
                   MOVE AS-ADR-RUE TO WS-CHG-APRES
                   PERFORM ECRIRE-CHANGEMENT
               END-IF

               IF AV-ADR-CP NOT = AS-ADR-CP
                  OR AV-ADR-VILLE NOT = AS-ADR-VILLE
                   MOVE "CODE POSTAL ET VILLE" TO WS-CHG-LIBELLE
                   MOVE SPACES TO WS-CHG-AVANT
                   STRING AV-ADR-CP " " AV-ADR-VILLE
                       DELIMITED BY SIZE INTO WS-CHG-AVANT
                   MOVE SPACES TO WS-CHG-APRES
                   STRING AS-ADR-CP " " AS-ADR-VILLE
                       DELIMITED BY SIZE INTO WS-CHG-APRES
                   PERFORM ECRIRE-CHANGEMENT
               END-IF

               IF AV-PRIME NOT = AS-PRIME
                   MOVE "PRIME ANNUELLE" TO WS-CHG-LIBELLE
                   MOVE AV-PRIME      TO WS-PRIME-EDIT
                   MOVE WS-PRIME-EDIT TO WS-CHG-AVANT
                   MOVE AS-PRIME      TO WS-PRIME-EDIT
                   MOVE WS-PRIME-EDIT TO WS-CHG-APRES
                   PERFORM ECRIRE-CHANGEMENT
               END-IF

               IF AV-PERIODICITE NOT = AS-PERIODICITE
                   MOVE "PERIODICITE DE PAIEMENT" TO WS-CHG-LIBELLE
                   MOVE AV-PERIODICITE  TO WS-PERIOD-A-EDITER
                   PERFORM FORMATER-PERIODICITE
                   MOVE WS-PERIOD-TEXTE TO WS-CHG-AVANT
                   MOVE AS-PERIODICITE  TO WS-PERIOD-A-EDITER
                   PERFORM FORMATER-PERIODICITE
                   MOVE WS-PERIOD-TEXTE TO WS-CHG-APRES
                   PERFORM ECRIRE-CHANGEMENT
               END-IF

               IF AV-AGENCE NOT = AS-AGENCE
                   MOVE "AGENCE GESTIONNAIRE" TO WS-CHG-LIBELLE
                   MOVE AV-AGENCE TO WS-CHG-AVANT
                   MOVE AS-AGENCE TO WS-CHG-APRES
                   PERFORM ECRIRE-CHANGEMENT
               END-IF
           END-IF

           IF WS-NB-CHANGEMENTS = 0
               PERFORM ECRIRE-SITUATION
           END-IF
           .

       ECRIRE-CHANGEMENT.

           ADD 1 TO WS-NB-CHANGEMENTS

           MOVE WS-CHG-LIBELLE TO WS-LCV-LIBELLE
           MOVE "ANCIEN  : "   TO WS-LCV-SENS
           MOVE WS-CHG-AVANT   TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR

           MOVE SPACES         TO WS-LCV-LIBELLE
           MOVE "NOUVEAU : "   TO WS-LCV-SENS
           MOVE WS-CHG-APRES   TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR
           .

      *===============================================================*
      * Situation complète du contrat après modification              *
      *===============================================================*
       ECRIRE-SITUATION.

           MOVE WS-LC-SITUATION TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE
           PERFORM WRITE-LIGNE-BLANCHE

           MOVE ": "           TO WS-LCV-SENS

           MOVE "NOM"          TO WS-LCV-LIBELLE
           MOVE AS-NOM         TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR

           MOVE "PRENOM"       TO WS-LCV-LIBELLE
           MOVE AS-PRENOM      TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR

           MOVE AS-DATE-NAISSANCE   TO WS-DATE-A-EDITER
           PERFORM FORMATER-DATE
           MOVE "DATE DE NAISSANCE" TO WS-LCV-LIBELLE
           MOVE WS-DATE-TEXTE       TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR

           MOVE "ADRESSE"      TO WS-LCV-LIBELLE
           MOVE AS-ADR-RUE     TO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR

           MOVE "CODE POSTAL ET VILLE" TO WS-LCV-LIBELLE
           MOVE SPACES         TO WS-LCV-VALEUR
           STRING AS-ADR-CP " " AS-ADR-VILLE
               DELIMITED BY SIZE INTO WS-LCV-VALEUR
           PERFORM WRITE-LIGNE-VALEUR

           PERFORM ECRIRE-PRIME
           PERFORM ECRIRE-PERIODICITE
           .

      *===============================================================*
      * Mise en forme JJ/MM/AAAA de WS-DATE-A-EDITER (NON RENSEIGNEE  *
      * si la date est absente)                                       *
      *===============================================================*
       FORMATER-DATE.

           IF WS-DATE-A-EDITER NUMERIC AND WS-DATE-A-EDITER > 0
               MOVE WS-DATE-A-EDITER(7:2) TO WS-DATE-JJ
               MOVE WS-DATE-A-EDITER(5:2) TO WS-DATE-MM
               MOVE WS-DATE-A-EDITER(1:4) TO WS-DATE-AAAA
               MOVE WS-DATE-EDIT          TO WS-DATE-TEXTE
           ELSE
               MOVE "NON RENSEIGNEE"      TO WS-DATE-TEXTE
           END-IF
           .

      *===============================================================*
      * Libellé de la périodicité WS-PERIOD-A-EDITER (à blanc :       *
      * trimestrielle)                                                *
      *===============================================================*
       FORMATER-PERIODICITE.

           EVALUATE WS-PERIOD-A-EDITER
               WHEN "M"
                   MOVE "MENSUELLE"     TO WS-PERIOD-TEXTE
               WHEN "A"
                   MOVE "ANNUELLE"      TO WS-PERIOD-TEXTE
               WHEN OTHER
                   MOVE "TRIMESTRIELLE" TO WS-PERIOD-TEXTE
           END-EVALUATE
           .

      *===============================================================*
      * Ecriture d'une ligne de valeur, d'une ligne blanche ou d'une  *
      * ligne quelconque du courrier                                  *
      *===============================================================*
       WRITE-LIGNE-VALEUR.

           MOVE WS-LC-VALEUR TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE
           .

       WRITE-LIGNE-BLANCHE.

           MOVE SPACES TO WS-LETTRE-LINE
           PERFORM WRITE-LIGNE-LETTRE
           .

       WRITE-LIGNE-LETTRE.
           MOVE WS-LETTRE-LINE TO Z-ENREGISTREMENT

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE 'LETTRES' TO Z-NOM-FICHIER
           MOVE 04        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE LETTRES ERREUR : ' Z-CODE-RETOUR
           END-IF

           ADD 1 TO WS-LC-NB-LIGNES
           ADD 1 TO WS-NB-LIGNES-LETTRES
           .

      *===============================================================*
      * Total des courriers édités pour l'agence précédente           *
      *===============================================================*
       WRITE-TOTAL-AGENCE.

           MOVE WS-AGENCE-PREC     TO WS-LTA-AGENCE
           MOVE WS-NB-AG-COURRIERS TO WS-LTA-NB
           MOVE WS-LIGNE-TOTAL-AGENCE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-VIDE          TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Liste des événements non traités, avec leur motif             *
      *===============================================================*
       EDITER-NON-TRAITES.

           MOVE WS-H-VIDE        TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-NON-TRAITES TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS      TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-LIGNE-COL   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           PERFORM EDITER-1-NON-TRAITE
               VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > WS-EV-NB

           IF WS-NB-NON-TRAITES = 0
               MOVE WS-LIGNE-AUCUN TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

       EDITER-1-NON-TRAITE.

           IF WS-EV-ETAT(WS-EV-I) NOT = SPACE
               MOVE WS-EV-IMAGE(WS-EV-I) TO W-ASSURE

               MOVE 7 TO WS-TYP-IDX
               PERFORM CHERCHER-MODELE
                   VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 6

               PERFORM PREPARER-LIGNE-LISTE

               EVALUATE WS-EV-ETAT(WS-EV-I)
                   WHEN "A"
                       MOVE "ADRESSE INCOMPLETE"    TO WS-LD-OBS
                   WHEN "I"
                       MOVE "ANCIENNE PRIME INCONNUE" TO WS-LD-OBS
                   WHEN OTHER
                       MOVE SPACES                  TO WS-LD-OBS
                       STRING "CODE MOUVEMENT " WS-EV-CODE(WS-EV-I)
                           DELIMITED BY SIZE INTO WS-LD-OBS
               END-EVALUATE

               MOVE WS-LISTE-DETAIL TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Totaux par modèle de courrier et signalement des tables       *
      * saturées                                                      *
      *===============================================================*
       EDITER-TOTAUX.

           MOVE WS-H-VIDE   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TOTAUX TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-TIRETS TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           PERFORM EDITER-TOTAL-MODELE
               VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 7

           MOVE WS-NB-COURRIERS   TO WS-LTG-EDITES
           MOVE WS-NB-NON-TRAITES TO WS-LTG-REJETES
           MOVE WS-LIGNE-TOTAL-GENERAL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           IF WS-NB-EVT-DEBORD > 0
               MOVE WS-H-VIDE TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
               MOVE "EVENEMENTS NON CHARGES (TABLE PLEINE) :"
                   TO WS-LDB-LIBELLE
               MOVE WS-NB-EVT-DEBORD TO WS-LDB-NB
               MOVE WS-LIGNE-DEBORD  TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           IF WS-NB-HIST-DEBORD > 0
               MOVE "HISTORIQUE NON CHARGE (TABLE PLEINE) :"
                   TO WS-LDB-LIBELLE
               MOVE WS-NB-HIST-DEBORD TO WS-LDB-NB
               MOVE WS-LIGNE-DEBORD   TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

       EDITER-TOTAL-MODELE.

           IF WS-TY-EDITES(WS-TYP-I) > 0
              OR WS-TY-REJETES(WS-TYP-I) > 0
               MOVE WS-LIB-MODELE(WS-TYP-I) TO WS-LTM-MODELE
               MOVE WS-TY-EDITES(WS-TYP-I)  TO WS-LTM-EDITES
               MOVE WS-TY-REJETES(WS-TYP-I) TO WS-LTM-REJETES
               MOVE WS-LIGNE-TOTAL-MODELE   TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Lecture d'un enregistrement du fichier delta WS-FIC-DELTA     *
      *===============================================================*
       LIRE-DELTA.
           MOVE 'ACCFIC'     TO WS-ACC

           MOVE WS-FIC-DELTA TO Z-NOM-FICHIER
           MOVE 02           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:128) TO W-DELTA
              SET PAS-FIN-DELTA TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-DELTA TO TRUE
              ELSE
                  DISPLAY 'READ ' WS-FIC-DELTA ' ERREUR : '
                      Z-CODE-RETOUR
                  SET FIN-DELTA TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Ouverture du fichier delta WS-FIC-DELTA en lecture            *
      *===============================================================*
       OPEN-DELTA.
           MOVE 'ACCFIC'     TO WS-ACC

           MOVE WS-FIC-DELTA TO Z-NOM-FICHIER
           MOVE 01           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN ' WS-FIC-DELTA ' ERREUR : ' Z-CODE-RETOUR
               SET DELTA-INVALIDE TO TRUE
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
      * Ouverture fichier de listing (contrôle des courriers)         *
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
      * Ouverture du fichier des courriers                            *
      *===============================================================*
       OPEN-LETTRES.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'LETTRES' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN LETTRES ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers                                        *
      *===============================================================*
       CLOSE-DELTA.
           MOVE 'ACCFIC'     TO WS-ACC

           MOVE WS-FIC-DELTA TO Z-NOM-FICHIER
           MOVE 03           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ' WS-FIC-DELTA ' ERREUR : ' Z-CODE-RETOUR
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

       CLOSE-LETTRES.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'LETTRES' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE LETTRES ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ecriture de l'entête de la liste de contrôle : date           *
      * d'édition, fichiers delta traités                             *
      *===============================================================*
       WRITE-ENTETE-ETAT.

           MOVE WS-CD-DD   TO WS-DATE-JJ
           MOVE WS-CD-MM   TO WS-DATE-MM
           MOVE WS-CD-YYYY TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE
           MOVE WS-DATE-EDIT TO WS-DATE-LETTRE

           MOVE WS-H-TITRE      TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-SOUS-TITRE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-LIGNE-DATE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-LBL-DELTA     TO WS-H-LBL-SOURCE
           MOVE WS-DATE-DELTA    TO WS-DATE-A-EDITER
           PERFORM FORMATER-DATE
           MOVE WS-DATE-TEXTE    TO WS-H-DATE-SOURCE
           MOVE WS-NB-DELTA      TO WS-H-NB-SOURCE
           MOVE WS-H-LIGNE-SOURCE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           IF REV-PRESENT
               MOVE WS-LBL-REV       TO WS-H-LBL-SOURCE
               MOVE WS-DATE-REV      TO WS-DATE-A-EDITER
               PERFORM FORMATER-DATE
               MOVE WS-DATE-TEXTE    TO WS-H-DATE-SOURCE
               MOVE WS-NB-REV        TO WS-H-NB-SOURCE
               MOVE WS-H-LIGNE-SOURCE TO WS-ETAT-LINE
           ELSE IF REV-IGNORE
               MOVE WS-LIGNE-REV-IGNORE TO WS-ETAT-LINE
           ELSE
               MOVE WS-LIGNE-SANS-REV TO WS-ETAT-LINE
           END-IF
           END-IF
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
           MOVE 'COURRIER' TO J-PROGRAMME
           MOVE WS-DATE-DELTA TO J-DATE-TRT
           MOVE WS-NB-EVT-LUS TO J-NB-LUS
           MOVE WS-NB-COURRIERS TO J-NB-TRAITES
           MOVE WS-NB-NON-TRAITES TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
