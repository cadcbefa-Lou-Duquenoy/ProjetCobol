      *    07 = START / READ-NEXT (parcours séquentiel du KSDS)       *
      *    08 = READ par la clé secondaire nom (premier homonyme)     *
      *    09 = START / READ-NEXT par la clé secondaire nom           *
      *                                                               *
      *  Les fichiers indexés autres que F-ASSURES (mandats, ...) se  *
      *  lisent par clé (02) en fournissant la clé en tête de la zone *
      *  enregistrement, comme le KSDS.                                *
      *  Le compte cotisant (COMPTE) se parcourt aussi par 07 : une   *
      *  clé fournie en tête de zone (matricule, date...) positionne  *
      *  le parcours, une zone à blanc lit l'écriture suivante.        *
      *  La copie de travail des assurés (KSDSSIM) se manipule comme  *
      *  le KSDS (02, 04, 05, 06), sans écriture à l'historique ; elle *
      *  est recréée à vide à chaque ouverture.                        *
      *===============================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-SAU.

      *---------------------------------------------------------------*
      * Seconde sauvegarde à plat relue en parallèle de SAUVIN (même  *
      * format) : sauvegarde de fin de mois pour le tableau de        *
      * passage du portefeuille (TABPASS)                              *
      *---------------------------------------------------------------*
           SELECT F-SAUVFIN ASSIGN TO SAUVFIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-SFI.

      *---------------------------------------------------------------*
      * Extrait des primes revalorisées par REVAPRIM : même format    *
      * que le fichier delta (cf. copy WDELTA), code mouvement "V" ;  *
      * absent les nuits sans revalorisation                           *
      *---------------------------------------------------------------*
           SELECT OPTIONAL F-DELTREV ASSIGN TO DELTAREV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-DRV.

      *---------------------------------------------------------------*
      * Fichier des courriers aux assurés prêts à imprimer : une      *
      * page de 80 colonnes par courrier                               *
      *---------------------------------------------------------------*
           SELECT F-LETTRE ASSIGN TO LETTRES
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-LET.

      *---------------------------------------------------------------*
      * Table des territoires des agences (tranches de codes postaux, *
      * cf. copy WTERRIT) : version en vigueur, contrôlée à la        *
      * création par CTLMVT (absente : pas de contrôle)               *
      *---------------------------------------------------------------*
           SELECT OPTIONAL F-TERRIT ASSIGN TO TERRIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-TER.

      *---------------------------------------------------------------*
      * Nouvelle version de la table des territoires, appliquée au    *
      * portefeuille par le transfert entre agences (TRANSAGE)        *
      *---------------------------------------------------------------*
           SELECT F-TERRNEW ASSIGN TO TERRNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-TRN.

      *---------------------------------------------------------------*
      * Fichier retour de la banque (prélèvements rejetés) :          *
      * séquentiel, lu en entrée par le traitement des rejets de      *
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-MSU.

      *---------------------------------------------------------------*
      * Fichier des mandats de prélèvement : indexé sur le matricule, *
      * tenu par MAJMAND et lu par l'appel de prime (cf. copy         *
      * WMANDAT)                                                       *
      *---------------------------------------------------------------*
           SELECT F-MANDAT ASSIGN TO MANDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MDT-KEY
               FILE STATUS  IS FS-MDT.

      *---------------------------------------------------------------*
      * Fichier des mouvements de mandats : séquentiel, lu en entrée  *
      * par MAJMAND (cf. copy WMVTMD)                                 *
      *---------------------------------------------------------------*
           SELECT F-MVTMAND ASSIGN TO MVTMAND
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-MMD.

      *---------------------------------------------------------------*
      * Compte cotisant : indexé sur matricule + date + type +        *
      * séquence, alimenté par QUITASSU, RETPREL et ENCAISSE (cf.     *
      * copy WCOMPTE)                                                  *
      *---------------------------------------------------------------*
           SELECT F-COMPTE ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPT-KEY
               FILE STATUS  IS FS-CPT.

      *---------------------------------------------------------------*
      * Fichier des encaissements manuels : séquentiel, lu en entrée  *
      * par ENCAISSE (cf. copy WENCAIS)                                *
      *---------------------------------------------------------------*
           SELECT F-ENCAISS ASSIGN TO ENCAISS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-ENC.

      *---------------------------------------------------------------*
      * Fichier des sinistres : indexé sur le numéro de sinistre,     *
      * tenu par MAJSIN (cf. copy WSINIST)                             *
      *---------------------------------------------------------------*
           SELECT F-SINISTRE ASSIGN TO SINISTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SIN-KEY
               FILE STATUS  IS FS-SIN.

      *---------------------------------------------------------------*
      * Fichier des mouvements de sinistres : séquentiel, lu en       *
      * entrée par MAJSIN (cf. copy WMVTSIN)                           *
      *---------------------------------------------------------------*
           SELECT F-MVTSIN ASSIGN TO MVTSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-MSI.

      *---------------------------------------------------------------*
      * Fichier des règlements de sinistres : séquentiel, produit par *
      * MAJSIN pour la comptabilité (cf. copy WPAISIN)                 *
      *---------------------------------------------------------------*
           SELECT F-PAIESIN ASSIGN TO PAIESIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-PSI.

      *---------------------------------------------------------------*
      * Fichier des remboursements de prime au prorata : séquentiel,  *
      * produit par MAJASSUR pour les virements (cf. copy WREMBOU)    *
      *---------------------------------------------------------------*
           SELECT F-REMBOUR ASSIGN TO REMBOURS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-RMB.

      *---------------------------------------------------------------*
      * Registre des remboursements de prime (édition 80 colonnes     *
      * destinée à la comptabilité)                                   *
      *---------------------------------------------------------------*
           SELECT F-REGREMB ASSIGN TO REGREMB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-RGR.

      *---------------------------------------------------------------*
      * Compte rendu de consolidation : séquentiel, un enregistrement *
      * par fichier agence fusionné ou écarté par CONSMVT (cf. copy   *
      * WCONSST), relu par BORDRET (CONSSTIN)                         *
      *---------------------------------------------------------------*
           SELECT F-CONSST ASSIGN TO CONSSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-CST.

      *---------------------------------------------------------------*
      * Anomalies de mise à jour : séquentiel, un enregistrement par  *
      * mouvement écarté par MAJASSUR (cf. copy WANOMAJ), complété en *
      * cas de reprise (ANOMAJEX), relu par BORDRET (ANOMAJIN ;       *
      * absent : aucune anomalie)                                     *
      *---------------------------------------------------------------*
           SELECT OPTIONAL F-ANOMAJ ASSIGN TO ANOMAJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-ANM.

      *---------------------------------------------------------------*
      * Rejets abandonnés par RECYMVT après le dernier cycle de       *
      * recyclage : séquentiel, même format que MVTKO (copy WMVTKO),  *
      * relu par BORDRET (MVTABIN, absent : aucun abandon)            *
      *---------------------------------------------------------------*
           SELECT OPTIONAL F-MVTABN ASSIGN TO MVTABAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-ABN.

      *---------------------------------------------------------------*
      * Bordereaux de retour par agence : séquentiels, chaque agence  *
      * reçoit le devenir de ses propres mouvements                   *
      *---------------------------------------------------------------*
           SELECT F-BRT1 ASSIGN TO BORDRET1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-BR1.

           SELECT F-BRT2 ASSIGN TO BORDRET2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-BR2.

           SELECT F-BRT3 ASSIGN TO BORDRET3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-BR3.

           SELECT F-BRT4 ASSIGN TO BORDRET4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-BR4.

           SELECT F-BRT5 ASSIGN TO BORDRET5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-BR5.

           SELECT F-BRT6 ASSIGN TO BORDRET6
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-BR6.

      *---------------------------------------------------------------*
      * Mouvements saisis au siège par SAISMVT : séquentiel, complété *
      * à chaque session de saisie (cf. copy WSAISIE), repris par     *
      * RECYMVT dans l'entrée de la nuit (MVTSAIMJ, ouvert en mise à  *
      * jour pour marquer les mouvements repris ; absent : aucune     *
      * saisie)                                                       *
      *---------------------------------------------------------------*
           SELECT OPTIONAL F-SAISIE ASSIGN TO MVTSAISI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS FS-SAI.

      *---------------------------------------------------------------*
      * Copie de travail du fichier des assurés : même structure que  *
      * F-ASSURES, recréée à vide à chaque ouverture, mise à jour par *
      * MAJASSUR en mode simulation à la place du fichier réel        *
      *---------------------------------------------------------------*
           SELECT F-ASSSIM ASSIGN TO ASSURSIM
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ASM-KEY
               FILE STATUS  IS FS-ASM.

       DATA DIVISION.
       FILE SECTION.

      * Description du fichier de prélèvement bancaire                *
      *---------------------------------------------------------------*
       FD  F-PRELEV
           RECORD CONTAINS 128 CHARACTERS.
       01  PRE-REC.
           05 PRE-RAW              PIC X(128).

      *---------------------------------------------------------------*
      * Description du fichier de sauvegarde des assurés              *
       01  SAU-REC.
           05 SAU-RAW              PIC X(120).

      *---------------------------------------------------------------*
      * Description de la sauvegarde de fin de période                *
      *---------------------------------------------------------------*
       FD  F-SAUVFIN
           RECORD CONTAINS 120 CHARACTERS.
       01  SFI-REC.
           05 SFI-RAW              PIC X(120).

      *---------------------------------------------------------------*
      * Description de l'extrait des primes revalorisées              *
      *---------------------------------------------------------------*
       FD  F-DELTREV
           RECORD CONTAINS 128 CHARACTERS.
       01  DRV-REC.
           05 DRV-RAW              PIC X(128).

      *---------------------------------------------------------------*
      * Description du fichier des courriers aux assurés              *
      *---------------------------------------------------------------*
       FD  F-LETTRE
           RECORD CONTAINS 80 CHARACTERS.
       01  LET-REC.
           05 LET-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description des tables des territoires (en vigueur, nouvelle) *
      *---------------------------------------------------------------*
       FD  F-TERRIT
           RECORD CONTAINS 80 CHARACTERS.
       01  TER-REC.
           05 TER-RAW              PIC X(80).

       FD  F-TERRNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  TRN-REC.
           05 TRN-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description du fichier retour de la banque                    *
      *---------------------------------------------------------------*
       01  MSU-REC.
           05 MSU-RAW              PIC X(120).

      *---------------------------------------------------------------*
      * Description du fichier des mandats de prélèvement             *
      *---------------------------------------------------------------*
       FD  F-MANDAT
           RECORD CONTAINS 128 CHARACTERS.
       01  MDT-REC.
           05 MDT-KEY              PIC X(06).
           05 MDT-DATA             PIC X(122).

      *---------------------------------------------------------------*
      * Description du fichier des mouvements de mandats              *
      *---------------------------------------------------------------*
       FD  F-MVTMAND
           RECORD CONTAINS 120 CHARACTERS.
       01  MMD-REC.
           05 MMD-RAW              PIC X(120).

      *---------------------------------------------------------------*
      * Description du compte cotisant                                *
      *---------------------------------------------------------------*
       FD  F-COMPTE
           RECORD CONTAINS 128 CHARACTERS.
       01  CPT-REC.
           05 CPT-KEY              PIC X(17).
           05 CPT-DATA             PIC X(111).

      *---------------------------------------------------------------*
      * Description du fichier des encaissements manuels              *
      *---------------------------------------------------------------*
       FD  F-ENCAISS
           RECORD CONTAINS 80 CHARACTERS.
       01  ENC-REC.
           05 ENC-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description du fichier des sinistres                          *
      *---------------------------------------------------------------*
       FD  F-SINISTRE
           RECORD CONTAINS 128 CHARACTERS.
       01  SIN-REC.
           05 SIN-KEY              PIC X(08).
           05 SIN-DATA             PIC X(120).

      *---------------------------------------------------------------*
      * Description du fichier des mouvements de sinistres            *
      *---------------------------------------------------------------*
       FD  F-MVTSIN
           RECORD CONTAINS 80 CHARACTERS.
       01  MSI-REC.
           05 MSI-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description du fichier des règlements de sinistres            *
      *---------------------------------------------------------------*
       FD  F-PAIESIN
           RECORD CONTAINS 80 CHARACTERS.
       01  PSI-REC.
           05 PSI-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description du fichier des remboursements de prime            *
      *---------------------------------------------------------------*
       FD  F-REMBOUR
           RECORD CONTAINS 128 CHARACTERS.
       01  RMB-REC.
           05 RMB-RAW              PIC X(128).

      *---------------------------------------------------------------*
      * Description du registre des remboursements de prime           *
      *---------------------------------------------------------------*
       FD  F-REGREMB
           RECORD CONTAINS 80 CHARACTERS.
       01  RGR-REC.
           05 RGR-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description du compte rendu de consolidation                  *
      *---------------------------------------------------------------*
       FD  F-CONSST
           RECORD CONTAINS 80 CHARACTERS.
       01  CST-REC.
           05 CST-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description du fichier des anomalies de mise à jour           *
      *---------------------------------------------------------------*
       FD  F-ANOMAJ
           RECORD CONTAINS 80 CHARACTERS.
       01  ANM-REC.
           05 ANM-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description du fichier des rejets abandonnés                  *
      *---------------------------------------------------------------*
       FD  F-MVTABN
           RECORD CONTAINS 128 CHARACTERS.
       01  ABN-REC.
           05 ABN-RAW              PIC X(128).

      *---------------------------------------------------------------*
      * Description des bordereaux de retour par agence               *
      *---------------------------------------------------------------*
       FD  F-BRT1
           RECORD CONTAINS 80 CHARACTERS.
       01  BR1-REC.
           05 BR1-RAW              PIC X(80).

       FD  F-BRT2
           RECORD CONTAINS 80 CHARACTERS.
       01  BR2-REC.
           05 BR2-RAW              PIC X(80).

       FD  F-BRT3
           RECORD CONTAINS 80 CHARACTERS.
       01  BR3-REC.
           05 BR3-RAW              PIC X(80).

       FD  F-BRT4
           RECORD CONTAINS 80 CHARACTERS.
       01  BR4-REC.
           05 BR4-RAW              PIC X(80).

       FD  F-BRT5
           RECORD CONTAINS 80 CHARACTERS.
       01  BR5-REC.
           05 BR5-RAW              PIC X(80).

       FD  F-BRT6
           RECORD CONTAINS 80 CHARACTERS.
       01  BR6-REC.
           05 BR6-RAW              PIC X(80).

      *---------------------------------------------------------------*
      * Description du fichier des mouvements saisis au siège         *
      *---------------------------------------------------------------*
       FD  F-SAISIE
           RECORD CONTAINS 128 CHARACTERS.
       01  SAI-REC.
           05 SAI-RAW              PIC X(128).

      *---------------------------------------------------------------*
      * Description de la copie de travail du fichier assurés         *
      *---------------------------------------------------------------*
       FD  F-ASSSIM
           RECORD CONTAINS 108 CHARACTERS.
       01  ASM-REC.
           05 ASM-KEY              PIC X(06).
           05 ASM-DATA             PIC X(102).

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
       77  FS-AN6                  PIC XX VALUE SPACES.
       77  FS-HRN                  PIC XX VALUE SPACES.
       77  FS-SAU                  PIC XX VALUE SPACES.
       77  FS-MDT                  PIC XX VALUE SPACES.
       77  FS-MMD                  PIC XX VALUE SPACES.
       77  FS-CPT                  PIC XX VALUE SPACES.
       77  FS-ENC                  PIC XX VALUE SPACES.
       77  FS-SIN                  PIC XX VALUE SPACES.
       77  FS-MSI                  PIC XX VALUE SPACES.
       77  FS-PSI                  PIC XX VALUE SPACES.
       77  FS-ASM                  PIC XX VALUE SPACES.
       77  FS-SFI                  PIC XX VALUE SPACES.
       77  FS-DRV                  PIC XX VALUE SPACES.
       77  FS-LET                  PIC XX VALUE SPACES.
       77  FS-TER                  PIC XX VALUE SPACES.
       77  FS-TRN                  PIC XX VALUE SPACES.
       77  FS-RMB                  PIC XX VALUE SPACES.
       77  FS-RGR                  PIC XX VALUE SPACES.
       77  FS-CST                  PIC XX VALUE SPACES.
       77  FS-ANM                  PIC XX VALUE SPACES.
       77  FS-ABN                  PIC XX VALUE SPACES.
       77  FS-BR1                  PIC XX VALUE SPACES.
       77  FS-BR2                  PIC XX VALUE SPACES.
       77  FS-BR3                  PIC XX VALUE SPACES.
       77  FS-BR4                  PIC XX VALUE SPACES.
       77  FS-BR5                  PIC XX VALUE SPACES.
       77  FS-BR6                  PIC XX VALUE SPACES.
       77  FS-SAI                  PIC XX VALUE SPACES.

      *---------------------------------------------------------------*
      * Avant-image de l'assuré, sauvegardée avant une réécriture ou  *
           88 BROWSE-NOM-EN-COURS        VALUE "Y".
           88 BROWSE-NOM-ARRETE          VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de parcours en cours sur le compte cotisant        *
      *---------------------------------------------------------------*
       77  WS-BROWSE-CPT           PIC X VALUE "N".
           88 BROWSE-CPT-EN-COURS        VALUE "Y".
           88 BROWSE-CPT-ARRETE          VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de parcours en cours sur le fichier des sinistres  *
      *---------------------------------------------------------------*
       77  WS-BROWSE-SIN           PIC X VALUE "N".
           88 BROWSE-SIN-EN-COURS        VALUE "Y".
           88 BROWSE-SIN-ARRETE          VALUE "N".

       LINKAGE SECTION.

      *---------------------------------------------------------------*
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Sauvegarde de fin de période relue par TABPASS -------------*
               WHEN "SAUVFIN"
                   OPEN INPUT F-SAUVFIN
                   IF FS-SFI NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "ETATANO"
                   OPEN OUTPUT F-ETAT-ANO
                   IF FS-ANO NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Fichier delta relu par l'édition des courriers -------------*
               WHEN "DELTAIN"
                   OPEN INPUT F-DELTA
                   IF FS-DLT NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "DELTAREV"
                   OPEN OUTPUT F-DELTREV
                   IF FS-DRV NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Extrait de revalorisation relu par l'édition des courriers *
      *    (absent : fin de fichier dès la première lecture) ----------*
               WHEN "DELTRVIN"
                   OPEN INPUT F-DELTREV
                   IF FS-DRV NOT = "00" AND FS-DRV NOT = "05"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "LETTRES"
                   OPEN OUTPUT F-LETTRE
                   IF FS-LET NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Table des territoires en vigueur (absente : fin de fichier *
      *    dès la première lecture) -----------------------------------*
               WHEN "TERRIT"
                   OPEN INPUT F-TERRIT
                   IF FS-TER NOT = "00" AND FS-TER NOT = "05"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "TERRNEW"
                   OPEN INPUT F-TERRNEW
                   IF FS-TRN NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Journal des exécutions : complété à chaque passage,        *
      *    créé au premier lancement -----------------------------------*
               WHEN "JOURNAL"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Fichier des mandats : créé à vide au premier lancement -----*
               WHEN "MANDAT"
                   OPEN I-O F-MANDAT
                   IF FS-MDT = "35"
                       OPEN OUTPUT F-MANDAT
                       CLOSE F-MANDAT
                       OPEN I-O F-MANDAT
                   END-IF
                   IF FS-MDT NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "MVTMAND"
                   OPEN INPUT F-MVTMAND
                   IF FS-MMD NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Compte cotisant : créé à vide au premier lancement ---------*
               WHEN "COMPTE"
                   OPEN I-O F-COMPTE
                   IF FS-CPT = "35"
                       OPEN OUTPUT F-COMPTE
                       CLOSE F-COMPTE
                       OPEN I-O F-COMPTE
                   END-IF
                   IF FS-CPT NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF
                   SET BROWSE-CPT-ARRETE TO TRUE

               WHEN "ENCAISS"
                   OPEN INPUT F-ENCAISS
                   IF FS-ENC NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Fichier des sinistres : créé à vide au premier lancement ---*
               WHEN "SINISTRE"
                   OPEN I-O F-SINISTRE
                   IF FS-SIN = "35"
                       OPEN OUTPUT F-SINISTRE
                       CLOSE F-SINISTRE
                       OPEN I-O F-SINISTRE
                   END-IF
                   IF FS-SIN NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF
                   SET BROWSE-SIN-ARRETE TO TRUE

      *--- Copie de travail des assurés : toujours repartie à vide ----*
               WHEN "KSDSSIM"
                   OPEN OUTPUT F-ASSSIM
                   CLOSE F-ASSSIM
                   OPEN I-O F-ASSSIM
                   IF FS-ASM NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "MVTSIN"
                   OPEN INPUT F-MVTSIN
                   IF FS-MSI NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "PAIESIN"
                   OPEN OUTPUT F-PAIESIN
                   IF FS-PSI NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "REMBOURS"
                   OPEN OUTPUT F-REMBOUR
                   IF FS-RMB NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "REGREMB"
                   OPEN OUTPUT F-REGREMB
                   IF FS-RGR NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "CONSSTAT"
                   OPEN OUTPUT F-CONSST
                   IF FS-CST NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Compte rendu de consolidation relu par BORDRET ------------*
               WHEN "CONSSTIN"
                   OPEN INPUT F-CONSST
                   IF FS-CST NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "ANOMAJ"
                   OPEN OUTPUT F-ANOMAJ
                   IF FS-ANM NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Anomalies complétées lors d'une reprise de MAJASSUR -------*
               WHEN "ANOMAJEX"
                   OPEN EXTEND F-ANOMAJ
                   IF FS-ANM NOT = "00" AND FS-ANM NOT = "05"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Anomalies relues par BORDRET (absent : fin de fichier dès  *
      *    la première lecture) --------------------------------------*
               WHEN "ANOMAJIN"
                   OPEN INPUT F-ANOMAJ
                   IF FS-ANM NOT = "00" AND FS-ANM NOT = "05"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "MVTABAN"
                   OPEN OUTPUT F-MVTABN
                   IF FS-ABN NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Rejets abandonnés relus par BORDRET (absent : fin de       *
      *    fichier dès la première lecture) --------------------------*
               WHEN "MVTABIN"
                   OPEN INPUT F-MVTABN
                   IF FS-ABN NOT = "00" AND FS-ABN NOT = "05"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Attente du jour relue par BORDRET -------------------------*
               WHEN "ATTOUTIN"
                   OPEN INPUT F-ATTOUT
                   IF FS-ATO NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Mouvements recyclés relus par BORDRET ---------------------*
               WHEN "MVTCYCIN"
                   OPEN INPUT F-MVTCYC
                   IF FS-CYC NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Bordereaux de retour par agence ---------------------------*
               WHEN "BORDRET1"
                   OPEN OUTPUT F-BRT1
                   IF FS-BR1 NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET2"
                   OPEN OUTPUT F-BRT2
                   IF FS-BR2 NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET3"
                   OPEN OUTPUT F-BRT3
                   IF FS-BR3 NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET4"
                   OPEN OUTPUT F-BRT4
                   IF FS-BR4 NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET5"
                   OPEN OUTPUT F-BRT5
                   IF FS-BR5 NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET6"
                   OPEN OUTPUT F-BRT6
                   IF FS-BR6 NOT = "00"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Mouvements saisis au siège : complétés à chaque session,   *
      *    créés à la première saisie --------------------------------*
               WHEN "MVTSAISI"
                   OPEN EXTEND F-SAISIE
                   IF FS-SAI NOT = "00" AND FS-SAI NOT = "05"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Mouvements saisis relus par RECYMVT, qui marque chaque     *
      *    mouvement repris (absent : fin de fichier dès la première  *
      *    lecture) --------------------------------------------------*
               WHEN "MVTSAIMJ"
                   OPEN I-O F-SAISIE
                   IF FS-SAI NOT = "00" AND FS-SAI NOT = "05"
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN OTHER
                   MOVE 99 TO Z-CODE-RETOUR
           END-EVALUATE
           .

      *===============================================================*
      * Lecture d'un fichier                                          *
      *===============================================================*
       READ-FILES.
           EVALUATE Z-NOM-FICHIER

      *--- Lecture séquentielle du fichier mouvements ----------------*
               WHEN "ESDS"
                   READ F-MVTS
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE MV-RAW TO Z-ENR-LONG(1:120)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture d'un assuré par clé -------------------------------*
                       END-READ
                   END-IF

      *--- Lecture d'un assuré par clé dans la copie de travail -------*
               WHEN "KSDSSIM"
                   IF Z-ENREGISTREMENT(1:6) = SPACES
                      OR Z-ENREGISTREMENT(1:6) = LOW-VALUES
                       MOVE 99 TO Z-CODE-RETOUR
                   ELSE
                       MOVE Z-ENREGISTREMENT(1:6) TO ASM-KEY

                       READ F-ASSSIM KEY IS ASM-KEY
                           INVALID KEY
                               MOVE 23 TO Z-CODE-RETOUR
                           NOT INVALID KEY
                               MOVE ASM-REC TO Z-ENR-LONG(1:108)
                               MOVE 00 TO Z-CODE-RETOUR
                       END-READ
                   END-IF

      *--- Lecture séquentielle du fichier des rejets ------------------*
               WHEN "MVTKOIN"
                   READ F-MVTKO
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle de la sauvegarde de fin de période ----*
               WHEN "SAUVFIN"
                   READ F-SAUVFIN
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE SFI-RAW TO Z-ENR-LONG(1:120)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle du fichier delta ----------------------*
               WHEN "DELTAIN"
                   READ F-DELTA
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE DLT-RAW TO Z-ENR-LONG(1:128)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle de l'extrait de revalorisation --------*
               WHEN "DELTRVIN"
                   READ F-DELTREV
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE DRV-RAW TO Z-ENR-LONG(1:128)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle du compte rendu de consolidation -----*
               WHEN "CONSSTIN"
                   READ F-CONSST
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE CST-RAW TO Z-ENREGISTREMENT
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle des anomalies de mise à jour ---------*
               WHEN "ANOMAJIN"
                   READ F-ANOMAJ
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE ANM-RAW TO Z-ENREGISTREMENT
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle des rejets abandonnés ----------------*
               WHEN "MVTABIN"
                   READ F-MVTABN
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE ABN-RAW TO Z-ENR-LONG(1:128)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle des mouvements saisis au siège -------*
               WHEN "MVTSAIMJ"
                   READ F-SAISIE
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE SAI-RAW TO Z-ENR-LONG(1:128)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle de l'attente du jour -----------------*
               WHEN "ATTOUTIN"
                   READ F-ATTOUT
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE ATO-RAW TO Z-ENR-LONG(1:120)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle des mouvements recyclés --------------*
               WHEN "MVTCYCIN"
                   READ F-MVTCYC
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE CYC-RAW TO Z-ENR-LONG(1:120)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle des tables des territoires ------------*
               WHEN "TERRIT"
                   READ F-TERRIT
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE TER-RAW TO Z-ENREGISTREMENT
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

               WHEN "TERRNEW"
                   READ F-TERRNEW
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE TRN-RAW TO Z-ENREGISTREMENT
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture séquentielle du fichier retour de la banque --------*
               WHEN "RETBANC"
                   READ F-RETBANC
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture d'un mandat par clé (matricule) --------------------*
               WHEN "MANDAT"
                   IF Z-ENREGISTREMENT(1:6) = SPACES
                      OR Z-ENREGISTREMENT(1:6) = LOW-VALUES
                       MOVE 99 TO Z-CODE-RETOUR
                   ELSE
                       MOVE Z-ENREGISTREMENT(1:6) TO MDT-KEY

                       READ F-MANDAT KEY IS MDT-KEY
                           INVALID KEY
                               MOVE 23 TO Z-CODE-RETOUR
                           NOT INVALID KEY
                               MOVE MDT-REC TO Z-ENR-LONG(1:128)
                               MOVE 00 TO Z-CODE-RETOUR
                       END-READ
                   END-IF

      *--- Lecture séquentielle des mouvements de mandats -------------*
               WHEN "MVTMAND"
                   READ F-MVTMAND
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE MMD-RAW TO Z-ENR-LONG(1:120)
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture d'une écriture du compte cotisant par clé ----------*
               WHEN "COMPTE"
                   IF Z-ENREGISTREMENT(1:6) = SPACES
                      OR Z-ENREGISTREMENT(1:6) = LOW-VALUES
                       MOVE 99 TO Z-CODE-RETOUR
                   ELSE
                       MOVE Z-ENREGISTREMENT(1:17) TO CPT-KEY

                       READ F-COMPTE KEY IS CPT-KEY
                           INVALID KEY
                               MOVE 23 TO Z-CODE-RETOUR
                           NOT INVALID KEY
                               MOVE CPT-REC TO Z-ENR-LONG(1:128)
                               MOVE 00 TO Z-CODE-RETOUR
                       END-READ
                   END-IF
                   SET BROWSE-CPT-ARRETE TO TRUE

      *--- Lecture séquentielle des encaissements manuels -------------*
               WHEN "ENCAISS"
                   READ F-ENCAISS
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE ENC-RAW TO Z-ENREGISTREMENT
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture d'un sinistre par son numéro -----------------------*
               WHEN "SINISTRE"
                   IF Z-ENREGISTREMENT(1:8) = SPACES
                      OR Z-ENREGISTREMENT(1:8) = LOW-VALUES
                       MOVE 99 TO Z-CODE-RETOUR
                   ELSE
                       MOVE Z-ENREGISTREMENT(1:8) TO SIN-KEY

                       READ F-SINISTRE KEY IS SIN-KEY
                           INVALID KEY
                               MOVE 23 TO Z-CODE-RETOUR
                           NOT INVALID KEY
                               MOVE SIN-REC TO Z-ENR-LONG(1:128)
                               MOVE 00 TO Z-CODE-RETOUR
                       END-READ
                   END-IF
                   SET BROWSE-SIN-ARRETE TO TRUE

      *--- Lecture séquentielle des mouvements de sinistres -----------*
               WHEN "MVTSIN"
                   READ F-MVTSIN
                       AT END
                           MOVE 10 TO Z-CODE-RETOUR
                       NOT AT END
                           MOVE MSI-RAW TO Z-ENREGISTREMENT
                           MOVE 00 TO Z-CODE-RETOUR
                   END-READ

      *--- Lecture du dernier point de reprise -------------------------*
               WHEN "CHKPT"
                   READ F-CHKPT
                       END-READ
                   END-IF

      *--- Compte cotisant : une clé fournie (même partielle, ---------*
      *    complétée à blanc) repositionne le parcours ; une zone à    *
      *    blanc poursuit le parcours en cours, ou le commence en      *
      *    tête de fichier                                             *
               WHEN "COMPTE"
                   IF Z-ENREGISTREMENT(1:17) NOT = SPACES
                      OR BROWSE-CPT-ARRETE
                       IF Z-ENREGISTREMENT(1:17) = SPACES
                           MOVE LOW-VALUES TO CPT-KEY
                       ELSE
                           MOVE Z-ENREGISTREMENT(1:17) TO CPT-KEY
                       END-IF

                       START F-COMPTE KEY IS NOT LESS THAN CPT-KEY
                           INVALID KEY
                               MOVE 10 TO Z-CODE-RETOUR
                               SET BROWSE-CPT-ARRETE TO TRUE
                           NOT INVALID KEY
                               SET BROWSE-CPT-EN-COURS TO TRUE
                       END-START
                   END-IF

                   IF Z-CODE-RETOUR NOT = 10
                       READ F-COMPTE NEXT RECORD
                           AT END
                               MOVE 10 TO Z-CODE-RETOUR
                               SET BROWSE-CPT-ARRETE TO TRUE
                           NOT AT END
                               MOVE CPT-REC TO Z-ENR-LONG(1:128)
                               MOVE 00 TO Z-CODE-RETOUR
                       END-READ
                   END-IF

      *--- Fichier des sinistres : parcours complet par numéro --------*
               WHEN "SINISTRE"
                   IF BROWSE-SIN-ARRETE
                       IF Z-ENREGISTREMENT(1:8) = SPACES
                           MOVE LOW-VALUES TO SIN-KEY
                       ELSE
                           MOVE Z-ENREGISTREMENT(1:8) TO SIN-KEY
                       END-IF

                       START F-SINISTRE KEY IS NOT LESS THAN SIN-KEY
                           INVALID KEY
                               MOVE 10 TO Z-CODE-RETOUR
                           NOT INVALID KEY
                               SET BROWSE-SIN-EN-COURS TO TRUE
                       END-START
                   END-IF

                   IF Z-CODE-RETOUR NOT = 10
                       READ F-SINISTRE NEXT RECORD
                           AT END
                               MOVE 10 TO Z-CODE-RETOUR
                               SET BROWSE-SIN-ARRETE TO TRUE
                           NOT AT END
                               MOVE SIN-REC TO Z-ENR-LONG(1:128)
                               MOVE 00 TO Z-CODE-RETOUR
                       END-READ
                   END-IF

               WHEN OTHER
                   MOVE 99 TO Z-CODE-RETOUR
           END-EVALUATE
                   SET BROWSE-ARRETE TO TRUE
                   SET BROWSE-NOM-ARRETE TO TRUE

               WHEN "KSDSSIM"
                   CLOSE F-ASSSIM
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "ETATANO"
                   CLOSE F-ETAT-ANO
                   MOVE 00 TO Z-CODE-RETOUR
                   CLOSE F-SAUVE
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "SAUVFIN"
                   CLOSE F-SAUVFIN
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "MVTSUSP"
                   CLOSE F-MVTSUSP
                   MOVE 00 TO Z-CODE-RETOUR
                   CLOSE F-DELTA
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "DELTAIN"
                   CLOSE F-DELTA
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "DELTAREV"
                   CLOSE F-DELTREV
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "DELTRVIN"
                   CLOSE F-DELTREV
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "LETTRES"
                   CLOSE F-LETTRE
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "TERRIT"
                   CLOSE F-TERRIT
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "TERRNEW"
                   CLOSE F-TERRNEW
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "MANDAT"
                   CLOSE F-MANDAT
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "MVTMAND"
                   CLOSE F-MVTMAND
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "COMPTE"
                   CLOSE F-COMPTE
                   MOVE 00 TO Z-CODE-RETOUR
                   SET BROWSE-CPT-ARRETE TO TRUE

               WHEN "ENCAISS"
                   CLOSE F-ENCAISS
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "SINISTRE"
                   CLOSE F-SINISTRE
                   MOVE 00 TO Z-CODE-RETOUR
                   SET BROWSE-SIN-ARRETE TO TRUE

               WHEN "MVTSIN"
                   CLOSE F-MVTSIN
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "PAIESIN"
                   CLOSE F-PAIESIN
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "REMBOURS"
                   CLOSE F-REMBOUR
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "REGREMB"
                   CLOSE F-REGREMB
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "CONSSTAT"
                   CLOSE F-CONSST
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "CONSSTIN"
                   CLOSE F-CONSST
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "ANOMAJ"
               WHEN "ANOMAJEX"
               WHEN "ANOMAJIN"
                   CLOSE F-ANOMAJ
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "MVTABAN"
                   CLOSE F-MVTABN
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "MVTABIN"
                   CLOSE F-MVTABN
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "ATTOUTIN"
                   CLOSE F-ATTOUT
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "MVTCYCIN"
                   CLOSE F-MVTCYC
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "BORDRET1"
                   CLOSE F-BRT1
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "BORDRET2"
                   CLOSE F-BRT2
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "BORDRET3"
                   CLOSE F-BRT3
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "BORDRET4"
                   CLOSE F-BRT4
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "BORDRET5"
                   CLOSE F-BRT5
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "BORDRET6"
                   CLOSE F-BRT6
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "MVTSAISI"
                   CLOSE F-SAISIE
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN "MVTSAIMJ"
                   CLOSE F-SAISIE
                   MOVE 00 TO Z-CODE-RETOUR

               WHEN OTHER
                   MOVE 99 TO Z-CODE-RETOUR
           END-EVALUATE

      *--- Ecriture dans le fichier de prélèvement bancaire ----------*
               WHEN "PRELEV"
                   MOVE Z-ENR-LONG(1:128) TO PRE-RAW
                   WRITE PRE-REC
                   IF FS-PRE = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture dans l'extrait des primes revalorisées ------------*
               WHEN "DELTAREV"
                   MOVE Z-ENR-LONG(1:128) TO DRV-RAW
                   WRITE DRV-REC
                   IF FS-DRV = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture d'une ligne de courrier ---------------------------*
               WHEN "LETTRES"
                   MOVE Z-ENREGISTREMENT TO LET-RAW
                   WRITE LET-REC
                   IF FS-LET = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture dans le fichier indexé des assurés --------------*
               WHEN "KSDS"
                   MOVE Z-ENR-LONG(1:108) TO AS-REC
                           MOVE 00 TO Z-CODE-RETOUR
                   END-WRITE

      *--- Ecriture dans la copie de travail des assurés --------------*
               WHEN "KSDSSIM"
                   MOVE Z-ENR-LONG(1:108) TO ASM-REC
                   WRITE ASM-REC
                       INVALID KEY
                           MOVE 99 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE 00 TO Z-CODE-RETOUR
                   END-WRITE

      *--- Ecriture dans le fichier indexé des mandats ----------------*
               WHEN "MANDAT"
                   MOVE Z-ENR-LONG(1:128) TO MDT-REC
                   WRITE MDT-REC
                       INVALID KEY
                           MOVE 99 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE 00 TO Z-CODE-RETOUR
                   END-WRITE

      *--- Ecriture d'une opération au compte cotisant ----------------*
               WHEN "COMPTE"
                   MOVE Z-ENR-LONG(1:128) TO CPT-REC
                   WRITE CPT-REC
                       INVALID KEY
                           MOVE 99 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE 00 TO Z-CODE-RETOUR
                   END-WRITE

      *--- Ecriture d'un nouveau sinistre (déclaration) ---------------*
               WHEN "SINISTRE"
                   MOVE Z-ENR-LONG(1:128) TO SIN-REC
                   WRITE SIN-REC
                       INVALID KEY
                           MOVE 99 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE 00 TO Z-CODE-RETOUR
                   END-WRITE

      *--- Ecriture dans le fichier des règlements de sinistres -------*
               WHEN "PAIESIN"
                   MOVE Z-ENREGISTREMENT TO PSI-RAW
                   WRITE PSI-REC
                   IF FS-PSI = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture dans le fichier des remboursements de prime -------*
               WHEN "REMBOURS"
                   MOVE Z-ENR-LONG(1:128) TO RMB-RAW
                   WRITE RMB-REC
                   IF FS-RMB = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture d'une ligne du registre des remboursements --------*
               WHEN "REGREMB"
                   MOVE Z-ENREGISTREMENT TO RGR-RAW
                   WRITE RGR-REC
                   IF FS-RGR = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture dans le compte rendu de consolidation ------------*
               WHEN "CONSSTAT"
                   MOVE Z-ENREGISTREMENT TO CST-RAW
                   WRITE CST-REC
                   IF FS-CST = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture dans le fichier des anomalies de mise à jour -----*
               WHEN "ANOMAJ"
               WHEN "ANOMAJEX"
                   MOVE Z-ENREGISTREMENT TO ANM-RAW
                   WRITE ANM-REC
                   IF FS-ANM = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture dans le fichier des rejets abandonnés ------------*
               WHEN "MVTABAN"
                   MOVE Z-ENR-LONG(1:128) TO ABN-RAW
                   WRITE ABN-REC
                   IF FS-ABN = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture dans les bordereaux de retour par agence ---------*
               WHEN "BORDRET1"
                   MOVE Z-ENREGISTREMENT TO BR1-RAW
                   WRITE BR1-REC
                   IF FS-BR1 = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET2"
                   MOVE Z-ENREGISTREMENT TO BR2-RAW
                   WRITE BR2-REC
                   IF FS-BR2 = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET3"
                   MOVE Z-ENREGISTREMENT TO BR3-RAW
                   WRITE BR3-REC
                   IF FS-BR3 = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET4"
                   MOVE Z-ENREGISTREMENT TO BR4-RAW
                   WRITE BR4-REC
                   IF FS-BR4 = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET5"
                   MOVE Z-ENREGISTREMENT TO BR5-RAW
                   WRITE BR5-REC
                   IF FS-BR5 = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

               WHEN "BORDRET6"
                   MOVE Z-ENREGISTREMENT TO BR6-RAW
                   WRITE BR6-REC
                   IF FS-BR6 = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture d'un enregistrement de saisie au siège -----------*
               WHEN "MVTSAISI"
                   MOVE Z-ENR-LONG(1:128) TO SAI-RAW
                   WRITE SAI-REC
                   IF FS-SAI = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture directe dans le fichier historique : marque de     *
      *    création d'un assuré (avant-image à blanc), l'horodatage    *
      *    étant fourni par l'appelant --------------------------------*
               WHEN "HIST"
                   MOVE Z-ENR-LONG(1:128) TO HIST-REC
                   WRITE HIST-REC
                   IF FS-HIST = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Ecriture initiale du point de reprise ----------------------*
               WHEN "CHKPT"
                   MOVE "CKPT01" TO CK-KEY
           .

      *===============================================================*
      * Réécriture d'un enregistrement assuré (ou d'un autre fichier  *
      * indexé : mandats, compte cotisant, ...)                       *
      *===============================================================*
       REWRITE-FILES.
           EVALUATE Z-NOM-FICHIER
                           END-IF
                   END-READ

      *--- Réécriture dans la copie de travail : pas d'historique -----*
               WHEN "KSDSSIM"
                   MOVE Z-ENREGISTREMENT(1:6) TO ASM-KEY

                   READ F-ASSSIM KEY IS ASM-KEY
                       INVALID KEY
                           MOVE 23 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE Z-ENR-LONG(1:108) TO ASM-REC
                           REWRITE ASM-REC
                           IF FS-ASM = "00"
                               MOVE 00 TO Z-CODE-RETOUR
                           ELSE
                               MOVE 99 TO Z-CODE-RETOUR
                           END-IF
                   END-READ

      *--- Réécriture d'un mandat (statut, coordonnées, date du        *
      *    dernier prélèvement) ---------------------------------------*
               WHEN "MANDAT"
                   MOVE Z-ENREGISTREMENT(1:6) TO MDT-KEY

                   READ F-MANDAT KEY IS MDT-KEY
                       INVALID KEY
                           MOVE 23 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE Z-ENR-LONG(1:128) TO MDT-REC
                           REWRITE MDT-REC
                           IF FS-MDT = "00"
                               MOVE 00 TO Z-CODE-RETOUR
                           ELSE
                               MOVE 99 TO Z-CODE-RETOUR
                           END-IF
                   END-READ

      *--- Réécriture d'une écriture du compte cotisant (règlement,    *
      *    rejet, affectation d'encaissement) -------------------------*
               WHEN "COMPTE"
                   MOVE Z-ENREGISTREMENT(1:17) TO CPT-KEY

                   READ F-COMPTE KEY IS CPT-KEY
                       INVALID KEY
                           MOVE 23 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE Z-ENR-LONG(1:128) TO CPT-REC
                           REWRITE CPT-REC
                           IF FS-CPT = "00"
                               MOVE 00 TO Z-CODE-RETOUR
                           ELSE
                               MOVE 99 TO Z-CODE-RETOUR
                           END-IF
                   END-READ

      *--- Réécriture d'un sinistre (réserve, règlement, statut) ------*
               WHEN "SINISTRE"
                   MOVE Z-ENREGISTREMENT(1:8) TO SIN-KEY

                   READ F-SINISTRE KEY IS SIN-KEY
                       INVALID KEY
                           MOVE 23 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE Z-ENR-LONG(1:128) TO SIN-REC
                           REWRITE SIN-REC
                           IF FS-SIN = "00"
                               MOVE 00 TO Z-CODE-RETOUR
                           ELSE
                               MOVE 99 TO Z-CODE-RETOUR
                           END-IF
                   END-READ

      *--- Marque d'un mouvement saisi repris par RECYMVT (réécriture *
      *    de l'enregistrement qui vient d'être lu) ------------------*
               WHEN "MVTSAIMJ"
                   MOVE Z-ENR-LONG(1:128) TO SAI-RAW
                   REWRITE SAI-REC
                   IF FS-SAI = "00"
                       MOVE 00 TO Z-CODE-RETOUR
                   ELSE
                       MOVE 99 TO Z-CODE-RETOUR
                   END-IF

      *--- Mise à jour du point de reprise (réécriture en place,        *
      *    à la suite de la lecture faite à l'ouverture) -----------------*
               WHEN "CHKPT"
                           END-IF
                   END-READ

      *--- Suppression dans la copie de travail : pas d'historique ----*
               WHEN "KSDSSIM"
                   MOVE Z-ENREGISTREMENT(1:6) TO ASM-KEY

                   READ F-ASSSIM KEY IS ASM-KEY
                       INVALID KEY
                           MOVE 23 TO Z-CODE-RETOUR
                       NOT INVALID KEY
                           DELETE F-ASSSIM
                           IF FS-ASM = "00"
                               MOVE 00 TO Z-CODE-RETOUR
                           ELSE
                               MOVE 99 TO Z-CODE-RETOUR
                           END-IF
                   END-READ

               WHEN OTHER
                   MOVE 99 TO Z-CODE-RETOUR
           END-EVALUATE
