       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDRET.

      *===============================================================*
      *  PROGRAMME : BORDRET                                          *
      *  ROLE      :                                                  *
      *    - Editer, après la chaîne de nuit, le bordereau de retour  *
      *      de chaque agence (BORDRET1 à BORDRET6), accusé officiel  *
      *      du traitement des mouvements qu'elle a transmis          *
      *    - Pour chaque fichier agence : disposition prononcée par   *
      *      CONSMVT (compte rendu CONSSTAT), accepté ou refusé avec  *
      *      son motif ; le fichier est relu (AGENCE1 à AGENCE6) et   *
      *      chaque mouvement est édité, matricule par matricule,     *
      *      avec son devenir :                                       *
      *        APPLIQUE  : présent dans le delta de MAJASSUR (DELTA)  *
      *        DIFFERE   : en attente de sa date d'effet (ATTOUT)     *
      *        REJETE    : rejeté au contrôle (MVTKO) ou écarté par   *
      *                    la mise à jour (ANOMAJ), avec le motif de  *
      *                    la table MESSAGES                          *
      *        REFUSE    : refusé avec le fichier par CONSMVT         *
      *        NON APPLIQUE : accepté par CTLMVT mais introuvable     *
      *                    dans DELTA, ATTOUT et ANOMAJ (voir         *
      *                    ETATANO)                                   *
      *      puis des compteurs rapprochés du total du fichier        *
      *    - Mouvements recyclés des nuits précédentes (MVTCYC, cycle *
      *      1 à 3) avec leur devenir, et rejets abandonnés par       *
      *      RECYMVT après le dernier cycle (MVTABAN)                 *
      *    - La concordance est établie par agence, matricule et code *
      *      mouvement ; chaque enregistrement de DELTA, ATTOUT,      *
      *      MVTKO et ANOMAJ n'est rapproché qu'une seule fois        *
      *    - Refus (code retour 16, aucun bordereau édité) si le      *
      *      compte rendu de consolidation est absent, incomplet ou   *
      *      d'une autre date, si le delta est incomplet, d'une autre *
      *      date ou produit par une simulation de MAJASSUR, si les   *
      *      anomalies de mise à jour sont d'une autre date, ou si un *
      *      fichier de la chaîne est illisible                       *
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
       77  WS-EOF-CST               PIC X VALUE "N".
           88 FIN-CONSST                  VALUE "Y".
           88 PAS-FIN-CONSST              VALUE "N".

       77  WS-EOF-DLT               PIC X VALUE "N".
           88 FIN-DELTA                   VALUE "Y".
           88 PAS-FIN-DELTA               VALUE "N".

       77  WS-EOF-KO                PIC X VALUE "N".
           88 FIN-REJETS                  VALUE "Y".
           88 PAS-FIN-REJETS              VALUE "N".

       77  WS-EOF-ATT               PIC X VALUE "N".
           88 FIN-ATTENTE                 VALUE "Y".
           88 PAS-FIN-ATTENTE             VALUE "N".

       77  WS-EOF-CYC               PIC X VALUE "N".
           88 FIN-RECYCLES                VALUE "Y".
           88 PAS-FIN-RECYCLES            VALUE "N".

       77  WS-EOF-ABN               PIC X VALUE "N".
           88 FIN-ABANDONS                VALUE "Y".
           88 PAS-FIN-ABANDONS            VALUE "N".

       77  WS-EOF-AG                PIC X VALUE "N".
           88 FIN-AGENCE                  VALUE "Y".
           88 PAS-FIN-AGENCE              VALUE "N".

       77  WS-EOF-ANM               PIC X VALUE "N".
           88 FIN-ANOMAJ                  VALUE "Y".
           88 PAS-FIN-ANOMAJ              VALUE "N".

      *---------------------------------------------------------------*
      * Etat de la chaîne de nuit : tout fichier attendu absent,      *
      * incomplet ou illisible conduit au refus                       *
      *---------------------------------------------------------------*
       77  WS-ETAT-CHAINE           PIC X VALUE "O".
           88 CHAINE-COMPLETE             VALUE "O".
           88 CHAINE-INCOMPLETE           VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WCONSST.
       COPY WDELTA.
       COPY WMVTKO.
       COPY WFMVTS.
       COPY WANOMAJ.

      *---------------------------------------------------------------*
      * Table des messages de rejet (rubriques 24 à 29, 32 à 34) et   *
      * d'anomalie de mise à jour (rubriques 1 à 4, 20 à 23)          *
      *---------------------------------------------------------------*
       COPY MESSAGES.

       01  WS-TABLE-MSG-TAB REDEFINES TABLE-MESSAGE.
           05 WS-MSG OCCURS 35 TIMES PIC X(60).

      *---------------------------------------------------------------*
      * Date de traitement (paramètre, défaut date du jour)           *
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

       77  WS-DATE-A-EDITER         PIC 9(8) VALUE 0.
       77  WS-DATE-TEXTE            PIC X(14) VALUE SPACES.
       77  WS-DATE-EDITION          PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * Compte rendu de consolidation : un poste par fichier agence,  *
      * avec l'agence destinataire de son bordereau (code agence de   *
      * l'entête s'il vaut 01 à 06, numéro du fichier à défaut)       *
      *---------------------------------------------------------------*
       01  WS-TAB-FICHIERS.
           05 WS-FI-POSTE OCCURS 6.
              10 WS-FI-LU           PIC X(01).
                 88 FI-LU                   VALUE "O".
              10 WS-FI-AGENCE       PIC X(02).
              10 WS-FI-DATE         PIC X(08).
              10 WS-FI-STATUT       PIC X(01).
                 88 FI-ACCEPTE              VALUE "A".
                 88 FI-REFUSE               VALUE "R".
              10 WS-FI-MOTIF        PIC X(30).
              10 WS-FI-DEST         PIC 9(01).

       77  WS-FI-I                  PIC 9(1) VALUE 0.
       77  WS-FI-NB-BLOCS           PIC 9(1) VALUE 0.
       77  WS-NB-CONSST-LUS         PIC 9(3) VALUE 0.

      *---------------------------------------------------------------*
      * Contrôle du delta de MAJASSUR : détails, total annoncé,       *
      * date de l'entête, marque de simulation                        *
      *---------------------------------------------------------------*
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

      *---------------------------------------------------------------*
      * Mouvements appliqués (détails du delta de MAJASSUR)           *
      *---------------------------------------------------------------*
       01  WS-TAB-DELTA.
           05 WS-DL-POSTE OCCURS 5000.
              10 WS-DL-MAT          PIC X(06).
              10 WS-DL-CODE         PIC X(01).
              10 WS-DL-UTILISE      PIC X(01).

       77  WS-DL-NB                 PIC 9(5) VALUE 0.
       77  WS-DL-CAPACITE           PIC 9(5) VALUE 5000.
       77  WS-DL-I                  PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Mouvements rejetés au contrôle de la nuit (MVTKO) : agence    *
      * d'origine, motif et cycle de recyclage (0 : mouvement du      *
      * jour)                                                         *
      *---------------------------------------------------------------*
       01  WS-TAB-REJETS.
           05 WS-KO-POSTE OCCURS 5000.
              10 WS-KO-AGENCE       PIC X(02).
              10 WS-KO-MAT          PIC X(06).
              10 WS-KO-CODE         PIC X(01).
              10 WS-KO-MOTIF        PIC 9(02).
              10 WS-KO-CYCLES       PIC 9(01).
              10 WS-KO-UTILISE      PIC X(01).

       77  WS-KO-NB                 PIC 9(5) VALUE 0.
       77  WS-KO-CAPACITE           PIC 9(5) VALUE 5000.
       77  WS-KO-I                  PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Mouvements en attente de leur date d'effet (ATTOUT)           *
      *---------------------------------------------------------------*
       01  WS-TAB-ATTENTE.
           05 WS-AT-POSTE OCCURS 5000.
              10 WS-AT-AGENCE       PIC X(02).
              10 WS-AT-MAT          PIC X(06).
              10 WS-AT-CODE         PIC X(01).
              10 WS-AT-EFFET        PIC 9(08).
              10 WS-AT-UTILISE      PIC X(01).

       77  WS-AT-NB                 PIC 9(5) VALUE 0.
       77  WS-AT-CAPACITE           PIC 9(5) VALUE 5000.
       77  WS-AT-I                  PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Mouvements de la nuit écartés par la mise à jour (ANOMAJ) :   *
      * agence d'origine et numéro du motif dans la table MESSAGES    *
      *---------------------------------------------------------------*
       01  WS-TAB-ANOMALIES.
           05 WS-AN-POSTE OCCURS 5000.
              10 WS-AN-AGENCE       PIC X(02).
              10 WS-AN-MAT          PIC X(06).
              10 WS-AN-CODE         PIC X(01).
              10 WS-AN-MOTIF        PIC 9(02).
              10 WS-AN-UTILISE      PIC X(01).

       77  WS-AN-NB                 PIC 9(5) VALUE 0.
       77  WS-AN-CAPACITE           PIC 9(5) VALUE 5000.
       77  WS-AN-I                  PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Mouvements recyclés de la nuit (MVTCYC, cycle 1 à 3) et       *
      * rejets abandonnés par RECYMVT (MVTABAN)                       *
      *---------------------------------------------------------------*
       01  WS-TAB-RECYCLES.
           05 WS-RC-POSTE OCCURS 2000.
              10 WS-RC-AGENCE       PIC X(02).
              10 WS-RC-MAT          PIC X(06).
              10 WS-RC-CODE         PIC X(01).
              10 WS-RC-NOM          PIC X(15).
              10 WS-RC-CYCLES       PIC 9(01).

       77  WS-RC-NB                 PIC 9(5) VALUE 0.
       77  WS-RC-CAPACITE           PIC 9(5) VALUE 2000.
       77  WS-RC-I                  PIC 9(5) VALUE 0.

       01  WS-TAB-ABANDONS.
           05 WS-AB-POSTE OCCURS 2000.
              10 WS-AB-AGENCE       PIC X(02).
              10 WS-AB-MAT          PIC X(06).
              10 WS-AB-CODE         PIC X(01).
              10 WS-AB-NOM          PIC X(15).
              10 WS-AB-MOTIF        PIC 9(02).
              10 WS-AB-CYCLES       PIC 9(01).

       77  WS-AB-NB                 PIC 9(5) VALUE 0.
       77  WS-AB-CAPACITE           PIC 9(5) VALUE 2000.
       77  WS-AB-I                  PIC 9(5) VALUE 0.

       77  WS-NB-DEBORD             PIC 9(5) VALUE 0.
       77  WS-NB-HORS-AGENCE        PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Critères de recherche du devenir d'un mouvement et rang du    *
      * poste rapproché                                               *
      *---------------------------------------------------------------*
       01  WS-RECH.
           05 WS-RE-AGENCE          PIC X(02).
           05 WS-RE-MAT             PIC X(06).
           05 WS-RE-CODE            PIC X(01).
           05 WS-RE-NATURE          PIC X(01).
              88 RE-MVT-DU-JOUR           VALUE "J".
              88 RE-MVT-RECYCLE           VALUE "R".

       77  WS-RE-RANG               PIC 9(5) VALUE 0.
       77  WS-MOTIF-NO              PIC 9(2) VALUE 0.
       77  WS-LIBELLE-MOTIF         PIC X(32) VALUE SPACES.
       77  WS-RE-TROUVE             PIC X VALUE "N".
           88 POSTE-TROUVE                VALUE "O".
           88 POSTE-NON-TROUVE            VALUE "N".

      *---------------------------------------------------------------*
      * Agence du bordereau en cours et fichier de sortie cible       *
      *---------------------------------------------------------------*
       77  WS-AG-K                  PIC 9(1) VALUE 0.
       01  WS-AG-CODE.
           05 FILLER                PIC X(01) VALUE "0".
           05 WS-AG-CODE-NO         PIC 9(01).

       77  WS-BR-CIBLE              PIC X(8) VALUE SPACES.
       01  WS-BR-NOM.
           05 FILLER                PIC X(07) VALUE "BORDRET".
           05 WS-BR-NOM-NO          PIC 9(01).

      *---------------------------------------------------------------*
      * Fichier agence relu et son agence de rapprochement            *
      *---------------------------------------------------------------*
       01  WS-AG-NOM.
           05 FILLER                PIC X(06) VALUE "AGENCE".
           05 WS-AG-NOM-NO          PIC 9(01).
           05 FILLER                PIC X(01) VALUE SPACE.

       77  WS-AG-RAPPROCHEMENT      PIC X(02) VALUE SPACES.
       77  WS-AG-OUVERT             PIC X VALUE "N".
           88 AGENCE-OUVERTE              VALUE "O".
           88 AGENCE-NON-OUVERTE          VALUE "N".
       77  WS-AG-TOTAL-VU           PIC X VALUE "N".
           88 AG-TOTAL-TROUVE             VALUE "O".
           88 AG-TOTAL-ABSENT             VALUE "N".
       77  WS-AG-ANNONCES           PIC 9(5) VALUE 0.

       01  WS-BUFFER                PIC X(120) VALUE SPACES.

      *---------------------------------------------------------------*
      * Compteurs d'un bloc du bordereau (fichier de la nuit ou       *
      * mouvements recyclés)                                          *
      *---------------------------------------------------------------*
       01  WS-CPT-BLOC.
           05 WS-CB-LUS             PIC 9(5) VALUE 0.
           05 WS-CB-APPLIQUES       PIC 9(5) VALUE 0.
           05 WS-CB-DIFFERES        PIC 9(5) VALUE 0.
           05 WS-CB-REJETES         PIC 9(5) VALUE 0.
           05 WS-CB-NON-APPL        PIC 9(5) VALUE 0.
           05 WS-CB-REFUSES         PIC 9(5) VALUE 0.
           05 WS-CB-ABANDONNES      PIC 9(5) VALUE 0.
           05 WS-CB-SOMME           PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Compteurs généraux du traitement                              *
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05 WS-NB-MVT-LUS         PIC 9(7) VALUE 0.
           05 WS-NB-APPLIQUES       PIC 9(7) VALUE 0.
           05 WS-NB-DIFFERES        PIC 9(7) VALUE 0.
           05 WS-NB-REJETES         PIC 9(7) VALUE 0.
           05 WS-NB-NON-APPL        PIC 9(7) VALUE 0.
           05 WS-NB-REFUSES         PIC 9(7) VALUE 0.
           05 WS-NB-ABANDONNES      PIC 9(7) VALUE 0.
           05 WS-NB-FIC-REFUSES     PIC 9(3) VALUE 0.
           05 WS-NB-BORDEREAUX      PIC 9(3) VALUE 0.

      *---------------------------------------------------------------*
      * Entête du bordereau de retour                                 *
      *---------------------------------------------------------------*
       01  WS-BR-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "               BORDEREAU DE RETOUR DES MOUVEMENTS".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "               ----------------------------------".
           05 WS-H-VIDE             PIC X(80) VALUE SPACES.
           05 WS-H-TIRETS           PIC X(80) VALUE ALL "-".
           05 WS-H-EGALS            PIC X(80) VALUE ALL "=".

           05 WS-H-LIGNE-AGENCE.
              10 FILLER             PIC X(20)
                 VALUE "AGENCE           : ".
              10 WS-H-AGENCE        PIC X(02).
              10 FILLER             PIC X(58) VALUE SPACES.

           05 WS-H-LIGNE-NUIT.
              10 FILLER             PIC X(20)
                 VALUE "TRAITEMENT DU    : ".
              10 WS-H-NUIT          PIC X(10).
              10 FILLER             PIC X(50) VALUE SPACES.

           05 WS-H-LIGNE-DATE.
              10 FILLER             PIC X(20)
                 VALUE "EDITION DU       : ".
              10 WS-H-DATE          PIC X(10).
              10 FILLER             PIC X(50) VALUE SPACES.

           05 WS-H-LIGNE-COL.
              10 FILLER             PIC X(38)
                 VALUE "MATRIC C NOM             DEVENIR".
              10 FILLER             PIC X(42) VALUE "DETAIL".

      *---------------------------------------------------------------*
      * Lignes d'entête d'un bloc fichier                             *
      *---------------------------------------------------------------*
       01  WS-LIGNE-FICHIER.
           05 FILLER                PIC X(08) VALUE "FICHIER ".
           05 WS-LF-FICHIER         PIC X(08).
           05 FILLER                PIC X(17)
              VALUE " - CODE AGENCE : ".
           05 WS-LF-AGENCE          PIC X(02).
           05 FILLER                PIC X(10) VALUE " - DATE : ".
           05 WS-LF-DATE            PIC X(14).
           05 FILLER                PIC X(21) VALUE SPACES.

       01  WS-LIGNE-STATUT.
           05 FILLER                PIC X(20)
              VALUE "CONSOLIDATION    : ".
           05 WS-LS-STATUT          PIC X(10).
           05 WS-LS-SEP             PIC X(03).
           05 WS-LS-MOTIF           PIC X(30).
           05 FILLER                PIC X(17) VALUE SPACES.

       01  WS-LIGNE-ABSENT          PIC X(80)
           VALUE "FICHIER ABSENT : AUCUN MOUVEMENT RECU".
       01  WS-LIGNE-AUCUN           PIC X(80)
           VALUE "AUCUN FICHIER RECU POUR CETTE AGENCE".
       01  WS-LIGNE-RECYCLES        PIC X(80)
           VALUE "MOUVEMENTS RECYCLES DES NUITS PRECEDENTES".
       01  WS-LIGNE-NEANT           PIC X(80) VALUE "NEANT".
       01  WS-LIGNE-FIN             PIC X(80)
           VALUE "                       *** FIN DU BORDEREAU ***".

      *---------------------------------------------------------------*
      * Ligne de détail d'un mouvement et décomposition du détail     *
      * (cycle de recyclage puis motif de rejet)                      *
      *---------------------------------------------------------------*
       01  WS-BR-DETAIL.
           05 WS-BD-MAT             PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BD-CODE            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BD-NOM             PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BD-DEVENIR         PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BD-DETAIL          PIC X(42).
           05 WS-BD-DETAIL-CYCLE REDEFINES WS-BD-DETAIL.
              10 WS-BD-LBL-CYCLE    PIC X(06).
              10 WS-BD-CYCLE        PIC 9(01).
              10 WS-BD-SEP-CYCLE    PIC X(03).
              10 WS-BD-MOTIF        PIC X(32).

      *---------------------------------------------------------------*
      * Lignes de compteurs d'un bloc                                 *
      *---------------------------------------------------------------*
       01  WS-LIGNE-COMPTEUR.
           05 WS-LC-LIBELLE         PIC X(40).
           05 WS-LC-NB              PIC Z(4)9.
           05 FILLER                PIC X(35) VALUE SPACES.

       01  WS-LIGNE-ANNONCE.
           05 FILLER                PIC X(40)
              VALUE "MOUVEMENTS ANNONCES (TOTAL DU FICHIER)".
           05 WS-LA-NB              PIC X(06).
           05 FILLER                PIC X(34) VALUE SPACES.

       01  WS-LIGNE-CONCORDANCE.
           05 FILLER                PIC X(40)
              VALUE "CONCORDANCE AVEC LE TOTAL DU FICHIER".
           05 WS-LK-RESULTAT        PIC X(40).

       77  WS-BR-LINE               PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Nom du programme d'accès fichiers                             *
      *---------------------------------------------------------------*
       01  WS-ACC                   PIC X(8).
       01  WS-JRN                   PIC X(8).

      *---------------------------------------------------------------*
      * Zone de communication avec le sous-programme JRNRUN           *
      *---------------------------------------------------------------*
       COPY WJRNCOM.

      *---------------------------------------------------------------*
      * Zone de communication avec le sous-programme ACCFIC           *
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
           MOVE WS-CD-DD   TO WS-DATE-JJ
           MOVE WS-CD-MM   TO WS-DATE-MM
           MOVE WS-CD-YYYY TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-DATE-EDITION

           INITIALIZE WS-TAB-FICHIERS

      *--- Date de traitement de la nuit -----------------------------*
           PERFORM LIRE-PARAMETRE

      *--- Contrôle et chargement des fichiers de la chaîne ----------*
           PERFORM CHARGER-CONSSTAT
           IF CHAINE-COMPLETE
               PERFORM CHARGER-DELTA
           END-IF
           IF CHAINE-COMPLETE
               PERFORM CHARGER-REJETS
               PERFORM CHARGER-ATTENTE
               PERFORM CHARGER-ANOMALIES
               PERFORM CHARGER-RECYCLES
               PERFORM CHARGER-ABANDONS
           END-IF

           IF CHAINE-INCOMPLETE
               DISPLAY 'BORDRET - AUCUN BORDEREAU EDITE'
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-JOURNAL
               STOP RUN
           END-IF

      *--- Un bordereau par agence -----------------------------------*
           PERFORM OPEN-BORDEREAUX
               VARYING WS-AG-K FROM 1 BY 1
               UNTIL WS-AG-K > 6

           PERFORM EDITER-BORDEREAU
               VARYING WS-AG-K FROM 1 BY 1
               UNTIL WS-AG-K > 6

           PERFORM CLOSE-BORDEREAUX
               VARYING WS-AG-K FROM 1 BY 1
               UNTIL WS-AG-K > 6

           DISPLAY "BORDRET - MOUVEMENTS LUS     : " WS-NB-MVT-LUS
           DISPLAY "BORDRET - APPLIQUES          : " WS-NB-APPLIQUES
           DISPLAY "BORDRET - DIFFERES           : " WS-NB-DIFFERES
           DISPLAY "BORDRET - REJETES            : " WS-NB-REJETES
           DISPLAY "BORDRET - NON APPLIQUES      : " WS-NB-NON-APPL
           DISPLAY "BORDRET - REFUSES (FICHIER)  : " WS-NB-REFUSES
           DISPLAY "BORDRET - ABANDONNES         : " WS-NB-ABANDONNES
           IF WS-NB-HORS-AGENCE > 0
               DISPLAY "BORDRET - RECYCLES HORS AGENCE : "
                   WS-NB-HORS-AGENCE
           END-IF

      *--- Code retour : 8 si une table a débordé (rapprochement      *
      *    incomplet), 4 si un fichier a été refusé ou si un          *
      *    mouvement n'a pas été appliqué ----------------------------*
           IF WS-NB-FIC-REFUSES > 0 OR WS-NB-NON-APPL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NB-DEBORD > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
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
               DISPLAY 'BORDRET - PARAMETRE ABSENT, DATE DU JOUR '
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
                       DISPLAY 'BORDRET - PARAMETRE INVALIDE, DATE '
                           'DU JOUR RETENUE : ' WS-DATE-TRT
                   END-IF
               ELSE
                   DISPLAY 'BORDRET - PARAMETRE VIDE, DATE DU JOUR '
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
      * Chargement du compte rendu de consolidation : un              *
      * enregistrement par fichier agence, tous à la date de          *
      * traitement ; l'agence destinataire est le code de l'entête    *
      * (01 à 06), à défaut le numéro du fichier                      *
      *===============================================================*
       CHARGER-CONSSTAT.

           PERFORM OPEN-CONSSTIN

           PERFORM READ-CONSSTIN
           PERFORM UNTIL FIN-CONSST
               ADD 1 TO WS-NB-CONSST-LUS

               IF CS-NO-FICHIER NUMERIC
                  AND CS-NO-FICHIER > 0 AND CS-NO-FICHIER < 7
                  AND CS-DATE-TRT = WS-DATE-TRT
                   MOVE CS-NO-FICHIER TO WS-FI-I
                   MOVE "O"             TO WS-FI-LU(WS-FI-I)
                   MOVE CS-AGENCE       TO WS-FI-AGENCE(WS-FI-I)
                   MOVE CS-DATE-FICHIER TO WS-FI-DATE(WS-FI-I)
                   MOVE CS-STATUT       TO WS-FI-STATUT(WS-FI-I)
                   MOVE CS-MOTIF        TO WS-FI-MOTIF(WS-FI-I)
                   IF CS-AGENCE = "01" OR "02" OR "03"
                                 OR "04" OR "05" OR "06"
                       MOVE CS-AGENCE(2:1) TO WS-FI-DEST(WS-FI-I)
                   ELSE
                       MOVE WS-FI-I TO WS-FI-DEST(WS-FI-I)
                   END-IF
               ELSE
                   DISPLAY 'BORDRET - COMPTE RENDU ' CS-FICHIER
                       ' HORS TRAITEMENT DU ' WS-DATE-TRT
                   SET CHAINE-INCOMPLETE TO TRUE
               END-IF

               PERFORM READ-CONSSTIN
           END-PERFORM

           PERFORM CLOSE-CONSSTIN

           PERFORM CONTROLER-FICHIER-LU
               VARYING WS-FI-I FROM 1 BY 1
               UNTIL WS-FI-I > 6
           .

      *===============================================================*
      * Présence au compte rendu du fichier agence WS-FI-I            *
      *===============================================================*
       CONTROLER-FICHIER-LU.
           IF NOT FI-LU(WS-FI-I)
               DISPLAY 'BORDRET - COMPTE RENDU DE CONSOLIDATION '
                   'INCOMPLET, FICHIER ' WS-FI-I
               SET CHAINE-INCOMPLETE TO TRUE
           END-IF
           .

      *===============================================================*
      * Contrôle et chargement du delta de MAJASSUR : entête à la     *
      * date de traitement et total présents, nombre de détails       *
      * rapproché du total, refus d'un delta de simulation            *
      *===============================================================*
       CHARGER-DELTA.

           SET DC-ENTETE-ABSENTE TO TRUE
           SET DC-TOTAL-ABSENT   TO TRUE
           SET DC-MODE-REEL      TO TRUE

           PERFORM OPEN-DELTAIN

           PERFORM READ-DELTAIN
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
                       IF WS-DL-NB < WS-DL-CAPACITE
                           ADD 1 TO WS-DL-NB
                           MOVE DL-IMAGE(1:6) TO WS-DL-MAT(WS-DL-NB)
                           MOVE DL-CODE-MVT   TO WS-DL-CODE(WS-DL-NB)
                           MOVE "N"          TO WS-DL-UTILISE(WS-DL-NB)
                       ELSE
                           ADD 1 TO WS-NB-DEBORD
                       END-IF
                   WHEN DL-TYPE-TOTAL
                       SET DC-TOTAL-TROUVE TO TRUE
                       IF DL-NB-MVT NUMERIC
                           MOVE DL-NB-MVT TO WS-DC-NB-ANNONCES
                       END-IF
                   WHEN OTHER
                       DISPLAY 'BORDRET - TYPE INCONNU SUR DELTA : '
                           DL-TYPE
                       SET CHAINE-INCOMPLETE TO TRUE
               END-EVALUATE

               PERFORM READ-DELTAIN
           END-PERFORM

           PERFORM CLOSE-DELTAIN

           IF WS-DC-NB-LUS = 0
               DISPLAY 'BORDRET - DELTA VIDE OU ABSENT'
               SET CHAINE-INCOMPLETE TO TRUE
           ELSE
               IF DC-MODE-SIMULATION
                   DISPLAY 'BORDRET - DELTA PRODUIT PAR UNE '
                       'SIMULATION, REFUSE'
                   SET CHAINE-INCOMPLETE TO TRUE
               END-IF
               IF DC-ENTETE-ABSENTE OR DC-TOTAL-ABSENT
                   DISPLAY 'BORDRET - ENTETE OU TOTAL ABSENT DU DELTA'
                   SET CHAINE-INCOMPLETE TO TRUE
               ELSE
                   IF WS-DC-NB-DETAILS NOT = WS-DC-NB-ANNONCES
                       DISPLAY 'BORDRET - ECART SUR DELTA : LUS '
                           WS-DC-NB-DETAILS
                           ' / ANNONCES ' WS-DC-NB-ANNONCES
                       SET CHAINE-INCOMPLETE TO TRUE
                   END-IF
                   IF WS-DC-DATE NOT = WS-DATE-TRT
                       DISPLAY 'BORDRET - DELTA DU ' WS-DC-DATE
                           ' HORS TRAITEMENT DU ' WS-DATE-TRT
                       SET CHAINE-INCOMPLETE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *===============================================================*
      * Chargement des rejets du contrôle de la nuit (MVTKO) : agence *
      * d'origine reprise de l'image du mouvement                     *
      *===============================================================*
       CHARGER-REJETS.

           PERFORM OPEN-MVTKOIN

           PERFORM READ-MVTKOIN
           PERFORM UNTIL FIN-REJETS
               MOVE KO-MVT TO W-FMVTSE

               IF WS-KO-NB < WS-KO-CAPACITE
                   ADD 1 TO WS-KO-NB
                   MOVE F-AGENCE TO WS-KO-AGENCE(WS-KO-NB)
                   MOVE F-MAT    TO WS-KO-MAT(WS-KO-NB)
                   MOVE F-CODE   TO WS-KO-CODE(WS-KO-NB)
                   IF KO-CODE-REJET NUMERIC
                       MOVE KO-CODE-REJET TO WS-KO-MOTIF(WS-KO-NB)
                   ELSE
                       MOVE 0 TO WS-KO-MOTIF(WS-KO-NB)
                   END-IF
                   IF KO-NB-CYCLES NUMERIC
                       MOVE KO-NB-CYCLES TO WS-KO-CYCLES(WS-KO-NB)
                   ELSE
                       MOVE 0 TO WS-KO-CYCLES(WS-KO-NB)
                   END-IF
                   MOVE "N" TO WS-KO-UTILISE(WS-KO-NB)
               ELSE
                   ADD 1 TO WS-NB-DEBORD
               END-IF

               PERFORM READ-MVTKOIN
           END-PERFORM

           PERFORM CLOSE-MVTKOIN
           .

      *===============================================================*
      * Chargement des mouvements en attente de leur date d'effet     *
      * (ATTOUT)                                                      *
      *===============================================================*
       CHARGER-ATTENTE.

           PERFORM OPEN-ATTOUTIN

           PERFORM READ-ATTOUTIN
           PERFORM UNTIL FIN-ATTENTE
               IF WS-AT-NB < WS-AT-CAPACITE
                   ADD 1 TO WS-AT-NB
                   MOVE F-AGENCE TO WS-AT-AGENCE(WS-AT-NB)
                   MOVE F-MAT    TO WS-AT-MAT(WS-AT-NB)
                   MOVE F-CODE   TO WS-AT-CODE(WS-AT-NB)
                   IF F-DATE-EFFET NUMERIC
                       MOVE F-DATE-EFFET TO WS-AT-EFFET(WS-AT-NB)
                   ELSE
                       MOVE 0 TO WS-AT-EFFET(WS-AT-NB)
                   END-IF
                   MOVE "N" TO WS-AT-UTILISE(WS-AT-NB)
               ELSE
                   ADD 1 TO WS-NB-DEBORD
               END-IF

               PERFORM READ-ATTOUTIN
           END-PERFORM

           PERFORM CLOSE-ATTOUTIN
           .

      *===============================================================*
      * Chargement des anomalies de mise à jour (ANOMAJ) : seuls les  *
      * mouvements de l'entrée de la nuit sont retenus, ceux libérés  *
      * de l'attente ne figurant sur aucun fichier agence ; toutes    *
      * les anomalies sont à la date de traitement (fichier absent :  *
      * aucune anomalie)                                              *
      *===============================================================*
       CHARGER-ANOMALIES.

           PERFORM OPEN-ANOMAJIN

           PERFORM READ-ANOMAJIN
           PERFORM UNTIL FIN-ANOMAJ
               IF AN-DATE-TRT NOT = WS-DATE-TRT
                   DISPLAY 'BORDRET - ANOMALIE DU ' AN-DATE-TRT
                       ' HORS TRAITEMENT DU ' WS-DATE-TRT
                   SET CHAINE-INCOMPLETE TO TRUE
               ELSE
                   IF AN-ENTREE-JOUR
                       IF WS-AN-NB < WS-AN-CAPACITE
                           ADD 1 TO WS-AN-NB
                           MOVE AN-AGENCE    TO WS-AN-AGENCE(WS-AN-NB)
                           MOVE AN-MATRICULE TO WS-AN-MAT(WS-AN-NB)
                           MOVE AN-CODE-MVT  TO WS-AN-CODE(WS-AN-NB)
                           IF AN-MOTIF NUMERIC
                               MOVE AN-MOTIF TO WS-AN-MOTIF(WS-AN-NB)
                           ELSE
                               MOVE 0 TO WS-AN-MOTIF(WS-AN-NB)
                           END-IF
                           MOVE "N" TO WS-AN-UTILISE(WS-AN-NB)
                       ELSE
                           ADD 1 TO WS-NB-DEBORD
                       END-IF
                   END-IF
               END-IF

               PERFORM READ-ANOMAJIN
           END-PERFORM

           PERFORM CLOSE-ANOMAJIN
           .

      *===============================================================*
      * Chargement des mouvements recyclés de la nuit : seuls les     *
      * mouvements de MVTCYC portant un cycle de recyclage sont       *
      * retenus, les mouvements du jour étant relus sur les fichiers  *
      * agence                                                        *
      *===============================================================*
       CHARGER-RECYCLES.

           PERFORM OPEN-MVTCYCIN

           PERFORM READ-MVTCYCIN
           PERFORM UNTIL FIN-RECYCLES
               IF F-NB-CYCLES NUMERIC AND F-NB-CYCLES > 0
                   PERFORM CONTROLER-AGENCE-RECYCLE
                   IF WS-RC-NB < WS-RC-CAPACITE
                       ADD 1 TO WS-RC-NB
                       MOVE F-AGENCE    TO WS-RC-AGENCE(WS-RC-NB)
                       MOVE F-MAT       TO WS-RC-MAT(WS-RC-NB)
                       MOVE F-CODE      TO WS-RC-CODE(WS-RC-NB)
                       MOVE F-NOM       TO WS-RC-NOM(WS-RC-NB)
                       MOVE F-NB-CYCLES TO WS-RC-CYCLES(WS-RC-NB)
                   ELSE
                       ADD 1 TO WS-NB-DEBORD
                   END-IF
               END-IF

               PERFORM READ-MVTCYCIN
           END-PERFORM

           PERFORM CLOSE-MVTCYCIN
           .

      *===============================================================*
      * Chargement des rejets abandonnés par RECYMVT après le         *
      * dernier cycle de recyclage (MVTABAN)                          *
      *===============================================================*
       CHARGER-ABANDONS.

           PERFORM OPEN-MVTABIN

           PERFORM READ-MVTABIN
           PERFORM UNTIL FIN-ABANDONS
               MOVE KO-MVT TO W-FMVTSE
               PERFORM CONTROLER-AGENCE-RECYCLE

               IF WS-AB-NB < WS-AB-CAPACITE
                   ADD 1 TO WS-AB-NB
                   MOVE F-AGENCE TO WS-AB-AGENCE(WS-AB-NB)
                   MOVE F-MAT    TO WS-AB-MAT(WS-AB-NB)
                   MOVE F-CODE   TO WS-AB-CODE(WS-AB-NB)
                   MOVE F-NOM    TO WS-AB-NOM(WS-AB-NB)
                   IF KO-CODE-REJET NUMERIC
                       MOVE KO-CODE-REJET TO WS-AB-MOTIF(WS-AB-NB)
                   ELSE
                       MOVE 0 TO WS-AB-MOTIF(WS-AB-NB)
                   END-IF
                   IF KO-NB-CYCLES NUMERIC
                       MOVE KO-NB-CYCLES TO WS-AB-CYCLES(WS-AB-NB)
                   ELSE
                       MOVE 0 TO WS-AB-CYCLES(WS-AB-NB)
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DEBORD
               END-IF

               PERFORM READ-MVTABIN
           END-PERFORM

           PERFORM CLOSE-MVTABIN
           .

      *===============================================================*
      * Mouvement recyclé ou abandonné sans agence d'origine 01 à     *
      * 06 : il ne peut figurer sur aucun bordereau                   *
      *===============================================================*
       CONTROLER-AGENCE-RECYCLE.
           IF F-AGENCE < "01" OR F-AGENCE > "06"
               ADD 1 TO WS-NB-HORS-AGENCE
           END-IF
           .

      *===============================================================*
      * Edition du bordereau de l'agence WS-AG-K : un bloc par        *
      * fichier qui lui est destiné, puis ses mouvements recyclés     *
      *===============================================================*
       EDITER-BORDEREAU.

           MOVE WS-AG-K    TO WS-BR-NOM-NO
           MOVE WS-BR-NOM  TO WS-BR-CIBLE
           MOVE WS-AG-K    TO WS-AG-CODE-NO
           ADD 1 TO WS-NB-BORDEREAUX

           PERFORM WRITE-ENTETE-BORDEREAU

           MOVE 0 TO WS-FI-NB-BLOCS
           PERFORM CHOISIR-FICHIER
               VARYING WS-FI-I FROM 1 BY 1
               UNTIL WS-FI-I > 6

           IF WS-FI-NB-BLOCS = 0
               MOVE WS-H-EGALS   TO WS-BR-LINE
               PERFORM WRITE-LIGNE-BORDEREAU
               MOVE WS-LIGNE-AUCUN TO WS-BR-LINE
               PERFORM WRITE-LIGNE-BORDEREAU
           END-IF

           PERFORM EDITER-RECYCLES

           MOVE WS-H-VIDE    TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-LIGNE-FIN TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           .

      *===============================================================*
      * Edition du bloc du fichier WS-FI-I s'il est destiné à         *
      * l'agence du bordereau en cours                                *
      *===============================================================*
       CHOISIR-FICHIER.
           IF WS-FI-DEST(WS-FI-I) = WS-AG-K
               ADD 1 TO WS-FI-NB-BLOCS
               PERFORM EDITER-FICHIER
           END-IF
           .

      *===============================================================*
      * Bloc d'un fichier agence : disposition de la consolidation,   *
      * relecture du fichier et devenir de chaque mouvement, puis     *
      * compteurs rapprochés du total du fichier                      *
      *===============================================================*
       EDITER-FICHIER.

           INITIALIZE WS-CPT-BLOC
           SET AG-TOTAL-ABSENT TO TRUE
           MOVE 0 TO WS-AG-ANNONCES

      *--- Agence de rapprochement : celle estampillée par CONSMVT ---*
           MOVE WS-FI-AGENCE(WS-FI-I) TO WS-AG-RAPPROCHEMENT

           MOVE SPACES                TO WS-LF-FICHIER
           MOVE WS-FI-I               TO WS-AG-NOM-NO
           MOVE WS-AG-NOM             TO WS-LF-FICHIER
           MOVE WS-FI-AGENCE(WS-FI-I) TO WS-LF-AGENCE
           IF WS-FI-DATE(WS-FI-I) NUMERIC
               MOVE WS-FI-DATE(WS-FI-I) TO WS-DATE-A-EDITER
           ELSE
               MOVE 0 TO WS-DATE-A-EDITER
           END-IF
           PERFORM FORMATER-DATE
           MOVE WS-DATE-TEXTE         TO WS-LF-DATE

           MOVE SPACES TO WS-LS-SEP
           MOVE SPACES TO WS-LS-MOTIF
           IF FI-ACCEPTE(WS-FI-I)
               MOVE "ACCEPTE"  TO WS-LS-STATUT
           ELSE
               ADD 1 TO WS-NB-FIC-REFUSES
               MOVE "REFUSE"   TO WS-LS-STATUT
               MOVE " - "      TO WS-LS-SEP
               MOVE WS-FI-MOTIF(WS-FI-I) TO WS-LS-MOTIF
           END-IF

           MOVE WS-H-EGALS       TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-LIGNE-FICHIER TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-LIGNE-STATUT  TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-VIDE        TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU

      *--- Relecture du fichier agence jusqu'à son total -------------*
           PERFORM OPEN-AGENCE

           IF AGENCE-NON-OUVERTE
               MOVE WS-LIGNE-ABSENT TO WS-BR-LINE
               PERFORM WRITE-LIGNE-BORDEREAU
           ELSE
               MOVE WS-H-LIGNE-COL TO WS-BR-LINE
               PERFORM WRITE-LIGNE-BORDEREAU
               MOVE WS-H-TIRETS    TO WS-BR-LINE
               PERFORM WRITE-LIGNE-BORDEREAU

               PERFORM READ-AGENCE
               PERFORM UNTIL FIN-AGENCE OR AG-TOTAL-TROUVE
                   EVALUATE TRUE
                       WHEN WS-BUFFER(1:6) = "ENTETE"
                           CONTINUE
                       WHEN WS-BUFFER(1:6) = "TOTAL "
                           SET AG-TOTAL-TROUVE TO TRUE
                           IF WS-BUFFER(7:5) NUMERIC
                               MOVE WS-BUFFER(7:5) TO WS-AG-ANNONCES
                           ELSE
                               SET AG-TOTAL-ABSENT TO TRUE
                               SET FIN-AGENCE      TO TRUE
                           END-IF
                       WHEN OTHER
                           MOVE WS-BUFFER TO W-FMVTSE
                           PERFORM TRAITER-MVT-FICHIER
                   END-EVALUATE

                   IF PAS-FIN-AGENCE AND AG-TOTAL-ABSENT
                       PERFORM READ-AGENCE
                   END-IF
               END-PERFORM

               PERFORM CLOSE-AGENCE
           END-IF

           PERFORM EDITER-COMPTEURS-FICHIER
           .

      *===============================================================*
      * Devenir d'un mouvement du fichier : refusé avec le fichier,   *
      * sinon rejeté au contrôle de la nuit (cycle 0), différé ou     *
      * appliqué ; à défaut écarté par la mise à jour                 *
      *===============================================================*
       TRAITER-MVT-FICHIER.

           ADD 1 TO WS-CB-LUS
           ADD 1 TO WS-NB-MVT-LUS

           MOVE SPACES  TO WS-BR-DETAIL
           MOVE F-MAT   TO WS-BD-MAT
           MOVE F-CODE  TO WS-BD-CODE
           MOVE F-NOM   TO WS-BD-NOM

           MOVE WS-AG-RAPPROCHEMENT TO WS-RE-AGENCE
           MOVE F-MAT               TO WS-RE-MAT
           MOVE F-CODE              TO WS-RE-CODE
           SET RE-MVT-DU-JOUR       TO TRUE

           IF FI-REFUSE(WS-FI-I)
               ADD 1 TO WS-CB-REFUSES
               ADD 1 TO WS-NB-REFUSES
               MOVE "REFUSE"         TO WS-BD-DEVENIR
               MOVE "FICHIER REFUSE PAR LA CONSOLIDATION"
                   TO WS-BD-DETAIL
           ELSE
               PERFORM RECHERCHER-DEVENIR
           END-IF

           MOVE WS-BR-DETAIL TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           .

      *===============================================================*
      * Recherche du devenir du mouvement décrit par WS-RECH :        *
      * rejet MVTKO du même cycle (0 pour un mouvement du jour,       *
      * 1 à 3 pour un recyclé), attente ATTOUT, delta de MAJASSUR,    *
      * anomalie de mise à jour ANOMAJ ; le poste rapproché est       *
      * marqué utilisé                                                *
      *===============================================================*
       RECHERCHER-DEVENIR.

           PERFORM CHERCHER-REJET

           IF POSTE-TROUVE
               ADD 1 TO WS-CB-REJETES
               ADD 1 TO WS-NB-REJETES
               MOVE "REJETE" TO WS-BD-DEVENIR
               IF RE-MVT-RECYCLE
                   MOVE "CYCLE "             TO WS-BD-LBL-CYCLE
                   MOVE WS-KO-CYCLES(WS-RE-RANG) TO WS-BD-CYCLE
                   MOVE " : "                TO WS-BD-SEP-CYCLE
                   MOVE WS-KO-MOTIF(WS-RE-RANG) TO WS-MOTIF-NO
                   PERFORM LIBELLER-MOTIF
                   MOVE WS-LIBELLE-MOTIF     TO WS-BD-MOTIF
               ELSE
                   MOVE WS-KO-MOTIF(WS-RE-RANG) TO WS-MOTIF-NO
                   PERFORM LIBELLER-MOTIF
                   MOVE WS-LIBELLE-MOTIF     TO WS-BD-DETAIL
               END-IF
           ELSE
               PERFORM CHERCHER-ATTENTE
               IF POSTE-TROUVE
                   ADD 1 TO WS-CB-DIFFERES
                   ADD 1 TO WS-NB-DIFFERES
                   MOVE "DIFFERE"  TO WS-BD-DEVENIR
                   MOVE WS-AT-EFFET(WS-RE-RANG) TO WS-DATE-A-EDITER
                   PERFORM FORMATER-DATE
                   MOVE "EFFET AU " TO WS-BD-DETAIL
                   MOVE WS-DATE-TEXTE TO WS-BD-DETAIL(10:14)
               ELSE
                   PERFORM CHERCHER-DELTA
                   IF POSTE-TROUVE
                       ADD 1 TO WS-CB-APPLIQUES
                       ADD 1 TO WS-NB-APPLIQUES
                       MOVE "APPLIQUE" TO WS-BD-DEVENIR
                   ELSE
                       PERFORM CHERCHER-ANOMALIE
                       IF POSTE-TROUVE
                           PERFORM EDITER-ANOMALIE
                       ELSE
                           ADD 1 TO WS-CB-NON-APPL
                           ADD 1 TO WS-NB-NON-APPL
                           MOVE "NON APPLIQUE" TO WS-BD-DEVENIR
                           MOVE "DEVENIR INCONNU (VOIR ETATANO)"
                               TO WS-BD-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *===============================================================*
      * Libellé du motif de rejet WS-MOTIF-NO (table MESSAGES)        *
      *===============================================================*
       LIBELLER-MOTIF.
           IF WS-MOTIF-NO > 0 AND WS-MOTIF-NO < 35
               MOVE WS-MSG(WS-MOTIF-NO) TO WS-LIBELLE-MOTIF
           ELSE
               MOVE "MOTIF INCONNU"     TO WS-LIBELLE-MOTIF
           END-IF
           .

      *===============================================================*
      * Recherche d'un rejet non encore rapproché : même agence,      *
      * matricule et code, cycle nul pour un mouvement du jour,       *
      * non nul pour un mouvement recyclé                             *
      *===============================================================*
       CHERCHER-REJET.

           SET POSTE-NON-TROUVE TO TRUE
           MOVE 0 TO WS-RE-RANG

           PERFORM EXAMINER-REJET
               VARYING WS-KO-I FROM 1 BY 1
               UNTIL WS-KO-I > WS-KO-NB OR POSTE-TROUVE
           .

      *===============================================================*
      * Examen du poste WS-KO-I de la table                           *
      *===============================================================*
       EXAMINER-REJET.
           IF WS-KO-UTILISE(WS-KO-I) = "N"
              AND WS-KO-AGENCE(WS-KO-I) = WS-RE-AGENCE
              AND WS-KO-MAT(WS-KO-I)    = WS-RE-MAT
              AND WS-KO-CODE(WS-KO-I)   = WS-RE-CODE
              AND ((RE-MVT-DU-JOUR AND WS-KO-CYCLES(WS-KO-I) = 0)
               OR (RE-MVT-RECYCLE AND WS-KO-CYCLES(WS-KO-I) > 0))
               SET POSTE-TROUVE TO TRUE
               MOVE WS-KO-I TO WS-RE-RANG
               MOVE "O" TO WS-KO-UTILISE(WS-KO-I)
           END-IF
           .

      *===============================================================*
      * Recherche d'un mouvement en attente non encore rapproché :    *
      * même agence, matricule et code                                *
      *===============================================================*
       CHERCHER-ATTENTE.

           SET POSTE-NON-TROUVE TO TRUE
           MOVE 0 TO WS-RE-RANG

           PERFORM EXAMINER-ATTENTE
               VARYING WS-AT-I FROM 1 BY 1
               UNTIL WS-AT-I > WS-AT-NB OR POSTE-TROUVE
           .

      *===============================================================*
      * Examen du poste WS-AT-I de la table                           *
      *===============================================================*
       EXAMINER-ATTENTE.
           IF WS-AT-UTILISE(WS-AT-I) = "N"
              AND WS-AT-AGENCE(WS-AT-I) = WS-RE-AGENCE
              AND WS-AT-MAT(WS-AT-I)    = WS-RE-MAT
              AND WS-AT-CODE(WS-AT-I)   = WS-RE-CODE
               SET POSTE-TROUVE TO TRUE
               MOVE WS-AT-I TO WS-RE-RANG
               MOVE "O" TO WS-AT-UTILISE(WS-AT-I)
           END-IF
           .

      *===============================================================*
      * Recherche d'un détail du delta non encore rapproché : même    *
      * matricule et code (le delta ne porte que l'image de           *
      * l'assuré, dont l'agence a pu changer)                         *
      *===============================================================*
       CHERCHER-DELTA.

           SET POSTE-NON-TROUVE TO TRUE
           MOVE 0 TO WS-RE-RANG

           PERFORM EXAMINER-DELTA
               VARYING WS-DL-I FROM 1 BY 1
               UNTIL WS-DL-I > WS-DL-NB OR POSTE-TROUVE
           .

      *===============================================================*
      * Examen du poste WS-DL-I de la table                           *
      *===============================================================*
       EXAMINER-DELTA.
           IF WS-DL-UTILISE(WS-DL-I) = "N"
              AND WS-DL-MAT(WS-DL-I)  = WS-RE-MAT
              AND WS-DL-CODE(WS-DL-I) = WS-RE-CODE
               SET POSTE-TROUVE TO TRUE
               MOVE WS-DL-I TO WS-RE-RANG
               MOVE "O" TO WS-DL-UTILISE(WS-DL-I)
           END-IF
           .

      *===============================================================*
      * Recherche d'une anomalie de mise à jour non encore            *
      * rapprochée : même agence, matricule et code                   *
      *===============================================================*
       CHERCHER-ANOMALIE.

           SET POSTE-NON-TROUVE TO TRUE
           MOVE 0 TO WS-RE-RANG

           PERFORM EXAMINER-ANOMALIE
               VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-NB OR POSTE-TROUVE
           .

      *===============================================================*
      * Examen du poste WS-AN-I de la table                           *
      *===============================================================*
       EXAMINER-ANOMALIE.
           IF WS-AN-UTILISE(WS-AN-I) = "N"
              AND WS-AN-AGENCE(WS-AN-I) = WS-RE-AGENCE
              AND WS-AN-MAT(WS-AN-I)    = WS-RE-MAT
              AND WS-AN-CODE(WS-AN-I)   = WS-RE-CODE
               SET POSTE-TROUVE TO TRUE
               MOVE WS-AN-I TO WS-RE-RANG
               MOVE "O" TO WS-AN-UTILISE(WS-AN-I)
           END-IF
           .

      *===============================================================*
      * Mouvement écarté par la mise à jour : rejeté avec le motif    *
      * porté sur l'ETATANO de l'agence (cycle du recyclé en tête     *
      * pour un mouvement recyclé)                                    *
      *===============================================================*
       EDITER-ANOMALIE.
           ADD 1 TO WS-CB-REJETES
           ADD 1 TO WS-NB-REJETES
           MOVE "REJETE" TO WS-BD-DEVENIR
           MOVE WS-AN-MOTIF(WS-RE-RANG) TO WS-MOTIF-NO
           PERFORM LIBELLER-MOTIF
           IF RE-MVT-RECYCLE
               MOVE "CYCLE "              TO WS-BD-LBL-CYCLE
               MOVE WS-RC-CYCLES(WS-RC-I) TO WS-BD-CYCLE
               MOVE " : "                 TO WS-BD-SEP-CYCLE
               MOVE WS-LIBELLE-MOTIF      TO WS-BD-MOTIF
           ELSE
               MOVE WS-LIBELLE-MOTIF      TO WS-BD-DETAIL
           END-IF
           .

      *===============================================================*
      * Compteurs d'un bloc fichier et concordance avec le total :    *
      * la somme des devenirs égale le nombre de mouvements lus,      *
      * lui-même égal au nombre annoncé par le total du fichier       *
      *===============================================================*
       EDITER-COMPTEURS-FICHIER.

           COMPUTE WS-CB-SOMME = WS-CB-APPLIQUES + WS-CB-DIFFERES
                               + WS-CB-REJETES   + WS-CB-NON-APPL
                               + WS-CB-REFUSES

           MOVE WS-H-TIRETS TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU

           IF AG-TOTAL-TROUVE
               MOVE WS-AG-ANNONCES TO WS-LC-NB
               MOVE WS-LC-NB       TO WS-LA-NB
           ELSE
               MOVE "ABSENT"       TO WS-LA-NB
           END-IF
           MOVE WS-LIGNE-ANNONCE TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU

           MOVE "MOUVEMENTS LUS"   TO WS-LC-LIBELLE
           MOVE WS-CB-LUS          TO WS-LC-NB
           PERFORM WRITE-COMPTEUR

           MOVE "  APPLIQUES"      TO WS-LC-LIBELLE
           MOVE WS-CB-APPLIQUES    TO WS-LC-NB
           PERFORM WRITE-COMPTEUR

           MOVE "  DIFFERES"       TO WS-LC-LIBELLE
           MOVE WS-CB-DIFFERES     TO WS-LC-NB
           PERFORM WRITE-COMPTEUR

           MOVE "  REJETES"        TO WS-LC-LIBELLE
           MOVE WS-CB-REJETES      TO WS-LC-NB
           PERFORM WRITE-COMPTEUR

           MOVE "  NON APPLIQUES"  TO WS-LC-LIBELLE
           MOVE WS-CB-NON-APPL     TO WS-LC-NB
           PERFORM WRITE-COMPTEUR

           MOVE "  REFUSES AVEC LE FICHIER" TO WS-LC-LIBELLE
           MOVE WS-CB-REFUSES      TO WS-LC-NB
           PERFORM WRITE-COMPTEUR

           EVALUATE TRUE
               WHEN AGENCE-NON-OUVERTE
                   MOVE "SANS OBJET (FICHIER ABSENT)"
                       TO WS-LK-RESULTAT
               WHEN AG-TOTAL-ABSENT
                   MOVE "IMPOSSIBLE (TOTAL ABSENT OU ILLISIBLE)"
                       TO WS-LK-RESULTAT
               WHEN WS-CB-SOMME = WS-CB-LUS
                AND WS-CB-LUS = WS-AG-ANNONCES
                   MOVE "OUI" TO WS-LK-RESULTAT
               WHEN OTHER
                   MOVE "NON - NOMBRE LU DIFFERENT DU TOTAL"
                       TO WS-LK-RESULTAT
           END-EVALUATE
           MOVE WS-LIGNE-CONCORDANCE TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU

           MOVE WS-H-VIDE TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           .

      *===============================================================*
      * Bloc des mouvements recyclés des nuits précédentes de         *
      * l'agence : devenir de chaque recyclé, rejets abandonnés       *
      * après le dernier cycle, compteurs                             *
      *===============================================================*
       EDITER-RECYCLES.

           INITIALIZE WS-CPT-BLOC

           MOVE WS-H-EGALS        TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-LIGNE-RECYCLES TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-VIDE         TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-LIGNE-COL    TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-TIRETS       TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU

           PERFORM TRAITER-MVT-RECYCLE
               VARYING WS-RC-I FROM 1 BY 1
               UNTIL WS-RC-I > WS-RC-NB

           PERFORM TRAITER-ABANDON
               VARYING WS-AB-I FROM 1 BY 1
               UNTIL WS-AB-I > WS-AB-NB

           IF WS-CB-LUS = 0 AND WS-CB-ABANDONNES = 0
               MOVE WS-LIGNE-NEANT TO WS-BR-LINE
               PERFORM WRITE-LIGNE-BORDEREAU
           ELSE
               MOVE WS-H-TIRETS TO WS-BR-LINE
               PERFORM WRITE-LIGNE-BORDEREAU

               MOVE "MOUVEMENTS RECYCLES" TO WS-LC-LIBELLE
               MOVE WS-CB-LUS          TO WS-LC-NB
               PERFORM WRITE-COMPTEUR

               MOVE "  APPLIQUES"      TO WS-LC-LIBELLE
               MOVE WS-CB-APPLIQUES    TO WS-LC-NB
               PERFORM WRITE-COMPTEUR

               MOVE "  DIFFERES"       TO WS-LC-LIBELLE
               MOVE WS-CB-DIFFERES     TO WS-LC-NB
               PERFORM WRITE-COMPTEUR

               MOVE "  REJETES A NOUVEAU" TO WS-LC-LIBELLE
               MOVE WS-CB-REJETES      TO WS-LC-NB
               PERFORM WRITE-COMPTEUR

               MOVE "  NON APPLIQUES"  TO WS-LC-LIBELLE
               MOVE WS-CB-NON-APPL     TO WS-LC-NB
               PERFORM WRITE-COMPTEUR

               MOVE "ABANDONNES APRES LE DERNIER CYCLE"
                   TO WS-LC-LIBELLE
               MOVE WS-CB-ABANDONNES   TO WS-LC-NB
               PERFORM WRITE-COMPTEUR
           END-IF
           .

      *===============================================================*
      * Devenir d'un mouvement recyclé, s'il est de l'agence du       *
      * bordereau en cours                                            *
      *===============================================================*
       TRAITER-MVT-RECYCLE.

           IF WS-RC-AGENCE(WS-RC-I) = WS-AG-CODE
               PERFORM EDITER-MVT-RECYCLE
           END-IF
           .

      *===============================================================*
      * Edition du devenir du mouvement recyclé WS-RC-I               *
      *===============================================================*
       EDITER-MVT-RECYCLE.

           ADD 1 TO WS-CB-LUS

           MOVE SPACES                 TO WS-BR-DETAIL
           MOVE WS-RC-MAT(WS-RC-I)     TO WS-BD-MAT
           MOVE WS-RC-CODE(WS-RC-I)    TO WS-BD-CODE
           MOVE WS-RC-NOM(WS-RC-I)     TO WS-BD-NOM

           MOVE WS-RC-AGENCE(WS-RC-I)  TO WS-RE-AGENCE
           MOVE WS-RC-MAT(WS-RC-I)     TO WS-RE-MAT
           MOVE WS-RC-CODE(WS-RC-I)    TO WS-RE-CODE
           SET RE-MVT-RECYCLE          TO TRUE

           PERFORM RECHERCHER-DEVENIR

           MOVE WS-BR-DETAIL TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           .

      *===============================================================*
      * Rejet abandonné par RECYMVT, s'il est de l'agence du          *
      * bordereau en cours                                            *
      *===============================================================*
       TRAITER-ABANDON.

           IF WS-AB-AGENCE(WS-AB-I) = WS-AG-CODE
               PERFORM EDITER-ABANDON
           END-IF
           .

      *===============================================================*
      * Edition du rejet abandonné WS-AB-I                            *
      *===============================================================*
       EDITER-ABANDON.

           ADD 1 TO WS-CB-ABANDONNES
           ADD 1 TO WS-NB-ABANDONNES

           MOVE SPACES                 TO WS-BR-DETAIL
           MOVE WS-AB-MAT(WS-AB-I)     TO WS-BD-MAT
           MOVE WS-AB-CODE(WS-AB-I)    TO WS-BD-CODE
           MOVE WS-AB-NOM(WS-AB-I)     TO WS-BD-NOM
           MOVE "ABANDONNE"            TO WS-BD-DEVENIR
           MOVE "CYCLE "               TO WS-BD-LBL-CYCLE
           MOVE WS-AB-CYCLES(WS-AB-I)  TO WS-BD-CYCLE
           MOVE " : "                  TO WS-BD-SEP-CYCLE
           MOVE WS-AB-MOTIF(WS-AB-I)   TO WS-MOTIF-NO
           PERFORM LIBELLER-MOTIF
           MOVE WS-LIBELLE-MOTIF       TO WS-BD-MOTIF

           MOVE WS-BR-DETAIL TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           .

      *===============================================================*
      * Ecriture d'une ligne de compteur                              *
      *===============================================================*
       WRITE-COMPTEUR.
           MOVE WS-LIGNE-COMPTEUR TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           .

      *===============================================================*
      * Formatage de WS-DATE-A-EDITER en JJ/MM/AAAA                   *
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
      * Ecriture de l'entête du bordereau de l'agence en cours        *
      *===============================================================*
       WRITE-ENTETE-BORDEREAU.

           MOVE WS-AG-CODE      TO WS-H-AGENCE
           MOVE WS-DATE-TRT     TO WS-DATE-A-EDITER
           PERFORM FORMATER-DATE
           MOVE WS-DATE-TEXTE   TO WS-H-NUIT
           MOVE WS-DATE-EDITION TO WS-H-DATE

           MOVE WS-H-TITRE        TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-SOUS-TITRE   TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-VIDE         TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-LIGNE-AGENCE TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-LIGNE-NUIT   TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-LIGNE-DATE   TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           MOVE WS-H-VIDE         TO WS-BR-LINE
           PERFORM WRITE-LIGNE-BORDEREAU
           .

      *===============================================================*
      * Ecriture d'une ligne dans le bordereau de l'agence en         *
      * cours                                                         *
      *===============================================================*
       WRITE-LIGNE-BORDEREAU.
           MOVE WS-BR-LINE  TO Z-ENREGISTREMENT

           MOVE 'ACCFIC'    TO WS-ACC
           MOVE WS-BR-CIBLE TO Z-NOM-FICHIER
           MOVE 04          TO Z-CODE-FONCTION
           MOVE 00          TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE ' WS-BR-CIBLE ' ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture / fermeture du bordereau de l'agence WS-AG-K        *
      *===============================================================*
       OPEN-BORDEREAUX.
           MOVE WS-AG-K   TO WS-BR-NOM-NO

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE WS-BR-NOM TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN ' WS-BR-NOM ' ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

       CLOSE-BORDEREAUX.
           MOVE WS-AG-K   TO WS-BR-NOM-NO

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE WS-BR-NOM TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ' WS-BR-NOM ' ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture du fichier agence en cours de relecture ; un        *
      * fichier absent n'a aucun mouvement à restituer                *
      *===============================================================*
       OPEN-AGENCE.
           SET AGENCE-OUVERTE TO TRUE
           SET PAS-FIN-AGENCE TO TRUE

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE WS-AG-NOM TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               SET AGENCE-NON-OUVERTE TO TRUE
               SET FIN-AGENCE TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle du fichier agence en cours               *
      *===============================================================*
       READ-AGENCE.
           MOVE 'ACCFIC'  TO WS-ACC
           MOVE WS-AG-NOM TO Z-NOM-FICHIER
           MOVE 02        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:120) TO WS-BUFFER
              SET PAS-FIN-AGENCE TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-AGENCE TO TRUE
              ELSE
                  DISPLAY 'READ ' WS-AG-NOM ' ERREUR : ' Z-CODE-RETOUR
                  SET FIN-AGENCE TO TRUE
              END-IF
           END-IF
           .

       CLOSE-AGENCE.
           MOVE 'ACCFIC'  TO WS-ACC
           MOVE WS-AG-NOM TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ' WS-AG-NOM ' ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture du compte rendu de consolidation                    *
      *===============================================================*
       OPEN-CONSSTIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'CONSSTIN' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN CONSSTAT ERREUR : ' Z-CODE-RETOUR
               SET CHAINE-INCOMPLETE TO TRUE
               SET FIN-CONSST TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle du compte rendu de consolidation         *
      *===============================================================*
       READ-CONSSTIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'CONSSTIN' TO Z-NOM-FICHIER
           MOVE 02         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:80) TO W-CONSST
              SET PAS-FIN-CONSST TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-CONSST TO TRUE
              ELSE
                  DISPLAY 'READ CONSSTAT ERREUR : ' Z-CODE-RETOUR
                  SET FIN-CONSST TO TRUE
                  SET CHAINE-INCOMPLETE TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture du fichier CONSSTIN                                 *
      *===============================================================*
       CLOSE-CONSSTIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'CONSSTIN' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE CONSSTAT ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture du delta de MAJASSUR en lecture                     *
      *===============================================================*
       OPEN-DELTAIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'DELTAIN' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN DELTA ERREUR : ' Z-CODE-RETOUR
               SET CHAINE-INCOMPLETE TO TRUE
               SET FIN-DELTA TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle du delta de MAJASSUR                     *
      *===============================================================*
       READ-DELTAIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'DELTAIN' TO Z-NOM-FICHIER
           MOVE 02        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:128) TO W-DELTA
              SET PAS-FIN-DELTA TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-DELTA TO TRUE
              ELSE
                  DISPLAY 'READ DELTA ERREUR : ' Z-CODE-RETOUR
                  SET FIN-DELTA TO TRUE
                  SET CHAINE-INCOMPLETE TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture du fichier DELTAIN                                  *
      *===============================================================*
       CLOSE-DELTAIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'DELTAIN' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE DELTA ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture des rejets de la nuit en lecture                    *
      *===============================================================*
       OPEN-MVTKOIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTKOIN' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MVTKO ERREUR : ' Z-CODE-RETOUR
               SET CHAINE-INCOMPLETE TO TRUE
               SET FIN-REJETS TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle des rejets de la nuit                    *
      *===============================================================*
       READ-MVTKOIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTKOIN' TO Z-NOM-FICHIER
           MOVE 02        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:128) TO W-MVTKO
              SET PAS-FIN-REJETS TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-REJETS TO TRUE
              ELSE
                  DISPLAY 'READ MVTKO ERREUR : ' Z-CODE-RETOUR
                  SET FIN-REJETS TO TRUE
                  SET CHAINE-INCOMPLETE TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture du fichier MVTKOIN                                  *
      *===============================================================*
       CLOSE-MVTKOIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTKOIN' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MVTKO ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture de l'attente du jour en lecture                     *
      *===============================================================*
       OPEN-ATTOUTIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'ATTOUTIN' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN ATTOUT ERREUR : ' Z-CODE-RETOUR
               SET CHAINE-INCOMPLETE TO TRUE
               SET FIN-ATTENTE TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle de l'attente du jour                     *
      *===============================================================*
       READ-ATTOUTIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'ATTOUTIN' TO Z-NOM-FICHIER
           MOVE 02         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:120) TO W-FMVTSE
              SET PAS-FIN-ATTENTE TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-ATTENTE TO TRUE
              ELSE
                  DISPLAY 'READ ATTOUT ERREUR : ' Z-CODE-RETOUR
                  SET FIN-ATTENTE TO TRUE
                  SET CHAINE-INCOMPLETE TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture du fichier ATTOUTIN                                 *
      *===============================================================*
       CLOSE-ATTOUTIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'ATTOUTIN' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ATTOUT ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture des mouvements recyclés en lecture                  *
      *===============================================================*
       OPEN-MVTCYCIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'MVTCYCIN' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MVTCYC ERREUR : ' Z-CODE-RETOUR
               SET CHAINE-INCOMPLETE TO TRUE
               SET FIN-RECYCLES TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle des mouvements recyclés                  *
      *===============================================================*
       READ-MVTCYCIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'MVTCYCIN' TO Z-NOM-FICHIER
           MOVE 02         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:120) TO W-FMVTSE
              SET PAS-FIN-RECYCLES TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-RECYCLES TO TRUE
              ELSE
                  DISPLAY 'READ MVTCYC ERREUR : ' Z-CODE-RETOUR
                  SET FIN-RECYCLES TO TRUE
                  SET CHAINE-INCOMPLETE TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture du fichier MVTCYCIN                                 *
      *===============================================================*
       CLOSE-MVTCYCIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'MVTCYCIN' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MVTCYC ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture des rejets abandonnés en lecture                    *
      *===============================================================*
       OPEN-MVTABIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTABIN' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MVTABAN ERREUR : ' Z-CODE-RETOUR
               SET CHAINE-INCOMPLETE TO TRUE
               SET FIN-ABANDONS TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle des rejets abandonnés                    *
      *===============================================================*
       READ-MVTABIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTABIN' TO Z-NOM-FICHIER
           MOVE 02        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:128) TO W-MVTKO
              SET PAS-FIN-ABANDONS TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-ABANDONS TO TRUE
              ELSE
                  DISPLAY 'READ MVTABAN ERREUR : ' Z-CODE-RETOUR
                  SET FIN-ABANDONS TO TRUE
                  SET CHAINE-INCOMPLETE TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture du fichier MVTABIN                                  *
      *===============================================================*
       CLOSE-MVTABIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTABIN' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MVTABAN ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture des anomalies de mise à jour en lecture (absentes : *
      * fin de fichier dès la première lecture)                       *
      *===============================================================*
       OPEN-ANOMAJIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'ANOMAJIN' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN ANOMAJ ERREUR : ' Z-CODE-RETOUR
               SET CHAINE-INCOMPLETE TO TRUE
               SET FIN-ANOMAJ TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle des anomalies de mise à jour             *
      *===============================================================*
       READ-ANOMAJIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'ANOMAJIN' TO Z-NOM-FICHIER
           MOVE 02         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:80) TO W-ANOMAJ
              SET PAS-FIN-ANOMAJ TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-ANOMAJ TO TRUE
              ELSE
                  DISPLAY 'READ ANOMAJ ERREUR : ' Z-CODE-RETOUR
                  SET FIN-ANOMAJ TO TRUE
                  SET CHAINE-INCOMPLETE TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture du fichier ANOMAJIN                                 *
      *===============================================================*
       CLOSE-ANOMAJIN.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'ANOMAJIN' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ANOMAJ ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      * exécutions (sous-programme JRNRUN)                            *
      *===============================================================*
       ECRIRE-JOURNAL.
           MOVE SPACES       TO J-COM
           MOVE 01           TO J-FONCTION
           MOVE 00           TO J-CODE-RETOUR
           MOVE 'BORDRET ' TO J-PROGRAMME
           MOVE WS-DATE-TRT TO J-DATE-TRT
           MOVE WS-NB-MVT-LUS TO J-NB-LUS
           MOVE WS-NB-APPLIQUES TO J-NB-TRAITES
           COMPUTE J-NB-ANOMALIES = WS-NB-REJETES + WS-NB-NON-APPL
                                  + WS-NB-REFUSES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
