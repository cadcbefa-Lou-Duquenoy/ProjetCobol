       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJSIN.

      *===============================================================*
      *  PROGRAMME : MAJSIN                                           *
      *  ROLE      :                                                  *
      *    - Mettre à jour le fichier des sinistres (SINISTRE, cf.    *
      *      copy WSINIST) à partir des mouvements de sinistres       *
      *      (MVTSIN, cf. copy WMVTSIN) : déclaration, révision de    *
      *      réserve, règlement, clôture, réouverture                 *
      *    - Contrôler chaque déclaration contre F-ASSURES : assuré   *
      *      connu, survenance ni antérieure à la création de         *
      *      l'assuré ni survenue pendant une période de suspension   *
      *    - La création et les suspensions passées sont              *
      *      reconstituées à partir de HISTASSUR : la date de         *
      *      création est celle de la marque de création (image à     *
      *      blanc) ; le statut à la date de survenance est celui de  *
      *      l'image avant du premier historique postérieur à cette   *
      *      date, à défaut le statut courant. Sans marque de         *
      *      création (assuré antérieur à la marque ou historique     *
      *      purgé) ce contrôle n'est pas fait                        *
      *    - Ecrire chaque règlement accepté dans le fichier des      *
      *      règlements de sinistres (PAIESIN, cf. copy WPAISIN),     *
      *      encadré d'un entête et d'un total                        *
      *    - Editer l'état de contrôle (LISTE) : une ligne par        *
      *      mouvement avec sa disposition ou son motif de rejet,     *
      *      puis les totaux ; tout rejet conduit à un code retour 4  *
      *                                                               *
      *  La date de traitement est lue sur le fichier paramètre       *
      *  (AAAAMMJJ en colonnes 1-8) ; à défaut la date du jour est    *
      *  retenue.                                                     *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      * Indicateur de fin de lecture des mouvements de sinistres      *
      *---------------------------------------------------------------*
       77  WS-EOF-MS                PIC X VALUE "N".
           88 FIN-MVTSIN                  VALUE "Y".
           88 PAS-FIN-MVTSIN              VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de fin de lecture du fichier historique            *
      *---------------------------------------------------------------*
       77  WS-EOF-HI                PIC X VALUE "N".
           88 FIN-HISTIN                  VALUE "Y".
           88 PAS-FIN-HISTIN              VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de rejet du mouvement en cours de contrôle         *
      *---------------------------------------------------------------*
       77  WS-ETAT-CTL              PIC X VALUE "O".
           88 MVT-REJETE                  VALUE "N".
           88 MVT-OK                      VALUE "O".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WMVTSIN.
       COPY WSINIST.
       COPY WPAISIN.
       COPY WASSURE.

      *---------------------------------------------------------------*
      * Enregistrement du fichier historique (HISTASSUR) : le statut  *
      * de l'image avant est en position 100                          *
      *---------------------------------------------------------------*
       01  WS-HIST-REC.
           05 WS-HIST-TIMESTAMP.
              10 WS-HIST-DATE       PIC X(08).
              10 WS-HIST-HEURE      PIC X(06).
           05 WS-HIST-MAT           PIC X(06).
           05 WS-HIST-OLD-IMAGE.
              10 FILLER             PIC X(99).
              10 WS-HIST-STATUT     PIC X(01).
              10 FILLER             PIC X(08).

      *---------------------------------------------------------------*
      * Table des déclarations du lot, garnie en première lecture     *
      * des mouvements puis complétée par la lecture de l'historique  *
      * : date de création de l'assuré (0 sans marque) et statut à    *
      * la date de survenance (à blanc si aucun historique postérieur)*
      *---------------------------------------------------------------*
       01  WS-TAB-DECL.
           05 WS-DC-POSTE OCCURS 1000.
              10 WS-DC-MAT          PIC X(06).
              10 WS-DC-SURVENANCE   PIC X(08).
              10 WS-DC-CREATION     PIC 9(08).
              10 WS-DC-STATUT       PIC X(01).

       77  WS-DC-NBPOSTES           PIC 9(5) VALUE 0.
       77  WS-DC-CAPACITE           PIC 9(5) VALUE 1000.
       77  WS-DC-I                  PIC 9(5) VALUE 0.
       77  WS-DC-RANG               PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Compteurs et montants de traitement                           *
      *---------------------------------------------------------------*
       01  WS-SIN-COUNTERS.
           05 WS-NB-MVT-LUS         PIC 9(5) VALUE 0.
           05 WS-NB-ACCEPTES        PIC 9(5) VALUE 0.
           05 WS-NB-REJETES         PIC 9(5) VALUE 0.
           05 WS-NB-DECLARES        PIC 9(5) VALUE 0.
           05 WS-NB-REGLEMENTS      PIC 9(5) VALUE 0.
           05 WS-NB-CLOS            PIC 9(5) VALUE 0.
           05 WS-NB-ROUVERTS        PIC 9(5) VALUE 0.
           05 WS-TOT-REGLE          PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Table des motifs de rejet des mouvements de sinistres         *
      *---------------------------------------------------------------*
       01  TABLE-MESSAGE-SINIST.
           05 FILLER PIC X(32) VALUE "CODE MOUVEMENT INVALIDE".
           05 FILLER PIC X(32) VALUE "NUMERO DE SINISTRE ABSENT".
           05 FILLER PIC X(32) VALUE "DATE DE MOUVEMENT INVALIDE".
           05 FILLER PIC X(32) VALUE "MONTANT INVALIDE".
           05 FILLER PIC X(32) VALUE "SINISTRE DEJA DECLARE".
           05 FILLER PIC X(32) VALUE "SINISTRE INEXISTANT".
           05 FILLER PIC X(32) VALUE "ASSURE INEXISTANT".
           05 FILLER PIC X(32) VALUE "DATE DE SURVENANCE INVALIDE".
           05 FILLER PIC X(32) VALUE "TYPE DE SINISTRE INVALIDE".
           05 FILLER PIC X(32) VALUE "SURVENANCE AVANT CREATION".
           05 FILLER PIC X(32) VALUE "SURVENANCE PENDANT SUSPENSION".
           05 FILLER PIC X(32) VALUE "SINISTRE NON OUVERT".
           05 FILLER PIC X(32) VALUE "SINISTRE DEJA OUVERT".
           05 FILLER PIC X(32) VALUE "NATURE DE CLOTURE INVALIDE".
           05 FILLER PIC X(32) VALUE "REFUS IMPOSSIBLE, DEJA REGLE".
           05 FILLER PIC X(32) VALUE "MATRICULE DIFFERENT DU SINISTRE".
           05 FILLER PIC X(32) VALUE "TROP DE DECLARATIONS DANS LE LOT".
           05 FILLER PIC X(32) VALUE "ERREUR D'ECRITURE SINISTRE".

       01  WS-TABLE-MSGSN-TAB REDEFINES TABLE-MESSAGE-SINIST.
           05 WS-MSGSN OCCURS 18 TIMES PIC X(32).

       77  WS-CODE-CTL              PIC 99 VALUE 0.
       77  WS-DISPOSITION           PIC X(32) VALUE SPACES.

      *---------------------------------------------------------------*
      * Décomposition d'une date pour contrôle                        *
      *---------------------------------------------------------------*
       01  WS-DATE-CTL.
           05 WS-DT-AAAA            PIC 9(4).
           05 WS-DT-MM              PIC 9(2).
           05 WS-DT-JJ              PIC 9(2).

       77  WS-DATE-OK               PIC X VALUE "O".
           88 DATE-VALIDE                 VALUE "O".
           88 DATE-INVALIDE               VALUE "N".

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

      *---------------------------------------------------------------*
      * Entête de l'état de mise à jour des sinistres                 *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "              MISE A JOUR DES SINISTRES".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "              -------------------------".
           05 WS-H-VIDE             PIC X(80)
              VALUE SPACES.
           05 WS-H-TIRETS           PIC X(80)
              VALUE ALL "-".

           05 WS-H-LIGNE-DATE.
              10 WS-H-LBL-DATE      PIC X(20)
                 VALUE "EDITION DU : ".
              10 WS-H-DATE          PIC X(10).
              10 FILLER             PIC X(14) VALUE SPACES.
              10 FILLER             PIC X(19)
                 VALUE "DATE TRAITEMENT : ".
              10 WS-H-DATE-TRT      PIC 9(8).
              10 FILLER             PIC X(09) VALUE SPACES.

           05 WS-H-LIGNE-COL.
              10 FILLER             PIC X(2)  VALUE "C".
              10 FILLER             PIC X(9)  VALUE "SINISTRE".
              10 FILLER             PIC X(7)  VALUE "MATRIC".
              10 FILLER             PIC X(9)  VALUE "DATE".
              10 FILLER             PIC X(11) VALUE "    MONTANT".
              10 FILLER             PIC X(42) VALUE "DISPOSITION".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de détail d'un mouvement de sinistre                    *
      *---------------------------------------------------------------*
       01  WS-ETAT-DETAIL.
           05 WS-ED-CODE            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-NUMERO          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-MAT             PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-DATE            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-MONTANT         PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-DISPOSITION     PIC X(32).

      *---------------------------------------------------------------*
      * Lignes de total de l'état de mise à jour des sinistres        *
      *---------------------------------------------------------------*
       01  WS-ETAT-TOTAL.
           05 FILLER                PIC X(10) VALUE "LUS     : ".
           05 WS-ET-LUS             PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE "   ACCEPTES: ".
           05 WS-ET-ACC             PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE "   REJETES : ".
           05 WS-ET-REJ             PIC Z(4)9.
           05 FILLER                PIC X(29) VALUE SPACES.

       01  WS-ETAT-COMPTE.
           05 WS-EC-LIBELLE         PIC X(28).
           05 WS-EC-NB              PIC Z(4)9.
           05 FILLER                PIC X(47) VALUE SPACES.

       01  WS-ETAT-MONTANT.
           05 WS-EM-LIBELLE         PIC X(28).
           05 WS-EM-MONTANT         PIC Z(8)9.99.
           05 FILLER                PIC X(40) VALUE SPACES.

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

      *--- Date de traitement : paramètre, date du jour à défaut ------*
           PERFORM LIRE-PARAMETRE

      *--- Première lecture : relevé des déclarations du lot ---------*
           PERFORM CHARGER-DECLARATIONS

      *--- Création et statut passé des assurés déclarants -----------*
           IF WS-DC-NBPOSTES > 0
               PERFORM EXPLORER-HISTORIQUE
           END-IF

      *--- Ouverture des fichiers d'entrée / sortie ------------------*
           PERFORM OPEN-MVTSIN
           PERFORM OPEN-SINISTRE
           PERFORM OPEN-ASSURE
           PERFORM OPEN-PAIESIN
           PERFORM OPEN-LISTE

           PERFORM WRITE-ENTETE-PAIESIN
           PERFORM WRITE-ENTETE-ETAT

      *--- Contrôle et application de chaque mouvement ---------------*
           MOVE 0 TO WS-DC-RANG
           PERFORM READ-MVTSIN
           PERFORM UNTIL FIN-MVTSIN
               ADD 1 TO WS-NB-MVT-LUS
               MOVE WS-BUFFER TO W-MVTSIN

               PERFORM TRAITER-MOUVEMENT

               PERFORM READ-MVTSIN
           END-PERFORM

           PERFORM WRITE-TOTAL-PAIESIN
           PERFORM WRITE-TOTAL-ETAT

           DISPLAY "MAJSIN - MOUVEMENTS LUS : " WS-NB-MVT-LUS
           DISPLAY "MAJSIN - ACCEPTES       : " WS-NB-ACCEPTES
           DISPLAY "MAJSIN - REJETES        : " WS-NB-REJETES
           DISPLAY "MAJSIN - REGLEMENTS     : " WS-NB-REGLEMENTS

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-MVTSIN
           PERFORM CLOSE-SINISTRE
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-PAIESIN
           PERFORM CLOSE-LISTE

           IF WS-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Première lecture des mouvements : chaque déclaration est      *
      * portée dans la table des déclarations, dans l'ordre du        *
      * fichier (au-delà de la capacité, la déclaration sera          *
      * rejetée et représentée au lot suivant)                        *
      *===============================================================*
       CHARGER-DECLARATIONS.

           PERFORM OPEN-MVTSIN

           PERFORM READ-MVTSIN
           PERFORM UNTIL FIN-MVTSIN
               MOVE WS-BUFFER TO W-MVTSIN
               IF SM-DECLARATION
                  AND WS-DC-NBPOSTES < WS-DC-CAPACITE
                   ADD 1 TO WS-DC-NBPOSTES
                   MOVE SM-MAT TO WS-DC-MAT(WS-DC-NBPOSTES)
                   MOVE SM-DATE-SURVENANCE
                       TO WS-DC-SURVENANCE(WS-DC-NBPOSTES)
                   MOVE 0      TO WS-DC-CREATION(WS-DC-NBPOSTES)
                   MOVE SPACES TO WS-DC-STATUT(WS-DC-NBPOSTES)
               END-IF
               PERFORM READ-MVTSIN
           END-PERFORM

           PERFORM CLOSE-MVTSIN
           SET PAS-FIN-MVTSIN TO TRUE
           .

      *===============================================================*
      * Lecture complète de l'historique (ordre chronologique) :      *
      * chaque enregistrement est rapproché des déclarations du lot   *
      *===============================================================*
       EXPLORER-HISTORIQUE.

           PERFORM OPEN-HISTIN

           PERFORM READ-HISTIN
           PERFORM UNTIL FIN-HISTIN
               MOVE WS-BUFFER TO WS-HIST-REC
               PERFORM RAPPROCHER-DECLARATION
                   VARYING WS-DC-I FROM 1 BY 1
                   UNTIL WS-DC-I > WS-DC-NBPOSTES
               PERFORM READ-HISTIN
           END-PERFORM

           PERFORM CLOSE-HISTIN
           .

      *===============================================================*
      * Rapprochement d'un historique et d'une déclaration du même    *
      * assuré : une image à blanc donne la date de création (la      *
      * dernière l'emporte en cas de recréation) ; la première image  *
      * postérieure à la survenance donne le statut à cette date      *
      *===============================================================*
       RAPPROCHER-DECLARATION.

           IF WS-HIST-MAT = WS-DC-MAT(WS-DC-I)
               IF WS-HIST-OLD-IMAGE = SPACES
                   IF WS-HIST-DATE NUMERIC
                       MOVE WS-HIST-DATE TO WS-DC-CREATION(WS-DC-I)
                   END-IF
               ELSE
                   IF WS-DC-STATUT(WS-DC-I) = SPACES
                      AND WS-HIST-DATE > WS-DC-SURVENANCE(WS-DC-I)
                       MOVE WS-HIST-STATUT TO WS-DC-STATUT(WS-DC-I)
                   END-IF
               END-IF
           END-IF
           .

      *===============================================================*
      * Traitement d'un mouvement de sinistre : contrôles communs,    *
      * puis application selon le code ; l'issue est éditée           *
      *===============================================================*
       TRAITER-MOUVEMENT.

           MOVE SPACES TO WS-DISPOSITION
           MOVE SPACES TO W-SINISTRE

           IF SM-DECLARATION
               ADD 1 TO WS-DC-RANG
           END-IF

           PERFORM CONTROLER-MOUVEMENT

           IF MVT-OK
               EVALUATE TRUE
                   WHEN SM-DECLARATION
                       PERFORM TRAITER-DECLARATION
                   WHEN SM-REVISION
                       PERFORM TRAITER-REVISION
                   WHEN SM-REGLEMENT
                       PERFORM TRAITER-REGLEMENT
                   WHEN SM-CLOTURE
                       PERFORM TRAITER-CLOTURE
                   WHEN SM-REOUVERTURE
                       PERFORM TRAITER-REOUVERTURE
               END-EVALUATE
           END-IF

           IF MVT-OK
               ADD 1 TO WS-NB-ACCEPTES
           ELSE
               ADD 1 TO WS-NB-REJETES
               MOVE WS-MSGSN(WS-CODE-CTL) TO WS-DISPOSITION
           END-IF

           PERFORM WRITE-DETAIL-ETAT
           .

      *===============================================================*
      * Contrôles communs à tous les mouvements : code, numéro de     *
      * sinistre, date du mouvement, montant (ignoré en clôture ; à   *
      * blanc il vaut zéro en réouverture) ; puis présence du         *
      * sinistre (absent pour une déclaration, présent sinon) ;       *
      * seule la première anomalie rencontrée est retenue             *
      *===============================================================*
       CONTROLER-MOUVEMENT.

           SET MVT-OK TO TRUE
           MOVE 0 TO WS-CODE-CTL

           MOVE SM-DATE-MVT TO WS-DATE-CTL
           PERFORM CONTROLER-DATE

      *--- Réserve facultative en clôture et en réouverture : zéro ---*
           IF (SM-CLOTURE OR SM-REOUVERTURE)
              AND SM-MONTANT(1:9) = SPACES
               MOVE 0 TO SM-MONTANT
           END-IF

           IF NOT SM-DECLARATION AND NOT SM-REVISION
              AND NOT SM-REGLEMENT AND NOT SM-CLOTURE
              AND NOT SM-REOUVERTURE
               SET MVT-REJETE TO TRUE
               MOVE 01 TO WS-CODE-CTL
           ELSE IF SM-NUMERO = SPACES
               SET MVT-REJETE TO TRUE
               MOVE 02 TO WS-CODE-CTL
           ELSE IF DATE-INVALIDE OR SM-DATE-MVT > WS-DATE-TRT
               SET MVT-REJETE TO TRUE
               MOVE 03 TO WS-CODE-CTL
           ELSE IF NOT SM-CLOTURE AND SM-MONTANT NOT NUMERIC
               SET MVT-REJETE TO TRUE
               MOVE 04 TO WS-CODE-CTL
           ELSE IF SM-REGLEMENT AND SM-MONTANT = 0
               SET MVT-REJETE TO TRUE
               MOVE 04 TO WS-CODE-CTL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF MVT-OK
               PERFORM READ-SINISTRE
               IF SM-DECLARATION
                   IF Z-CODE-RETOUR = 00
                       SET MVT-REJETE TO TRUE
                       MOVE 05 TO WS-CODE-CTL
                   END-IF
               ELSE
                   IF Z-CODE-RETOUR NOT = 00
                       SET MVT-REJETE TO TRUE
                       MOVE 06 TO WS-CODE-CTL
                   ELSE
                       IF SM-MAT NOT = SPACES
                          AND SM-MAT NOT = SN-MATRICULE
                           SET MVT-REJETE TO TRUE
                           MOVE 16 TO WS-CODE-CTL
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *===============================================================*
      * Contrôle de vraisemblance de la date placée dans              *
      * WS-DATE-CTL                                                   *
      *===============================================================*
       CONTROLER-DATE.

           SET DATE-VALIDE TO TRUE

           IF WS-DATE-CTL NOT NUMERIC
               SET DATE-INVALIDE TO TRUE
           ELSE
               IF WS-DT-MM < 1 OR WS-DT-MM > 12
                  OR WS-DT-JJ < 1 OR WS-DT-JJ > 31
                  OR WS-DT-AAAA < 1900
                   SET DATE-INVALIDE TO TRUE
               END-IF
           END-IF
           .

      *===============================================================*
      * Déclaration : contrôle de l'assuré, de la survenance et du    *
      * type, puis création du sinistre ouvert avec sa réserve        *
      * initiale ; l'agence est celle de l'assuré                     *
      *===============================================================*
       TRAITER-DECLARATION.

           MOVE SM-DATE-SURVENANCE TO WS-DATE-CTL
           PERFORM CONTROLER-DATE

           MOVE SM-TYPE TO SN-TYPE

           IF WS-DC-RANG > WS-DC-NBPOSTES
               SET MVT-REJETE TO TRUE
               MOVE 17 TO WS-CODE-CTL
           ELSE IF SM-MAT = SPACES
               SET MVT-REJETE TO TRUE
               MOVE 07 TO WS-CODE-CTL
           ELSE IF DATE-INVALIDE OR SM-DATE-SURVENANCE > SM-DATE-MVT
               SET MVT-REJETE TO TRUE
               MOVE 08 TO WS-CODE-CTL
           ELSE IF NOT SN-TYPE-VALIDE
               SET MVT-REJETE TO TRUE
               MOVE 09 TO WS-CODE-CTL
           END-IF
           END-IF
           END-IF
           END-IF

           IF MVT-OK
               PERFORM READ-ASSURE
               IF Z-CODE-RETOUR NOT = 00
                   SET MVT-REJETE TO TRUE
                   MOVE 07 TO WS-CODE-CTL
               END-IF
           END-IF

      *--- Survenance antérieure à la création de l'assuré -----------*
           IF MVT-OK
               IF WS-DC-CREATION(WS-DC-RANG) > 0
                  AND SM-DATE-SURVENANCE < WS-DC-CREATION(WS-DC-RANG)
                   SET MVT-REJETE TO TRUE
                   MOVE 10 TO WS-CODE-CTL
               END-IF
           END-IF

      *--- Statut à la survenance : historique, à défaut courant -----*
           IF MVT-OK
               IF WS-DC-STATUT(WS-DC-RANG) = SPACES
                   MOVE AS-STATUT TO WS-DC-STATUT(WS-DC-RANG)
               END-IF
               IF WS-DC-STATUT(WS-DC-RANG) = "S"
                   SET MVT-REJETE TO TRUE
                   MOVE 11 TO WS-CODE-CTL
               END-IF
           END-IF

           IF MVT-OK
               MOVE SPACES             TO W-SINISTRE
               MOVE SM-NUMERO          TO SN-NUMERO
               MOVE AS-MATRICULE       TO SN-MATRICULE
               MOVE AS-AGENCE          TO SN-AGENCE
               MOVE SM-DATE-MVT        TO SN-DATE-DECLARATION
               MOVE SM-DATE-SURVENANCE TO SN-DATE-SURVENANCE
               MOVE SM-TYPE            TO SN-TYPE
               MOVE SM-MONTANT         TO SN-RESERVE
               MOVE 0                  TO SN-MT-PAYE
               MOVE 0                  TO SN-NB-REGLEMENTS
               SET SN-OUVERT           TO TRUE
               MOVE SM-DATE-MVT        TO SN-DATE-STATUT
               MOVE 0                  TO SN-DATE-DERNIER-REGL
               MOVE 0                  TO SN-NB-REOUVERTURES
               MOVE WS-DATE-TRT        TO SN-DATE-MAJ

               PERFORM WRITE-SINISTRE

               IF MVT-OK
                   ADD 1 TO WS-NB-DECLARES
                   MOVE "SINISTRE DECLARE" TO WS-DISPOSITION
               END-IF
           END-IF
           .

      *===============================================================*
      * Révision de la réserve d'un sinistre ouvert : le montant      *
      * du mouvement devient la nouvelle réserve                      *
      *===============================================================*
       TRAITER-REVISION.

           IF NOT SN-OUVERT
               SET MVT-REJETE TO TRUE
               MOVE 12 TO WS-CODE-CTL
           ELSE
               MOVE SM-MONTANT  TO SN-RESERVE
               MOVE WS-DATE-TRT TO SN-DATE-MAJ

               PERFORM REWRITE-SINISTRE

               IF MVT-OK
                   MOVE "RESERVE REVISEE" TO WS-DISPOSITION
               END-IF
           END-IF
           .

      *===============================================================*
      * Règlement sur un sinistre ouvert : cumul du payé,             *
      * diminution de la réserve (sans devenir négative) et           *
      * écriture du règlement dans PAIESIN                            *
      *===============================================================*
       TRAITER-REGLEMENT.

           IF NOT SN-OUVERT
               SET MVT-REJETE TO TRUE
               MOVE 12 TO WS-CODE-CTL
           ELSE
               ADD SM-MONTANT   TO SN-MT-PAYE
               ADD 1            TO SN-NB-REGLEMENTS
               IF SM-MONTANT < SN-RESERVE
                   SUBTRACT SM-MONTANT FROM SN-RESERVE
               ELSE
                   MOVE 0 TO SN-RESERVE
               END-IF
               MOVE SM-DATE-MVT TO SN-DATE-DERNIER-REGL
               MOVE WS-DATE-TRT TO SN-DATE-MAJ

               PERFORM REWRITE-SINISTRE

               IF MVT-OK
                   ADD 1          TO WS-NB-REGLEMENTS
                   ADD SM-MONTANT TO WS-TOT-REGLE
                   PERFORM WRITE-REGLEMENT
                   MOVE "REGLEMENT ENREGISTRE" TO WS-DISPOSITION
               END-IF
           END-IF
           .

      *===============================================================*
      * Clôture d'un sinistre ouvert : réglé, refusé (seulement       *
      * si rien n'a été payé) ou clos sans suite ; à blanc la         *
      * nature dépend des règlements faits ; la réserve est           *
      * libérée                                                       *
      *===============================================================*
       TRAITER-CLOTURE.

           IF SM-NATURE-CLOTURE = SPACE
               IF SN-NB-REGLEMENTS > 0
                   MOVE "R" TO SM-NATURE-CLOTURE
               ELSE
                   MOVE "C" TO SM-NATURE-CLOTURE
               END-IF
           END-IF

           IF NOT SN-OUVERT
               SET MVT-REJETE TO TRUE
               MOVE 12 TO WS-CODE-CTL
           ELSE IF SM-NATURE-CLOTURE NOT = "R"
              AND SM-NATURE-CLOTURE NOT = "F"
              AND SM-NATURE-CLOTURE NOT = "C"
               SET MVT-REJETE TO TRUE
               MOVE 14 TO WS-CODE-CTL
           ELSE IF SM-NATURE-CLOTURE = "F" AND SN-MT-PAYE > 0
               SET MVT-REJETE TO TRUE
               MOVE 15 TO WS-CODE-CTL
           END-IF
           END-IF
           END-IF

           IF MVT-OK
               MOVE SM-NATURE-CLOTURE TO SN-STATUT
               MOVE 0                 TO SN-RESERVE
               MOVE SM-DATE-MVT       TO SN-DATE-STATUT
               MOVE WS-DATE-TRT       TO SN-DATE-MAJ

               PERFORM REWRITE-SINISTRE

               IF MVT-OK
                   ADD 1 TO WS-NB-CLOS
                   EVALUATE TRUE
                       WHEN SN-REGLE
                           MOVE "CLOS - REGLE"    TO WS-DISPOSITION
                       WHEN SN-REFUSE
                           MOVE "CLOS - REFUSE"   TO WS-DISPOSITION
                       WHEN OTHER
                           MOVE "CLOS SANS SUITE" TO WS-DISPOSITION
                   END-EVALUATE
               END-IF
           END-IF
           .

      *===============================================================*
      * Réouverture d'un sinistre réglé, refusé ou clos : il          *
      * redevient ouvert avec la réserve du mouvement (zéro à         *
      * défaut)                                                       *
      *===============================================================*
       TRAITER-REOUVERTURE.

           IF SN-OUVERT
               SET MVT-REJETE TO TRUE
               MOVE 13 TO WS-CODE-CTL
           ELSE
               SET SN-OUVERT    TO TRUE
               MOVE SM-MONTANT  TO SN-RESERVE
               MOVE SM-DATE-MVT TO SN-DATE-STATUT
               ADD 1            TO SN-NB-REOUVERTURES
               MOVE WS-DATE-TRT TO SN-DATE-MAJ

               PERFORM REWRITE-SINISTRE

               IF MVT-OK
                   ADD 1 TO WS-NB-ROUVERTS
                   MOVE "SINISTRE ROUVERT" TO WS-DISPOSITION
               END-IF
           END-IF
           .

      *===============================================================*
      * Lecture du sinistre du mouvement (indexé sur le numéro)       *
      *===============================================================*
       READ-SINISTRE.
           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'SINISTRE' TO Z-NOM-FICHIER
           MOVE 02         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENR-LONG
           MOVE SM-NUMERO  TO Z-ENREGISTREMENT(1:8)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:128) TO W-SINISTRE
           END-IF
           .

      *===============================================================*
      * Ecriture d'un nouveau sinistre                                *
      *===============================================================*
       WRITE-SINISTRE.
           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'SINISTRE' TO Z-NOM-FICHIER
           MOVE 04         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE W-SINISTRE TO Z-ENR-LONG(1:128)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE SINISTRE ERREUR : ' Z-CODE-RETOUR
               SET MVT-REJETE TO TRUE
               MOVE 18 TO WS-CODE-CTL
           END-IF
           .

      *===============================================================*
      * Réécriture du sinistre courant                                *
      *===============================================================*
       REWRITE-SINISTRE.
           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'SINISTRE' TO Z-NOM-FICHIER
           MOVE 05         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE W-SINISTRE TO Z-ENR-LONG(1:128)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'REWRITE SINISTRE ERREUR : ' Z-CODE-RETOUR
               SET MVT-REJETE TO TRUE
               MOVE 18 TO WS-CODE-CTL
           END-IF
           .

      *===============================================================*
      * Lecture de l'assuré déclarant (KSDS)                          *
      *===============================================================*
       READ-ASSURE.
           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG
           MOVE SM-MAT   TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:108) TO W-ASSURE
           END-IF
           .

      *===============================================================*
      * Ecriture d'un enregistrement dans le fichier des              *
      * règlements de sinistres                                       *
      *===============================================================*
       WRITE-PAIESIN.
           MOVE W-PAISIN TO Z-ENREGISTREMENT

           MOVE 'ACCFIC'  TO WS-ACC
           MOVE 'PAIESIN' TO Z-NOM-FICHIER
           MOVE 04        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE PAIESIN ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

       WRITE-ENTETE-PAIESIN.
           MOVE SPACES      TO W-PAISIN
           SET PS-TYPE-ENTETE TO TRUE
           MOVE WS-DATE-TRT TO PS-DATE-RUN
           MOVE 0           TO PS-NB-REGLEMENTS
           MOVE 0           TO PS-MT-TOTAL
           PERFORM WRITE-PAIESIN
           .

       WRITE-REGLEMENT.
           MOVE SPACES       TO W-PAISIN
           SET PS-TYPE-DETAIL TO TRUE
           MOVE SN-NUMERO    TO PS-NUMERO
           MOVE SN-MATRICULE TO PS-MATRICULE
           MOVE SN-AGENCE    TO PS-AGENCE
           MOVE SPACES       TO PS-NOM
           MOVE SN-MATRICULE TO SM-MAT
           PERFORM READ-ASSURE
           IF Z-CODE-RETOUR = 00
               MOVE AS-NOM   TO PS-NOM
           END-IF
           MOVE SM-DATE-MVT  TO PS-DATE
           MOVE SM-MONTANT   TO PS-MONTANT
           MOVE SM-REFERENCE TO PS-REFERENCE
           PERFORM WRITE-PAIESIN
           .

       WRITE-TOTAL-PAIESIN.
           MOVE SPACES           TO W-PAISIN
           SET PS-TYPE-TOTAL     TO TRUE
           MOVE WS-DATE-TRT      TO PS-DATE-RUN
           MOVE WS-NB-REGLEMENTS TO PS-NB-REGLEMENTS
           MOVE WS-TOT-REGLE     TO PS-MT-TOTAL
           PERFORM WRITE-PAIESIN
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
               DISPLAY 'MAJSIN - PARAMETRE ABSENT, DATE DU JOUR '
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
                       DISPLAY 'MAJSIN - PARAMETRE INVALIDE, DATE '
                           'DU JOUR RETENUE : ' WS-DATE-TRT
                   END-IF
               ELSE
                   DISPLAY 'MAJSIN - PARAMETRE VIDE, DATE DU JOUR '
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
      * Ouverture fichier des mouvements de sinistres                 *
      *===============================================================*
       OPEN-MVTSIN.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'MVTSIN' TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MVTSIN ERREUR : ' Z-CODE-RETOUR
               SET FIN-MVTSIN TO TRUE
           END-IF
           .

      *===============================================================*
      * Ouverture du fichier historique en lecture                    *
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
               SET FIN-HISTIN TO TRUE
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
      * Ouverture fichier des règlements de sinistres                 *
      *===============================================================*
       OPEN-PAIESIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'PAIESIN' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN PAIESIN ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Ouverture fichier de listing (état de mise à jour)            *
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
      * Lecture séquentielle des mouvements de sinistres              *
      *===============================================================*
       READ-MVTSIN.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'MVTSIN' TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:80) TO WS-BUFFER
              SET PAS-FIN-MVTSIN TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-MVTSIN TO TRUE
              ELSE
                  DISPLAY 'READ MVTSIN ERREUR : ' Z-CODE-RETOUR
                  SET FIN-MVTSIN TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle du fichier historique                    *
      *===============================================================*
       READ-HISTIN.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'HISTIN' TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:128) TO WS-BUFFER
              SET PAS-FIN-HISTIN TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-HISTIN TO TRUE
              ELSE
                  DISPLAY 'READ HISTIN ERREUR : ' Z-CODE-RETOUR
                  SET FIN-HISTIN TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers                                        *
      *===============================================================*
       CLOSE-MVTSIN.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'MVTSIN' TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MVTSIN ERREUR : ' Z-CODE-RETOUR
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

       CLOSE-PAIESIN.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'PAIESIN' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE PAIESIN ERREUR : ' Z-CODE-RETOUR
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
      * Ecriture de l'entête de l'état de mise à jour des sinistres   *
      *===============================================================*
       WRITE-ENTETE-ETAT.

           MOVE WS-CD-DD   TO WS-DATE-JJ
           MOVE WS-CD-MM   TO WS-DATE-MM
           MOVE WS-CD-YYYY TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE
           MOVE WS-DATE-TRT  TO WS-H-DATE-TRT

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
      * Ecriture de la ligne du mouvement en cours : disposition      *
      * retenue ou motif de rejet                                     *
      *===============================================================*
       WRITE-DETAIL-ETAT.

           MOVE SPACES         TO WS-ETAT-DETAIL
           MOVE SM-CODE        TO WS-ED-CODE
           MOVE SM-NUMERO      TO WS-ED-NUMERO
           IF SN-MATRICULE NOT = SPACES
               MOVE SN-MATRICULE TO WS-ED-MAT
           ELSE
               MOVE SM-MAT       TO WS-ED-MAT
           END-IF
           MOVE SM-DATE-MVT    TO WS-ED-DATE

           IF SM-MONTANT NUMERIC
               MOVE SM-MONTANT TO WS-ED-MONTANT
           ELSE
               MOVE 0          TO WS-ED-MONTANT
           END-IF
           MOVE WS-DISPOSITION TO WS-ED-DISPOSITION

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture des lignes de total de l'état                        *
      *===============================================================*
       WRITE-TOTAL-ETAT.

           MOVE WS-NB-MVT-LUS  TO WS-ET-LUS
           MOVE WS-NB-ACCEPTES TO WS-ET-ACC
           MOVE WS-NB-REJETES  TO WS-ET-REJ

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-TIRETS     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-TOTAL   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "SINISTRES DECLARES         :" TO WS-EC-LIBELLE
           MOVE WS-NB-DECLARES  TO WS-EC-NB
           MOVE WS-ETAT-COMPTE  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "SINISTRES CLOS             :" TO WS-EC-LIBELLE
           MOVE WS-NB-CLOS      TO WS-EC-NB
           MOVE WS-ETAT-COMPTE  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "SINISTRES ROUVERTS         :" TO WS-EC-LIBELLE
           MOVE WS-NB-ROUVERTS  TO WS-EC-NB
           MOVE WS-ETAT-COMPTE  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "REGLEMENTS                 :" TO WS-EC-LIBELLE
           MOVE WS-NB-REGLEMENTS TO WS-EC-NB
           MOVE WS-ETAT-COMPTE  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "TOTAL REGLE                :" TO WS-EM-LIBELLE
           MOVE WS-TOT-REGLE    TO WS-EM-MONTANT
           MOVE WS-ETAT-MONTANT TO WS-ETAT-LINE
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
           MOVE 'MAJSIN  ' TO J-PROGRAMME
           MOVE WS-DATE-TRT TO J-DATE-TRT
           MOVE WS-NB-MVT-LUS TO J-NB-LUS
           MOVE WS-NB-ACCEPTES TO J-NB-TRAITES
           MOVE WS-NB-REJETES TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
