       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJMAND.

      *===============================================================*
      *  PROGRAMME : MAJMAND                                          *
      *  ROLE      :                                                  *
      *    - Tenir le fichier des mandats de prélèvement (MANDAT),    *
      *      indexé sur le matricule de l'assuré, à partir du fichier *
      *      des mouvements de mandats (MVTMAND, cf. copy WMVTMD)     *
      *    - Contrôler chaque mouvement avant application, à la      *
      *      manière de CTLMVT pour les mouvements assurés :          *
      *      matricule renseigné, code mouvement admis (C, M, R),     *
      *      IBAN bien formé dont la clé de contrôle est exacte       *
      *      (modulo 97), BIC de 8 ou 11 caractères, référence unique *
      *      de mandat (RUM) renseignée, date de signature valide et  *
      *      non postérieure à la date de traitement : un mandat doit *
      *      être signé avant de servir au premier prélèvement        *
      *    - Contrôler ensuite le mouvement contre les fichiers :     *
      *      assuré connu de F-ASSURES, pas de second mandat actif    *
      *      pour un même assuré, modification ou révocation d'un     *
      *      mandat existant et actif uniquement                      *
      *    - Appliquer les mouvements valides : création (ou          *
      *      remplacement d'un mandat révoqué), modification des      *
      *      zones renseignées, révocation par passage au statut "R"  *
      *      (un changement de RUM fait repartir le mandat en premier *
      *      prélèvement)                                              *
      *    - Editer un état de mise à jour des mandats (LISTE) : une  *
      *      ligne par mouvement avec sa disposition et son motif de  *
      *      rejet éventuel, puis les totaux ; tout rejet conduit à   *
      *      un code retour 4                                          *
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
      * Indicateur de fin de lecture du fichier des mouvements        *
      *---------------------------------------------------------------*
       77  WS-EOF-MV                PIC X VALUE "N".
           88 FIN-MVTS                    VALUE "Y".
           88 PAS-FIN-MVTS                VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de rejet du mouvement en cours de contrôle         *
      *---------------------------------------------------------------*
       77  WS-ETAT-CTL              PIC X VALUE "O".
           88 MVT-REJETE                  VALUE "N".
           88 MVT-OK                      VALUE "O".

      *---------------------------------------------------------------*
      * Indicateur de présence du mandat de l'assuré                  *
      *---------------------------------------------------------------*
       77  WS-MANDAT-LU             PIC X VALUE "N".
           88 MANDAT-TROUVE               VALUE "Y".
           88 MANDAT-NON-TROUVE           VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WMVTMD.
       COPY WMANDAT.

      *---------------------------------------------------------------*
      * Compteurs de traitement                                        *
      *---------------------------------------------------------------*
       01  WS-MAND-COUNTERS.
           05 WS-NB-MVT-LUS         PIC 9(5) VALUE 0.
           05 WS-NB-CREES           PIC 9(5) VALUE 0.
           05 WS-NB-MODIFIES        PIC 9(5) VALUE 0.
           05 WS-NB-REVOQUES        PIC 9(5) VALUE 0.
           05 WS-NB-REJETES         PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Table des motifs de rejet des mouvements de mandats           *
      *---------------------------------------------------------------*
       01  TABLE-MESSAGE-MANDAT.
           05 FILLER PIC X(40) VALUE "MATRICULE INVALIDE OU ABSENT".
           05 FILLER PIC X(40) VALUE "CODE MOUVEMENT MANDAT INVALIDE".
           05 FILLER PIC X(40) VALUE "IBAN INVALIDE (CLE DE CONTROLE)".
           05 FILLER PIC X(40) VALUE "BIC INVALIDE".
           05 FILLER PIC X(40) VALUE "RUM (REF. DE MANDAT) ABSENTE".
           05 FILLER PIC X(40) VALUE "DATE DE SIGNATURE INVALIDE".
           05 FILLER PIC X(40) VALUE "ASSURE INEXISTANT".
           05 FILLER PIC X(40) VALUE "MANDAT ACTIF DEJA ENREGISTRE".
           05 FILLER PIC X(40) VALUE "MANDAT INEXISTANT".
           05 FILLER PIC X(40) VALUE "MANDAT REVOQUE".
           05 FILLER PIC X(40) VALUE "ERREUR D'ECRITURE DU MANDAT".

       01  WS-TABLE-MSGMD-TAB REDEFINES TABLE-MESSAGE-MANDAT.
           05 WS-MSGMD OCCURS 11 TIMES PIC X(40).

       77  WS-CODE-CTL              PIC 99 VALUE 0.

      *---------------------------------------------------------------*
      * Décomposition de la date de signature pour contrôle de        *
      * vraisemblance (année/mois/jour)                                *
      *---------------------------------------------------------------*
       01  WS-DATE-SIG-CTL.
           05 WS-DS-AAAA            PIC 9(4).
           05 WS-DS-MM              PIC 9(2).
           05 WS-DS-JJ              PIC 9(2).

      *---------------------------------------------------------------*
      * Contrôle de l'IBAN : les quatre premiers caractères (pays et  *
      * clé) sont reportés en fin de numéro, chaque lettre vaut 10 à  *
      * 35, et le reste de la division par 97 du nombre obtenu doit   *
      * valoir 1 ; le reste est calculé de proche en proche           *
      *---------------------------------------------------------------*
       77  WS-IBAN-VALIDE           PIC X VALUE "N".
           88 IBAN-VALIDE                 VALUE "Y".
           88 IBAN-INVALIDE               VALUE "N".
       77  WS-IB-LONG               PIC 9(2) VALUE 0.
       77  WS-IB-IDX                PIC 9(2) VALUE 0.
       77  WS-IB-RESTE              PIC 9(4) VALUE 0.
       77  WS-IB-VALEUR             PIC 9(2) VALUE 0.
       01  WS-IB-REORG              PIC X(34) VALUE SPACES.
       01  WS-IB-CAR                PIC X(01) VALUE SPACE.
       01  WS-IB-CHIFFRE REDEFINES WS-IB-CAR PIC 9(01).
       01  WS-ALPHABET              PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  WS-AL-IDX                PIC 9(2) VALUE 0.

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
      * Entête de l'état de mise à jour des mandats                   *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "                MISE  A  JOUR  DES  MANDATS".
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
              10 FILLER             PIC X(19)
                 VALUE "DATE TRAITEMENT : ".
              10 WS-H-DATE-TRT      PIC 9(8).
              10 FILLER             PIC X(09) VALUE SPACES.

           05 WS-H-LIGNE-COL.
              10 FILLER             PIC X(9)  VALUE "MATRIC".
              10 FILLER             PIC X(5)  VALUE "CODE".
              10 FILLER             PIC X(21) VALUE "RUM".
              10 FILLER             PIC X(10) VALUE "DISPOS.".
              10 FILLER             PIC X(35) VALUE "MOTIF".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de détail d'un mouvement de mandat                      *
      *---------------------------------------------------------------*
       01  WS-ETAT-DETAIL.
           05 WS-ED-MAT             PIC X(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-ED-CODE            PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-ED-RUM             PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-DISPOSITION     PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-MOTIF           PIC X(35).

      *---------------------------------------------------------------*
      * Lignes de total de l'état de mise à jour des mandats          *
      *---------------------------------------------------------------*
       01  WS-ETAT-TOTAL.
           05 FILLER                PIC X(10) VALUE "LUS     : ".
           05 WS-ET-LUS             PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE "   CREES   : ".
           05 WS-ET-CRE             PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE "   MODIFIES: ".
           05 WS-ET-MOD             PIC Z(4)9.
           05 FILLER                PIC X(29) VALUE SPACES.

       01  WS-ETAT-TOTAL-2.
           05 FILLER                PIC X(10) VALUE "REVOQUES: ".
           05 WS-ET-REV             PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE "   REJETES : ".
           05 WS-ET-REJ             PIC Z(4)9.
           05 FILLER                PIC X(47) VALUE SPACES.

      *---------------------------------------------------------------*
      * Nom du programme d'accès fichiers + buffer                     *
      *---------------------------------------------------------------*
       01  WS-ACC                   PIC X(8).
       01  WS-JRN                   PIC X(8).

      *---------------------------------------------------------------*
      * Zone de communication avec le sous-programme JRNRUN            *
      *---------------------------------------------------------------*
       COPY WJRNCOM.

       01  WS-BUFFER                PIC X(120) VALUE SPACES.

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
      * PROGRAMME PRINCIPAL                                            *
      *===============================================================*
       MAIN.

           MOVE 00 TO Z-CODE-RETOUR

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT

      *--- Date de traitement : paramètre, date du jour à défaut ------*
           PERFORM LIRE-PARAMETRE

      *--- Ouverture des fichiers d'entrée / sortie ------------------*
           PERFORM OPEN-MVTMAND
           PERFORM OPEN-MANDAT
           PERFORM OPEN-ASSURE
           PERFORM OPEN-LISTE

           PERFORM WRITE-ENTETE-ETAT

      *--- Contrôle et application de chaque mouvement de mandat -----*
           PERFORM READ-MVTMAND
           PERFORM UNTIL FIN-MVTS
               ADD 1 TO WS-NB-MVT-LUS
               MOVE WS-BUFFER TO W-MVTMD

               PERFORM TRAITER-MOUVEMENT

               PERFORM READ-MVTMAND
           END-PERFORM

           PERFORM WRITE-TOTAL-ETAT

           DISPLAY "MAJMAND - MOUVEMENTS LUS     : " WS-NB-MVT-LUS
           DISPLAY "MAJMAND - MANDATS CREES      : " WS-NB-CREES
           DISPLAY "MAJMAND - MANDATS MODIFIES   : " WS-NB-MODIFIES
           DISPLAY "MAJMAND - MANDATS REVOQUES   : " WS-NB-REVOQUES
           DISPLAY "MAJMAND - MOUVEMENTS REJETES : " WS-NB-REJETES

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-MVTMAND
           PERFORM CLOSE-MANDAT
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-LISTE

           IF WS-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Traitement d'un mouvement : contrôle de forme, contrôle       *
      * contre les fichiers, puis application ; l'issue est éditée    *
      *===============================================================*
       TRAITER-MOUVEMENT.

           PERFORM CONTROLER-MOUVEMENT

           IF MVT-OK
               PERFORM CONTROLER-FICHIERS
           END-IF

           IF MVT-OK
               EVALUATE MM-CODE
                   WHEN "C"
                       PERFORM APPLIQUER-CREATION
                   WHEN "M"
                       PERFORM APPLIQUER-MODIFICATION
                   WHEN "R"
                       PERFORM APPLIQUER-REVOCATION
               END-EVALUATE
           END-IF

           IF MVT-REJETE
               ADD 1 TO WS-NB-REJETES
           END-IF

           PERFORM WRITE-DETAIL-ETAT
           .

      *===============================================================*
      * Contrôle de forme d'un mouvement : matricule, code, IBAN,     *
      * BIC, RUM et date de signature. Le verdict est laissé dans     *
      * WS-ETAT-CTL et le motif éventuel dans WS-CODE-CTL ; pour une  *
      * modification seules les zones renseignées sont contrôlées,    *
      * une révocation ne porte que le matricule                      *
      *===============================================================*
       CONTROLER-MOUVEMENT.

           SET MVT-OK TO TRUE
           MOVE 0 TO WS-CODE-CTL
           MOVE MM-DATE-SIGNATURE TO WS-DATE-SIG-CTL

           IF MM-IBAN NOT = SPACES
               PERFORM CONTROLER-IBAN
           ELSE
               SET IBAN-INVALIDE TO TRUE
           END-IF

      *--- Contrôles mutuellement exclusifs : seule la première       *
      *    anomalie rencontrée est retenue et éditée.                 *
           IF MM-MAT = SPACES
               SET MVT-REJETE TO TRUE
               MOVE 01 TO WS-CODE-CTL
           ELSE IF MM-CODE NOT = "C" AND MM-CODE NOT = "M"
              AND MM-CODE NOT = "R"
               SET MVT-REJETE TO TRUE
               MOVE 02 TO WS-CODE-CTL
           ELSE IF MM-CODE = "R"
               CONTINUE
           ELSE IF IBAN-INVALIDE
              AND (MM-CODE = "C" OR MM-IBAN NOT = SPACES)
               SET MVT-REJETE TO TRUE
               MOVE 03 TO WS-CODE-CTL
           ELSE IF (MM-CODE = "C" OR MM-BIC NOT = SPACES)
              AND (MM-BIC(1:6) NOT ALPHABETIC-UPPER
               OR MM-BIC(7:2) = SPACES
               OR (MM-BIC(9:3) NOT = SPACES
                   AND (MM-BIC(9:1) = SPACE OR MM-BIC(10:1) = SPACE
                     OR MM-BIC(11:1) = SPACE)))
               SET MVT-REJETE TO TRUE
               MOVE 04 TO WS-CODE-CTL
           ELSE IF MM-CODE = "C" AND MM-RUM = SPACES
               SET MVT-REJETE TO TRUE
               MOVE 05 TO WS-CODE-CTL
           ELSE IF (MM-CODE = "C"
                OR (MM-DATE-SIGNATURE(1:8) NOT = SPACES
                AND MM-DATE-SIGNATURE(1:8) NOT = "00000000"))
              AND (MM-DATE-SIGNATURE NOT NUMERIC
               OR WS-DS-MM < 1 OR WS-DS-MM > 12
               OR WS-DS-JJ < 1 OR WS-DS-JJ > 31
               OR WS-DS-AAAA < 1900
               OR MM-DATE-SIGNATURE > WS-DATE-TRT)
               SET MVT-REJETE TO TRUE
               MOVE 06 TO WS-CODE-CTL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *===============================================================*
      * Contrôle de l'IBAN : structure (code pays alphabétique, clé   *
      * numérique, longueur 15 à 34 sans blanc intercalaire) puis     *
      * clé de contrôle modulo 97                                      *
      *===============================================================*
       CONTROLER-IBAN.

           SET IBAN-VALIDE TO TRUE

      *--- Longueur utile : position du dernier caractère non blanc --*
           MOVE 34 TO WS-IB-LONG
           PERFORM UNTIL WS-IB-LONG = 0
                      OR MM-IBAN(WS-IB-LONG:1) NOT = SPACE
               SUBTRACT 1 FROM WS-IB-LONG
           END-PERFORM

           IF WS-IB-LONG < 15
              OR MM-IBAN(1:2) NOT ALPHABETIC-UPPER
              OR MM-IBAN(3:2) NOT NUMERIC
               SET IBAN-INVALIDE TO TRUE
           ELSE
               MOVE SPACES TO WS-IB-REORG
               MOVE MM-IBAN(5:WS-IB-LONG - 4) TO WS-IB-REORG
               MOVE MM-IBAN(1:4)
                   TO WS-IB-REORG(WS-IB-LONG - 3:4)

               MOVE 0 TO WS-IB-RESTE
               PERFORM CUMULER-CAR-IBAN
                   VARYING WS-IB-IDX FROM 1 BY 1
                   UNTIL WS-IB-IDX > WS-IB-LONG
                      OR IBAN-INVALIDE

               IF WS-IB-RESTE NOT = 1
                   SET IBAN-INVALIDE TO TRUE
               END-IF
           END-IF
           .

      *===============================================================*
      * Prise en compte d'un caractère de l'IBAN réordonné dans le    *
      * reste modulo 97 : un chiffre décale d'un rang, une lettre     *
      * (10 à 35) de deux rangs                                        *
      *===============================================================*
       CUMULER-CAR-IBAN.

           MOVE WS-IB-REORG(WS-IB-IDX:1) TO WS-IB-CAR

           IF WS-IB-CAR NUMERIC
               COMPUTE WS-IB-RESTE =
                   FUNCTION MOD(WS-IB-RESTE * 10 + WS-IB-CHIFFRE, 97)
           ELSE
               MOVE 0 TO WS-IB-VALEUR
               PERFORM CHERCHER-LETTRE
                   VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > 26 OR WS-IB-VALEUR > 0

               IF WS-IB-VALEUR = 0
                   SET IBAN-INVALIDE TO TRUE
               ELSE
                   COMPUTE WS-IB-RESTE =
                       FUNCTION MOD(WS-IB-RESTE * 100 + WS-IB-VALEUR,
                                    97)
               END-IF
           END-IF
           .

       CHERCHER-LETTRE.
           IF WS-ALPHABET(WS-AL-IDX:1) = WS-IB-CAR
               COMPUTE WS-IB-VALEUR = WS-AL-IDX + 9
           END-IF
           .

      *===============================================================*
      * Contrôle du mouvement contre les fichiers : l'assuré doit     *
      * exister ; une création ne peut doubler un mandat actif, une   *
      * modification ou une révocation exige un mandat actif          *
      *===============================================================*
       CONTROLER-FICHIERS.

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG
           MOVE MM-MAT   TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               SET MVT-REJETE TO TRUE
               MOVE 07 TO WS-CODE-CTL
           ELSE
               PERFORM READ-MANDAT

               EVALUATE TRUE
                   WHEN MM-CODE = "C"
                    AND MANDAT-TROUVE AND MD-STATUT-ACTIF
                       SET MVT-REJETE TO TRUE
                       MOVE 08 TO WS-CODE-CTL
                   WHEN MM-CODE NOT = "C" AND MANDAT-NON-TROUVE
                       SET MVT-REJETE TO TRUE
                       MOVE 09 TO WS-CODE-CTL
                   WHEN MM-CODE NOT = "C" AND MD-STATUT-REVOQUE
                       SET MVT-REJETE TO TRUE
                       MOVE 10 TO WS-CODE-CTL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *===============================================================*
      * Création d'un mandat : écriture, ou remplacement en place     *
      * d'un mandat révoqué ; le premier prélèvement reste à venir    *
      *===============================================================*
       APPLIQUER-CREATION.

           MOVE SPACES            TO W-MANDAT
           MOVE MM-MAT            TO MD-MATRICULE
           MOVE MM-IBAN           TO MD-IBAN
           MOVE MM-BIC            TO MD-BIC
           MOVE MM-RUM            TO MD-RUM
           MOVE MM-DATE-SIGNATURE TO MD-DATE-SIGNATURE
           SET MD-STATUT-ACTIF    TO TRUE
           MOVE 0                 TO MD-DATE-DERNIER-PRLV
           MOVE WS-DATE-TRT       TO MD-DATE-MAJ

           MOVE W-MANDAT TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'MANDAT' TO Z-NOM-FICHIER
           MOVE 00       TO Z-CODE-RETOUR

           IF MANDAT-TROUVE
               MOVE 05   TO Z-CODE-FONCTION
           ELSE
               MOVE 04   TO Z-CODE-FONCTION
           END-IF

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               ADD 1 TO WS-NB-CREES
           ELSE
               DISPLAY 'WRITE MANDAT ERREUR : ' Z-CODE-RETOUR
               SET MVT-REJETE TO TRUE
               MOVE 11 TO WS-CODE-CTL
           END-IF
           .

      *===============================================================*
      * Modification d'un mandat actif : seules les zones renseignées *
      * sont reprises ; une nouvelle RUM vaut nouveau mandat et fait  *
      * repartir la séquence en premier prélèvement                   *
      *===============================================================*
       APPLIQUER-MODIFICATION.

           IF MM-IBAN NOT = SPACES
               MOVE MM-IBAN TO MD-IBAN
           END-IF

           IF MM-BIC NOT = SPACES
               MOVE MM-BIC TO MD-BIC
           END-IF

           IF MM-RUM NOT = SPACES AND MM-RUM NOT = MD-RUM
               MOVE MM-RUM TO MD-RUM
               MOVE 0      TO MD-DATE-DERNIER-PRLV
           END-IF

           IF MM-DATE-SIGNATURE(1:8) NOT = SPACES
              AND MM-DATE-SIGNATURE(1:8) NOT = "00000000"
               MOVE MM-DATE-SIGNATURE TO MD-DATE-SIGNATURE
           END-IF

           MOVE WS-DATE-TRT TO MD-DATE-MAJ

           PERFORM REWRITE-MANDAT

           IF Z-CODE-RETOUR = 00
               ADD 1 TO WS-NB-MODIFIES
           END-IF
           .

      *===============================================================*
      * Révocation d'un mandat actif                                   *
      *===============================================================*
       APPLIQUER-REVOCATION.

           SET MD-STATUT-REVOQUE TO TRUE
           MOVE WS-DATE-TRT TO MD-DATE-MAJ

           PERFORM REWRITE-MANDAT

           IF Z-CODE-RETOUR = 00
               ADD 1 TO WS-NB-REVOQUES
           END-IF
           .

      *===============================================================*
      * Réécriture du mandat courant                                   *
      *===============================================================*
       REWRITE-MANDAT.

           MOVE W-MANDAT TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'MANDAT' TO Z-NOM-FICHIER
           MOVE 05       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'REWRITE MANDAT ERREUR : ' Z-CODE-RETOUR
               SET MVT-REJETE TO TRUE
               MOVE 11 TO WS-CODE-CTL
           END-IF
           .

      *===============================================================*
      * Lecture du mandat de l'assuré du mouvement                    *
      *===============================================================*
       READ-MANDAT.

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'MANDAT' TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG
           MOVE MM-MAT   TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:128) TO W-MANDAT
               SET MANDAT-TROUVE TO TRUE
           ELSE
               MOVE SPACES TO W-MANDAT
               SET MANDAT-NON-TROUVE TO TRUE
               IF Z-CODE-RETOUR NOT = 23
                   DISPLAY 'READ MANDAT ERREUR : ' Z-CODE-RETOUR
               END-IF
           END-IF
           .

      *===============================================================*
      * Lecture de la date de traitement sur le fichier paramètre     *
      * (AAAAMMJJ en colonnes 1-8, même convention que CONSMVT) ; à   *
      * défaut la date du jour est retenue                             *
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
               DISPLAY 'MAJMAND - PARAMETRE ABSENT, DATE DU JOUR '
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
                       DISPLAY 'MAJMAND - PARAMETRE INVALIDE, DATE '
                           'DU JOUR RETENUE : ' WS-DATE-TRT
                   END-IF
               ELSE
                   DISPLAY 'MAJMAND - PARAMETRE VIDE, DATE DU JOUR '
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
      * Ouverture fichier des mouvements de mandats                   *
      *===============================================================*
       OPEN-MVTMAND.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTMAND' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MVTMAND ERREUR : ' Z-CODE-RETOUR
               SET FIN-MVTS TO TRUE
           END-IF
           .

      *===============================================================*
      * Ouverture fichier des mandats (créé au premier lancement)     *
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
      * Lecture séquentielle du fichier des mouvements de mandats     *
      *===============================================================*
       READ-MVTMAND.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTMAND' TO Z-NOM-FICHIER
           MOVE 02        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:120) TO WS-BUFFER
              SET PAS-FIN-MVTS TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-MVTS TO TRUE
              ELSE
                  DISPLAY 'READ MVTMAND ERREUR : ' Z-CODE-RETOUR
                  SET FIN-MVTS TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers                                         *
      *===============================================================*
       CLOSE-MVTMAND.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'MVTMAND' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MVTMAND ERREUR : ' Z-CODE-RETOUR
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
      * Ecriture de l'entête de l'état de mise à jour des mandats     *
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
      * Ecriture de la ligne de disposition du mouvement en cours :   *
      * appliqué, ou rejeté avec son motif                            *
      *===============================================================*
       WRITE-DETAIL-ETAT.

           MOVE SPACES     TO WS-ETAT-DETAIL
           MOVE MM-MAT     TO WS-ED-MAT
           MOVE MM-CODE    TO WS-ED-CODE
           MOVE MM-RUM     TO WS-ED-RUM

           IF MVT-OK
               MOVE "APPLIQUE"  TO WS-ED-DISPOSITION
           ELSE
               MOVE "REJETE"    TO WS-ED-DISPOSITION
               MOVE WS-MSGMD(WS-CODE-CTL) TO WS-ED-MOTIF
           END-IF

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture des lignes de total de l'état                        *
      *===============================================================*
       WRITE-TOTAL-ETAT.

           MOVE WS-NB-MVT-LUS  TO WS-ET-LUS
           MOVE WS-NB-CREES    TO WS-ET-CRE
           MOVE WS-NB-MODIFIES TO WS-ET-MOD
           MOVE WS-NB-REVOQUES TO WS-ET-REV
           MOVE WS-NB-REJETES  TO WS-ET-REJ

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-TIRETS     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-TOTAL   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-TOTAL-2 TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture d'une ligne dans le fichier de listing                *
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
           MOVE 'MAJMAND ' TO J-PROGRAMME
           MOVE WS-DATE-TRT  TO J-DATE-TRT
           MOVE WS-NB-MVT-LUS TO J-NB-LUS
           COMPUTE J-NB-TRAITES = WS-NB-CREES + WS-NB-MODIFIES
                                + WS-NB-REVOQUES
           MOVE WS-NB-REJETES TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
