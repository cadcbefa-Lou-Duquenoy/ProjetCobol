       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISMVT.

      *===============================================================*
      *  PROGRAMME : SAISMVT                                          *
      *  ROLE      :                                                  *
      *    - Saisie conversationnelle des mouvements au siège, en     *
      *      regard de la fiche de l'assuré : l'opérateur s'identifie *
      *      puis, par matricule, consulte la fiche courante          *
      *      (F-ASSURES via ACCFIC) ou recherche les assurés par le   *
      *      nom (index secondaire AS-NOM, comme RECHNOM)             *
      *    - Saisie d'un mouvement sur le matricule consulté :        *
      *      création, modification (zones signalées par F-ZONE-MAJ   *
      *      et l'indicateur de périodicité), suspension,             *
      *      réactivation ou suppression, avec date d'effet           *
      *      facultative                                              *
      *    - Chaque zone est contrôlée dès sa saisie selon les        *
      *      règles de CTLMVT (date de naissance, prime, date         *
      *      d'effet, périodicité, territoire de l'agence pour une    *
      *      création) et de MAJASSUR (assuré existant ou non,        *
      *      suspendu ou non selon le code) ; les combinaisons        *
      *      contradictoires au sein de la session sont refusées      *
      *      comme au contrôle de lot de CTLMVT (motif 32). Une zone  *
      *      refusée est redemandée, "*" abandonne le mouvement       *
      *    - Les mouvements confirmés sont ajoutés au fichier des     *
      *      mouvements saisis (MVTSAISI, copy WSAISIE), précédés     *
      *      d'un enregistrement de session (opérateur, date et       *
      *      heure), chacun portant son heure de saisie ; RECYMVT     *
      *      les reprend dans l'entrée de la nuit suivante            *
      *    - Code retour 16 si la session ne peut s'ouvrir            *
      *      (fichiers indisponibles, opérateur non identifié) ou si  *
      *      l'écriture d'un mouvement échoue                         *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      * Disponibilité des fichiers et état de la session de saisie    *
      *---------------------------------------------------------------*
       77  WS-ETAT-FICHIERS         PIC X VALUE "O".
           88 SAISIE-POSSIBLE             VALUE "O".
           88 SAISIE-IMPOSSIBLE           VALUE "N".

       77  WS-ETAT-SESSION          PIC X VALUE "E".
           88 SESSION-EN-COURS            VALUE "E".
           88 FIN-SESSION                 VALUE "F".

       77  WS-ETAT-OPERATEUR        PIC X VALUE "N".
           88 OPERATEUR-IDENTIFIE         VALUE "O".
           88 OPERATEUR-INCONNU           VALUE "N".

      *---------------------------------------------------------------*
      * Etat du mouvement en cours de saisie et de la zone demandée   *
      *---------------------------------------------------------------*
       77  WS-ETAT-SAISIE           PIC X VALUE "E".
           88 MVT-EN-COURS                VALUE "E".
           88 MVT-ABANDONNE               VALUE "A".
           88 MVT-CONFIRME                VALUE "V".

       77  WS-ETAT-ZONE             PIC X VALUE "N".
           88 ZONE-A-SAISIR               VALUE "N".
           88 ZONE-SAISIE                 VALUE "O".

       77  WS-MODE-SAISIE           PIC X VALUE "C".
           88 SAISIE-CREATION             VALUE "C".
           88 SAISIE-MODIFICATION         VALUE "M".
           88 SAISIE-ETAT                 VALUE "E".

      *---------------------------------------------------------------*
      * Résultat de la lecture de la fiche de l'assuré                *
      *---------------------------------------------------------------*
       77  WS-ETAT-ASSURE           PIC X VALUE "N".
           88 ASSURE-CONNU                VALUE "O".
           88 ASSURE-INCONNU              VALUE "N".
           88 ASSURE-ILLISIBLE            VALUE "E".

      *---------------------------------------------------------------*
      * Indicateur de fin de parcours par nom                         *
      *---------------------------------------------------------------*
       77  WS-EOF-AS                PIC X VALUE "N".
           88 FIN-PARCOURS                VALUE "Y".
           88 PAS-FIN-PARCOURS            VALUE "N".

      *---------------------------------------------------------------*
      * Compteurs de la session                                       *
      *---------------------------------------------------------------*
       01  WS-SAI-COUNTERS.
           05 WS-NB-CONSULTATIONS   PIC 9(5) VALUE 0.
           05 WS-NB-RECHERCHES      PIC 9(5) VALUE 0.
           05 WS-NB-MVT-SAISIS      PIC 9(5) VALUE 0.
           05 WS-NB-ABANDONS        PIC 9(5) VALUE 0.
           05 WS-NB-REFUS           PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Opérateur de la session, nombre d'essais d'identification et  *
      * date de la session en cours (une nouvelle session est tracée  *
      * au changement de date)                                        *
      *---------------------------------------------------------------*
       77  WS-OPERATEUR             PIC X(8) VALUE SPACES.
       77  WS-NB-ESSAIS             PIC 9(1) VALUE 0.
       77  WS-DATE-SESSION          PIC 9(8) VALUE 0.
       77  WS-DATE-JOUR             PIC 9(8) VALUE 0.

      *---------------------------------------------------------------*
      * Réponse de l'opérateur, mise en majuscules                    *
      *---------------------------------------------------------------*
       77  WS-REPONSE               PIC X(30) VALUE SPACES.
       77  WS-MINUSCULES            PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-MAJUSCULES            PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  WS-MSG-REFUS             PIC X(60) VALUE SPACES.
       77  WS-TIRETS                PIC X(70) VALUE ALL "-".

      *---------------------------------------------------------------*
      * Matricule consulté et zones de saisie du mouvement : numéro   *
      * de la zone demandée et bornes selon le code mouvement         *
      *   1 agence      2 nom        3 prénom     4 date naissance    *
      *   5 rue         6 code postal 7 ville     8 prime             *
      *   9 périodicité 10 date d'effet                               *
      *---------------------------------------------------------------*
       77  WS-MAT-SAISI             PIC X(6) VALUE SPACES.
       77  WS-ZONE-NO               PIC 9(2) VALUE 0.
       77  WS-ZONE-DEBUT            PIC 9(2) VALUE 0.
       77  WS-ZONE-FIN              PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * Contrôle d'une date saisie (AAAAMMJJ), mêmes bornes que       *
      * CTLMVT                                                        *
      *---------------------------------------------------------------*
       01  WS-DATE-CTL.
           05 WS-DC-AAAA            PIC 9(4).
           05 WS-DC-MM              PIC 9(2).
           05 WS-DC-JJ              PIC 9(2).
       01  WS-DATE-CTL-N REDEFINES WS-DATE-CTL
                                    PIC 9(8).

       77  WS-ETAT-DATE             PIC X VALUE "O".
           88 DATE-VALIDE                 VALUE "O".
           88 DATE-INVALIDE               VALUE "N".

      *---------------------------------------------------------------*
      * Conversion de la prime saisie (chiffres, virgule ou point     *
      * décimal, deux décimales au plus) en montant                   *
      *---------------------------------------------------------------*
       77  WS-PR-POS                PIC 9(2) VALUE 0.
       77  WS-PR-CAR                PIC X VALUE SPACE.
       77  WS-PR-CHIFFRE            PIC 9(1) VALUE 0.
       77  WS-PR-ENTIER             PIC 9(6) VALUE 0.
       77  WS-PR-DECIMALES          PIC 9(2) VALUE 0.
       77  WS-PR-NB-ENT             PIC 9(2) VALUE 0.
       77  WS-PR-NB-DEC             PIC 9(1) VALUE 0.
       77  WS-PR-MONTANT            PIC 9(6)V99 VALUE 0.
       77  WS-PR-PHASE              PIC X VALUE "E".
           88 PR-PARTIE-ENTIERE           VALUE "E".
           88 PR-PARTIE-DECIMALE          VALUE "D".
           88 PR-FIN-SAISIE               VALUE "F".
       77  WS-ETAT-PRIME            PIC X VALUE "O".
           88 PRIME-VALIDE                VALUE "O".
           88 PRIME-INVALIDE              VALUE "N".

      *---------------------------------------------------------------*
      * Mouvements enregistrés dans la session (matricule et code),   *
      * pour le refus des combinaisons contradictoires                *
      *---------------------------------------------------------------*
       01  WS-TAB-SESSION.
           05 WS-SS-POSTE OCCURS 500.
              10 WS-SS-MAT          PIC X(06).
              10 WS-SS-CODE         PIC X(01).

       77  WS-SS-NBPOSTES           PIC 9(3) VALUE 0.
       77  WS-SS-CAPACITE           PIC 9(3) VALUE 500.
       77  WS-SS-IDX                PIC 9(3) VALUE 0.

      *---------------------------------------------------------------*
      * Code de motif de refus courant (table MESSAGES)               *
      *---------------------------------------------------------------*
       77  WS-CODE-CTL              PIC 99 VALUE 0.

      *---------------------------------------------------------------*
      * Table des messages de rejet (rubriques 24 à 29, 32 à 34)      *
      *---------------------------------------------------------------*
       COPY MESSAGES.

       01  WS-TABLE-MSG-TAB REDEFINES TABLE-MESSAGE.
           05 WS-MSG OCCURS 35 TIMES PIC X(60).

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WASSURE.
       COPY WFMVTS.
       COPY WSAISIE.

      *---------------------------------------------------------------*
      * Table des territoires des agences en vigueur (TERRIT), comme  *
      * dans CTLMVT ; vide si la table est absente, la création n'est *
      * alors pas contrôlée                                           *
      *---------------------------------------------------------------*
       COPY WTERRIT.

       01  WS-TAB-TERRIT.
           05 WS-TE-POSTE OCCURS 500.
              10 WS-TE-CP-DEBUT     PIC X(05).
              10 WS-TE-CP-FIN       PIC X(05).
              10 WS-TE-AGENCE       PIC X(02).

       77  WS-TE-NBPOSTES           PIC 9(3) VALUE 0.
       77  WS-TE-CAPACITE           PIC 9(3) VALUE 500.
       77  WS-TE-IDX                PIC 9(3) VALUE 0.

       77  WS-EOF-TER               PIC X VALUE "N".
           88 FIN-TERRIT                  VALUE "Y".
           88 PAS-FIN-TERRIT              VALUE "N".

       77  WS-TERR-AGENCE           PIC X VALUE "N".
           88 AGENCE-AVEC-TERRITOIRE      VALUE "O".
           88 AGENCE-SANS-TERRITOIRE      VALUE "N".
       77  WS-TERR-CP               PIC X VALUE "O".
           88 CP-DANS-TERRITOIRE          VALUE "O".
           88 CP-HORS-TERRITOIRE          VALUE "N".

      *---------------------------------------------------------------*
      * Nom (ou début de nom) recherché, sa longueur utile, et nombre *
      * d'assurés affichés (la liste est limitée à un écran)          *
      *---------------------------------------------------------------*
       77  WS-NOM-RECH              PIC X(15) VALUE SPACES.
       77  WS-LG-RECH               PIC 9(2) VALUE 0.
       77  WS-POS-NOM               PIC 9(2) VALUE 0.
       77  WS-NB-TROUVES            PIC 9(2) VALUE 0.
       77  WS-MAX-AFFICHES          PIC 9(2) VALUE 20.

      *---------------------------------------------------------------*
      * Date système courante                                         *
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
      * Date éditée JJ/MM/AAAA                                        *
      *---------------------------------------------------------------*
       01  WS-DATE-EDIT.
           05 WS-DATE-JJ            PIC 99.
           05 WS-SLASH1             PIC X VALUE "/".
           05 WS-DATE-MM            PIC 99.
           05 WS-SLASH2             PIC X VALUE "/".
           05 WS-DATE-AAAA          PIC 9(4).

       77  WS-DATE-A-EDITER         PIC 9(8) VALUE 0.
       77  WS-DATE-TEXTE            PIC X(14) VALUE SPACES.

      *---------------------------------------------------------------*
      * Libellés affichés : prime éditée, statut, périodicité, code   *
      *---------------------------------------------------------------*
       77  WS-PRIME-EDIT            PIC Z(5)9.99.
       77  WS-LIB-STATUT            PIC X(8) VALUE SPACES.
       77  WS-PERIOD-A-LIBELLER     PIC X VALUE SPACE.
       77  WS-LIB-PERIOD            PIC X(13) VALUE SPACES.
       77  WS-LIB-CODE              PIC X(12) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de la liste des assurés trouvés par le nom              *
      *---------------------------------------------------------------*
       01  WS-LIGNE-TITRE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "MATRIC".
           05 FILLER                PIC X(16) VALUE "NOM".
           05 FILLER                PIC X(13) VALUE "PRENOM".
           05 FILLER                PIC X(11) VALUE "NAISSANCE".
           05 FILLER                PIC X(03) VALUE "ST".
           05 FILLER                PIC X(03) VALUE "AG".
           05 FILLER                PIC X(15) VALUE "CP    VILLE".

       01  WS-LIGNE-ASSURE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LA-MAT             PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-NOM             PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-PRENOM          PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-NAISS           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-STATUT          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LA-AGENCE          PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-CP              PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-VILLE           PIC X(20).

      *---------------------------------------------------------------*
      * Nom du programme d'accès fichiers + buffer                    *
      *---------------------------------------------------------------*
       01  WS-ACC                   PIC X(8).
       01  WS-JRN                   PIC X(8).

      *---------------------------------------------------------------*
      * Zone de communication avec le sous-programme JRNRUN           *
      *---------------------------------------------------------------*
       COPY WJRNCOM.

       01  WS-BUFFER                PIC X(108) VALUE SPACES.

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

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT

      *--- Table des territoires des agences -------------------------*
           PERFORM CHARGER-TERRITOIRES

      *--- Ouverture des fichiers ------------------------------------*
           PERFORM OPEN-ASSURE
           PERFORM OPEN-MVTSAISI

      *--- Identification de l'opérateur puis dialogue ---------------*
           IF SAISIE-IMPOSSIBLE
               DISPLAY 'SAISMVT - FICHIERS INDISPONIBLES, SAISIE '
                   'IMPOSSIBLE'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM IDENTIFIER-OPERATEUR

               IF OPERATEUR-IDENTIFIE
                   PERFORM WRITE-SESSION
                   PERFORM TRAITER-DEMANDE
                       UNTIL FIN-SESSION
               ELSE
                   DISPLAY 'SAISMVT - OPERATEUR NON IDENTIFIE, '
                       'SESSION REFUSEE'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "SAISMVT - OPERATEUR          : " WS-OPERATEUR
           DISPLAY "SAISMVT - CONSULTATIONS      : "
               WS-NB-CONSULTATIONS
           DISPLAY "SAISMVT - RECHERCHES PAR NOM : " WS-NB-RECHERCHES
           DISPLAY "SAISMVT - MOUVEMENTS SAISIS  : " WS-NB-MVT-SAISIS
           DISPLAY "SAISMVT - MOUVEMENTS ABANDON.: " WS-NB-ABANDONS
           DISPLAY "SAISMVT - ZONES REFUSEES     : " WS-NB-REFUS

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-MVTSAISI

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Identification de l'opérateur : code obligatoire, trois       *
      * essais au plus                                                *
      *===============================================================*
       IDENTIFIER-OPERATEUR.

           MOVE 0 TO WS-NB-ESSAIS
           SET OPERATEUR-INCONNU TO TRUE

           PERFORM DEMANDER-OPERATEUR
               UNTIL OPERATEUR-IDENTIFIE OR WS-NB-ESSAIS = 3
           .

       DEMANDER-OPERATEUR.

           ADD 1 TO WS-NB-ESSAIS

           DISPLAY 'CODE OPERATEUR : ' WITH NO ADVANCING
           ACCEPT WS-REPONSE
           PERFORM CONVERTIR-REPONSE

           IF WS-REPONSE(1:8) = SPACES
              OR WS-REPONSE(9:22) NOT = SPACES
               DISPLAY '  *** CODE OPERATEUR OBLIGATOIRE, '
                   '8 CARACTERES AU PLUS'
           ELSE
               MOVE WS-REPONSE(1:8) TO WS-OPERATEUR
               SET OPERATEUR-IDENTIFIE TO TRUE
           END-IF
           .

      *===============================================================*
      * Menu de la session : consultation et saisie par matricule,    *
      * recherche par le nom, fin de session                          *
      *===============================================================*
       TRAITER-DEMANDE.

           DISPLAY ' '
           DISPLAY WS-TIRETS
           DISPLAY 'SAISMVT - SAISIE DES MOUVEMENTS AU SIEGE - '
               'OPERATEUR : ' WS-OPERATEUR
           DISPLAY '  M : MATRICULE (CONSULTATION ET SAISIE)'
           DISPLAY "  N : RECHERCHE D'ASSURES PAR LE NOM"
           DISPLAY '  F : FIN DE SESSION'
           DISPLAY 'CHOIX : ' WITH NO ADVANCING
           ACCEPT WS-REPONSE
           PERFORM CONVERTIR-REPONSE

           EVALUATE WS-REPONSE
               WHEN "M"
                   PERFORM TRAITER-MATRICULE

               WHEN "N"
                   PERFORM RECHERCHER-PAR-NOM

               WHEN "F"
                   SET FIN-SESSION TO TRUE

               WHEN OTHER
                   DISPLAY '  *** CHOIX INVALIDE'
           END-EVALUATE
           .

      *===============================================================*
      * Consultation de la fiche d'un matricule puis saisie d'un      *
      * mouvement sur ce matricule                                    *
      *===============================================================*
       TRAITER-MATRICULE.

           DISPLAY 'MATRICULE : ' WITH NO ADVANCING
           ACCEPT WS-REPONSE
           PERFORM CONVERTIR-REPONSE

           IF WS-REPONSE(1:6) = SPACES
              OR WS-REPONSE(7:24) NOT = SPACES
               MOVE WS-MSG(24) TO WS-MSG-REFUS
               PERFORM REFUSER-ZONE
           ELSE
               MOVE WS-REPONSE(1:6) TO WS-MAT-SAISI
               ADD 1 TO WS-NB-CONSULTATIONS

               PERFORM LIRE-ASSURE

               EVALUATE TRUE
                   WHEN ASSURE-CONNU
                       PERFORM AFFICHER-ASSURE
                       PERFORM SAISIR-MOUVEMENT

                   WHEN ASSURE-INCONNU
                       DISPLAY '  ASSURE INCONNU : SEULE UNE CREATION '
                           'EST POSSIBLE'
                       PERFORM SAISIR-MOUVEMENT

                   WHEN OTHER
                       DISPLAY '  *** FICHE ILLISIBLE, SAISIE '
                           'IMPOSSIBLE SUR CE MATRICULE'
               END-EVALUATE
           END-IF
           .

      *===============================================================*
      * Affichage de la fiche courante de l'assuré                    *
      *===============================================================*
       AFFICHER-ASSURE.

           IF AS-STATUT-SUSPENDU
               MOVE "SUSPENDU" TO WS-LIB-STATUT
           ELSE
               MOVE "ACTIF"    TO WS-LIB-STATUT
           END-IF

           MOVE AS-PERIODICITE TO WS-PERIOD-A-LIBELLER
           PERFORM LIBELLER-PERIODICITE

           MOVE AS-DATE-NAISSANCE TO WS-DATE-A-EDITER
           PERFORM FORMATER-DATE

           MOVE AS-PRIME TO WS-PRIME-EDIT

           DISPLAY ' '
           DISPLAY '  MATRICULE   : ' AS-MATRICULE
               '    AGENCE : ' AS-AGENCE
               '    STATUT : ' WS-LIB-STATUT
           DISPLAY '  NOM         : ' AS-NOM
               '  PRENOM : ' AS-PRENOM
           DISPLAY '  NAISSANCE   : ' WS-DATE-TEXTE
           DISPLAY '  ADRESSE     : ' AS-ADR-RUE
           DISPLAY '                ' AS-ADR-CP ' ' AS-ADR-VILLE
           DISPLAY '  PRIME       : ' WS-PRIME-EDIT
               '    PERIODICITE : ' WS-LIB-PERIOD
           DISPLAY ' '
           .

      *===============================================================*
      * Saisie d'un mouvement sur le matricule consulté : code, zones *
      * selon le code, date d'effet, contrôle d'ensemble, confirmation*
      * puis enregistrement                                           *
      *===============================================================*
       SAISIR-MOUVEMENT.

           SET MVT-EN-COURS TO TRUE

           MOVE SPACES       TO W-FMVTSE
           MOVE WS-MAT-SAISI TO F-MAT
           MOVE 0            TO F-DATE-EFFET
           MOVE 0            TO F-NB-CYCLES

      *--- Code mouvement, contrôlé en regard de la fiche ------------*
           MOVE 0 TO WS-ZONE-NO
           SET ZONE-A-SAISIR TO TRUE
           PERFORM DEMANDER-CODE
               UNTIL ZONE-SAISIE OR MVT-ABANDONNE

      *--- Zones à saisir selon le code : toutes pour une création,   *
      *    les zones à modifier pour une modification (la fiche       *
      *    courante complète le mouvement), la seule date d'effet     *
      *    pour une suspension, une réactivation ou une suppression   *
           IF MVT-EN-COURS
               EVALUATE F-CODE
                   WHEN "C"
                       SET SAISIE-CREATION TO TRUE
                       MOVE 1  TO WS-ZONE-DEBUT
                   WHEN "M"
                       SET SAISIE-MODIFICATION TO TRUE
                       PERFORM REPRENDRE-ASSURE
                       MOVE 2  TO WS-ZONE-DEBUT
                   WHEN OTHER
                       SET SAISIE-ETAT TO TRUE
                       PERFORM REPRENDRE-ASSURE
                       MOVE 10 TO WS-ZONE-DEBUT
               END-EVALUATE
               MOVE 10 TO WS-ZONE-FIN

               PERFORM SAISIR-ZONE
                   VARYING WS-ZONE-NO FROM WS-ZONE-DEBUT BY 1
                   UNTIL WS-ZONE-NO > WS-ZONE-FIN
                   OR NOT MVT-EN-COURS
           END-IF

           IF MVT-EN-COURS AND SAISIE-MODIFICATION
              AND F-ZONE-MAJ = SPACES AND F-ZM-PERIOD = SPACE
               DISPLAY '  *** AUCUNE ZONE MODIFIEE'
               SET MVT-ABANDONNE TO TRUE
           END-IF

      *--- Contrôle d'ensemble du mouvement, comme CTLMVT ------------*
           IF MVT-EN-COURS
               PERFORM CONTROLER-MOUVEMENT
           END-IF

           IF MVT-EN-COURS
               PERFORM AFFICHER-MOUVEMENT
               SET ZONE-A-SAISIR TO TRUE
               PERFORM DEMANDER-CONFIRMATION
                   UNTIL ZONE-SAISIE OR MVT-ABANDONNE
           END-IF

           IF MVT-CONFIRME
               PERFORM ENREGISTRER-MOUVEMENT
           END-IF

           IF MVT-ABANDONNE
               ADD 1 TO WS-NB-ABANDONS
               DISPLAY '  MOUVEMENT ABANDONNE, RIEN N''EST ENREGISTRE'
           END-IF
           .

      *===============================================================*
      * Saisie du code mouvement : code admis et compatible avec la   *
      * fiche (règles de MAJASSUR) et avec les mouvements déjà        *
      * enregistrés dans la session (contrôle de lot de CTLMVT)       *
      *===============================================================*
       DEMANDER-CODE.

           DISPLAY 'CODE MOUVEMENT (C CREATION, M MODIFICATION, '
               'T SUSPENSION,'
           DISPLAY '  R REACTIVATION, S SUPPRESSION, * ABANDON) : '
               WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           IF MVT-EN-COURS
               PERFORM CONTROLER-CODE

               IF WS-CODE-CTL = 0
                   MOVE WS-REPONSE(1:1) TO F-CODE
                   SET ZONE-SAISIE TO TRUE
               ELSE
                   MOVE WS-MSG(WS-CODE-CTL) TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE
               END-IF
           END-IF
           .

       CONTROLER-CODE.

           MOVE 0 TO WS-CODE-CTL

           IF WS-REPONSE(2:29) NOT = SPACES
               MOVE 25 TO WS-CODE-CTL
           ELSE
               EVALUATE WS-REPONSE(1:1)
                   WHEN "C"
                       IF ASSURE-CONNU
                           MOVE 02 TO WS-CODE-CTL
                       END-IF

                   WHEN "M"
                       IF ASSURE-INCONNU
                           MOVE 03 TO WS-CODE-CTL
                       END-IF

                   WHEN "S"
                       IF ASSURE-INCONNU
                           MOVE 04 TO WS-CODE-CTL
                       END-IF

                   WHEN "T"
                       IF ASSURE-INCONNU
                           MOVE 20 TO WS-CODE-CTL
                       ELSE
                           IF AS-STATUT-SUSPENDU
                               MOVE 21 TO WS-CODE-CTL
                           END-IF
                       END-IF

                   WHEN "R"
                       IF ASSURE-INCONNU
                           MOVE 22 TO WS-CODE-CTL
                       ELSE
                           IF NOT AS-STATUT-SUSPENDU
                               MOVE 23 TO WS-CODE-CTL
                           END-IF
                       END-IF

                   WHEN OTHER
                       MOVE 25 TO WS-CODE-CTL
               END-EVALUATE
           END-IF

           IF WS-CODE-CTL = 0
               PERFORM EXAMINER-SAISIE-SESSION
                   VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-NBPOSTES
           END-IF
           .

      *===============================================================*
      * Confrontation du code saisi avec un mouvement déjà enregistré *
      * dans la session : seconde création, création et suppression,  *
      * ou seconde suspension, réactivation ou suppression du même    *
      * matricule (motif 32)                                          *
      *===============================================================*
       EXAMINER-SAISIE-SESSION.

           IF WS-SS-MAT(WS-SS-IDX) = WS-MAT-SAISI
               EVALUATE WS-SS-CODE(WS-SS-IDX) ALSO WS-REPONSE(1:1)
                   WHEN "C" ALSO "C"
                   WHEN "C" ALSO "S"
                   WHEN "S" ALSO "C"
                   WHEN "S" ALSO "S"
                   WHEN "T" ALSO "T"
                   WHEN "R" ALSO "R"
                       MOVE 32 TO WS-CODE-CTL

                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *===============================================================*
      * Reprise de la fiche courante dans le mouvement (modification, *
      * suspension, réactivation, suppression) : le mouvement porte   *
      * ainsi une date de naissance et une prime conformes aux        *
      * contrôles de CTLMVT, et l'agence gestionnaire de l'assuré     *
      *===============================================================*
       REPRENDRE-ASSURE.

           MOVE AS-NOM            TO F-NOM
           MOVE AS-PRENOM         TO F-PRENOM
           MOVE AS-DATE-NAISSANCE TO F-DATE-NAISSANCE
           MOVE AS-ADRESSE        TO F-ADRESSE
           MOVE AS-PRIME          TO F-PRIME
           MOVE AS-AGENCE         TO F-AGENCE
           MOVE AS-PERIODICITE    TO F-PERIODICITE
           .

      *===============================================================*
      * Saisie d'une zone : elle est redemandée tant qu'elle est      *
      * refusée, sauf abandon du mouvement                            *
      *===============================================================*
       SAISIR-ZONE.

           SET ZONE-A-SAISIR TO TRUE

           PERFORM DEMANDER-ZONE
               UNTIL ZONE-SAISIE OR MVT-ABANDONNE
           .

       DEMANDER-ZONE.

           EVALUATE WS-ZONE-NO
               WHEN 1
                   PERFORM DEMANDER-AGENCE
               WHEN 2
                   PERFORM DEMANDER-NOM
               WHEN 3
                   PERFORM DEMANDER-PRENOM
               WHEN 4
                   PERFORM DEMANDER-NAISSANCE
               WHEN 5
                   PERFORM DEMANDER-RUE
               WHEN 6
                   PERFORM DEMANDER-CODE-POSTAL
               WHEN 7
                   PERFORM DEMANDER-VILLE
               WHEN 8
                   PERFORM DEMANDER-PRIME
               WHEN 9
                   PERFORM DEMANDER-PERIODICITE
               WHEN OTHER
                   PERFORM DEMANDER-DATE-EFFET
           END-EVALUATE
           .

      *===============================================================*
      * Agence gestionnaire d'une création (01 à 06) : elle porte le  *
      * contrôle de territoire du code postal                         *
      *===============================================================*
       DEMANDER-AGENCE.

           DISPLAY 'AGENCE (01 A 06)           : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE(3:28) NOT = SPACES
                 OR WS-REPONSE(1:2) NOT NUMERIC
                 OR WS-REPONSE(1:2) < "01"
                 OR WS-REPONSE(1:2) > "06"
                   MOVE "AGENCE INCONNUE (01 A 06)" TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-REPONSE(1:2) TO F-AGENCE
                   SET ZONE-SAISIE TO TRUE
           END-EVALUATE
           .

      *===============================================================*
      * Nom : obligatoire à la création, inchangé si non saisi en     *
      * modification                                                  *
      *===============================================================*
       DEMANDER-NOM.

           IF SAISIE-MODIFICATION
               DISPLAY '  NOM ACTUEL               : ' AS-NOM
           END-IF
           DISPLAY 'NOM                        : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES AND SAISIE-MODIFICATION
                   SET ZONE-SAISIE TO TRUE

               WHEN WS-REPONSE = SPACES
                   MOVE "NOM OBLIGATOIRE" TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN WS-REPONSE(16:15) NOT = SPACES
                   MOVE "NOM LIMITE A 15 CARACTERES" TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-REPONSE(1:15) TO F-NOM
                   PERFORM MARQUER-ZONE
           END-EVALUATE
           .

      *===============================================================*
      * Prénom : obligatoire à la création                            *
      *===============================================================*
       DEMANDER-PRENOM.

           IF SAISIE-MODIFICATION
               DISPLAY '  PRENOM ACTUEL            : ' AS-PRENOM
           END-IF
           DISPLAY 'PRENOM                     : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES AND SAISIE-MODIFICATION
                   SET ZONE-SAISIE TO TRUE

               WHEN WS-REPONSE = SPACES
                   MOVE "PRENOM OBLIGATOIRE" TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN WS-REPONSE(13:18) NOT = SPACES
                   MOVE "PRENOM LIMITE A 12 CARACTERES"
                       TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-REPONSE(1:12) TO F-PRENOM
                   PERFORM MARQUER-ZONE
           END-EVALUATE
           .

      *===============================================================*
      * Date de naissance AAAAMMJJ (motif 26 de CTLMVT)               *
      *===============================================================*
       DEMANDER-NAISSANCE.

           IF SAISIE-MODIFICATION
               MOVE AS-DATE-NAISSANCE TO WS-DATE-A-EDITER
               PERFORM FORMATER-DATE
               DISPLAY '  NAISSANCE ACTUELLE       : ' WS-DATE-TEXTE
           END-IF
           DISPLAY 'DATE DE NAISSANCE AAAAMMJJ : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           IF MVT-EN-COURS
               PERFORM CONTROLER-DATE
           END-IF

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES AND SAISIE-MODIFICATION
                   SET ZONE-SAISIE TO TRUE

               WHEN DATE-INVALIDE
                   MOVE WS-MSG(26) TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-DATE-CTL-N TO F-DATE-NAISSANCE
                   PERFORM MARQUER-ZONE
           END-EVALUATE
           .

      *===============================================================*
      * Adresse : rue, code postal et ville ; en modification, toute  *
      * partie saisie signale l'adresse entière, complétée des        *
      * parties inchangées de la fiche                                *
      *===============================================================*
       DEMANDER-RUE.

           IF SAISIE-MODIFICATION
               DISPLAY '  RUE ACTUELLE             : ' AS-ADR-RUE
           END-IF
           DISPLAY 'RUE                        : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES AND SAISIE-MODIFICATION
                   SET ZONE-SAISIE TO TRUE

               WHEN WS-REPONSE = SPACES
                   MOVE "RUE OBLIGATOIRE" TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN WS-REPONSE(26:5) NOT = SPACES
                   MOVE "RUE LIMITEE A 25 CARACTERES" TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-REPONSE(1:25) TO F-ADR-RUE
                   PERFORM MARQUER-ZONE
           END-EVALUATE
           .

      *===============================================================*
      * Code postal : cinq chiffres ; à la création il doit relever   *
      * du territoire de l'agence (motif 34 de CTLMVT)                *
      *===============================================================*
       DEMANDER-CODE-POSTAL.

           IF SAISIE-MODIFICATION
               DISPLAY '  CODE POSTAL ACTUEL       : ' AS-ADR-CP
           END-IF
           DISPLAY 'CODE POSTAL                : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           SET CP-DANS-TERRITOIRE TO TRUE
           IF MVT-EN-COURS AND SAISIE-CREATION
              AND WS-REPONSE(1:5) NUMERIC
              AND WS-TE-NBPOSTES > 0
               MOVE WS-REPONSE(1:5) TO F-ADR-CP
               PERFORM CONTROLER-TERRITOIRE
           END-IF

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES AND SAISIE-MODIFICATION
                   SET ZONE-SAISIE TO TRUE

               WHEN WS-REPONSE(1:5) NOT NUMERIC
                 OR WS-REPONSE(6:25) NOT = SPACES
                   MOVE "CODE POSTAL DE 5 CHIFFRES" TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN CP-HORS-TERRITOIRE
                   MOVE SPACES TO F-ADR-CP
                   MOVE WS-MSG(34) TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-REPONSE(1:5) TO F-ADR-CP
                   PERFORM MARQUER-ZONE
           END-EVALUATE
           .

       DEMANDER-VILLE.

           IF SAISIE-MODIFICATION
               DISPLAY '  VILLE ACTUELLE           : ' AS-ADR-VILLE
           END-IF
           DISPLAY 'VILLE                      : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES AND SAISIE-MODIFICATION
                   SET ZONE-SAISIE TO TRUE

               WHEN WS-REPONSE = SPACES
                   MOVE "VILLE OBLIGATOIRE" TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN WS-REPONSE(21:10) NOT = SPACES
                   MOVE "VILLE LIMITEE A 20 CARACTERES"
                       TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-REPONSE(1:20) TO F-ADR-VILLE
                   PERFORM MARQUER-ZONE
           END-EVALUATE
           .

      *===============================================================*
      * Prime : montant en euros, virgule ou point décimal, deux      *
      * décimales au plus (motif 27 de CTLMVT)                        *
      *===============================================================*
       DEMANDER-PRIME.

           IF SAISIE-MODIFICATION
               MOVE AS-PRIME TO WS-PRIME-EDIT
               DISPLAY '  PRIME ACTUELLE           : ' WS-PRIME-EDIT
           END-IF
           DISPLAY 'PRIME                      : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           IF MVT-EN-COURS
               PERFORM CONVERTIR-PRIME
           END-IF

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES AND SAISIE-MODIFICATION
                   SET ZONE-SAISIE TO TRUE

               WHEN PRIME-INVALIDE
                   MOVE WS-MSG(27) TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-PR-MONTANT TO F-PRIME
                   PERFORM MARQUER-ZONE
           END-EVALUATE
           .

      *===============================================================*
      * Périodicité de paiement M, T ou A (motif 33 de CTLMVT) ; à    *
      * la création, non saisie elle vaut trimestrielle comme dans    *
      * MAJASSUR                                                      *
      *===============================================================*
       DEMANDER-PERIODICITE.

           IF SAISIE-MODIFICATION
               MOVE AS-PERIODICITE TO WS-PERIOD-A-LIBELLER
               PERFORM LIBELLER-PERIODICITE
               DISPLAY '  PERIODICITE ACTUELLE     : ' WS-LIB-PERIOD
           END-IF
           DISPLAY 'PERIODICITE (M, T, A)      : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES AND SAISIE-MODIFICATION
                   SET ZONE-SAISIE TO TRUE

               WHEN WS-REPONSE = SPACES
                   MOVE "T" TO F-PERIODICITE
                   SET ZONE-SAISIE TO TRUE

               WHEN WS-REPONSE(2:29) NOT = SPACES
                 OR (WS-REPONSE(1:1) NOT = "M"
                 AND WS-REPONSE(1:1) NOT = "T"
                 AND WS-REPONSE(1:1) NOT = "A")
                   MOVE WS-MSG(33) TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-REPONSE(1:1) TO F-PERIODICITE
                   PERFORM MARQUER-ZONE
           END-EVALUATE
           .

      *===============================================================*
      * Date d'effet AAAAMMJJ facultative (motif 29 de CTLMVT) : non  *
      * saisie, le mouvement s'applique la nuit suivante              *
      *===============================================================*
       DEMANDER-DATE-EFFET.

           DISPLAY "DATE D'EFFET AAAAMMJJ      : " WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           IF MVT-EN-COURS
               PERFORM CONTROLER-DATE
           END-IF

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = SPACES
                   MOVE 0 TO F-DATE-EFFET
                   SET ZONE-SAISIE TO TRUE

               WHEN DATE-INVALIDE
                   MOVE WS-MSG(29) TO WS-MSG-REFUS
                   PERFORM REFUSER-ZONE

               WHEN OTHER
                   MOVE WS-DATE-CTL-N TO F-DATE-EFFET
                   SET ZONE-SAISIE TO TRUE
           END-EVALUATE
           .

      *===============================================================*
      * Zone acceptée : en modification, l'indicateur de mise à jour  *
      * correspondant est positionné                                  *
      *===============================================================*
       MARQUER-ZONE.

           SET ZONE-SAISIE TO TRUE

           IF SAISIE-MODIFICATION
               EVALUATE WS-ZONE-NO
                   WHEN 2
                       MOVE "Y" TO F-ZM-NOM
                   WHEN 3
                       MOVE "Y" TO F-ZM-PRENOM
                   WHEN 4
                       MOVE "Y" TO F-ZM-DATE-NAIS
                   WHEN 5 THRU 7
                       MOVE "Y" TO F-ZM-ADRESSE
                   WHEN 8
                       MOVE "Y" TO F-ZM-PRIME
                   WHEN 9
                       MOVE "Y" TO F-ZM-PERIOD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *===============================================================*
      * Contrôle d'une date AAAAMMJJ saisie, bornes de CTLMVT         *
      *===============================================================*
       CONTROLER-DATE.

           MOVE WS-REPONSE(1:8) TO WS-DATE-CTL
           SET DATE-VALIDE TO TRUE

           IF WS-DATE-CTL NOT NUMERIC
              OR WS-REPONSE(9:22) NOT = SPACES
               SET DATE-INVALIDE TO TRUE
           ELSE
               IF WS-DC-MM < 1 OR WS-DC-MM > 12
                  OR WS-DC-JJ < 1 OR WS-DC-JJ > 31
                  OR WS-DC-AAAA < 1900 OR WS-DC-AAAA > 2099
                   SET DATE-INVALIDE TO TRUE
               END-IF
           END-IF
           .

      *===============================================================*
      * Conversion de la prime saisie : chiffres de la partie entière *
      * (six au plus), séparateur virgule ou point, deux décimales au *
      * plus, blancs en fin de saisie seulement                       *
      *===============================================================*
       CONVERTIR-PRIME.

           SET PRIME-VALIDE       TO TRUE
           SET PR-PARTIE-ENTIERE  TO TRUE
           MOVE 0 TO WS-PR-ENTIER
           MOVE 0 TO WS-PR-DECIMALES
           MOVE 0 TO WS-PR-NB-ENT
           MOVE 0 TO WS-PR-NB-DEC
           MOVE 0 TO WS-PR-MONTANT

           PERFORM EXAMINER-CAR-PRIME
               VARYING WS-PR-POS FROM 1 BY 1
               UNTIL WS-PR-POS > 30 OR PRIME-INVALIDE

           IF WS-PR-NB-ENT = 0
               SET PRIME-INVALIDE TO TRUE
           END-IF

           IF PRIME-VALIDE
               IF WS-PR-NB-DEC = 1
                   MULTIPLY 10 BY WS-PR-DECIMALES
               END-IF
               COMPUTE WS-PR-MONTANT =
                   WS-PR-ENTIER + WS-PR-DECIMALES / 100
           END-IF
           .

       EXAMINER-CAR-PRIME.

           MOVE WS-REPONSE(WS-PR-POS:1) TO WS-PR-CAR

           EVALUATE TRUE
               WHEN WS-PR-CAR = SPACE
                   IF WS-PR-NB-ENT > 0 OR PR-PARTIE-DECIMALE
                       SET PR-FIN-SAISIE TO TRUE
                   END-IF

               WHEN PR-FIN-SAISIE
                   SET PRIME-INVALIDE TO TRUE

               WHEN WS-PR-CAR = "," OR WS-PR-CAR = "."
                   IF PR-PARTIE-ENTIERE
                       SET PR-PARTIE-DECIMALE TO TRUE
                   ELSE
                       SET PRIME-INVALIDE TO TRUE
                   END-IF

               WHEN WS-PR-CAR NUMERIC
                   MOVE WS-PR-CAR TO WS-PR-CHIFFRE
                   IF PR-PARTIE-ENTIERE
                       IF WS-PR-NB-ENT < 6
                           ADD 1 TO WS-PR-NB-ENT
                           COMPUTE WS-PR-ENTIER =
                               WS-PR-ENTIER * 10 + WS-PR-CHIFFRE
                       ELSE
                           SET PRIME-INVALIDE TO TRUE
                       END-IF
                   ELSE
                       IF WS-PR-NB-DEC < 2
                           ADD 1 TO WS-PR-NB-DEC
                           COMPUTE WS-PR-DECIMALES =
                               WS-PR-DECIMALES * 10 + WS-PR-CHIFFRE
                       ELSE
                           SET PRIME-INVALIDE TO TRUE
                       END-IF
                   END-IF

               WHEN OTHER
                   SET PRIME-INVALIDE TO TRUE
           END-EVALUATE
           .

      *===============================================================*
      * Contrôle d'ensemble du mouvement avant confirmation, dans     *
      * l'ordre de CTLMVT : il écarte notamment une fiche reprise     *
      * dont la date de naissance ou la prime serait invalide         *
      *===============================================================*
       CONTROLER-MOUVEMENT.

           MOVE 0 TO WS-CODE-CTL
           MOVE F-DATE-NAISSANCE TO WS-DATE-CTL

           SET CP-DANS-TERRITOIRE TO TRUE
           IF F-CODE = "C" AND WS-TE-NBPOSTES > 0
              AND F-AGENCE NOT = SPACES
               PERFORM CONTROLER-TERRITOIRE
           END-IF

           IF F-MAT = SPACES
               MOVE 24 TO WS-CODE-CTL
           ELSE IF WS-DATE-CTL NOT NUMERIC
              OR WS-DC-MM < 1 OR WS-DC-MM > 12
              OR WS-DC-JJ < 1 OR WS-DC-JJ > 31
              OR WS-DC-AAAA < 1900 OR WS-DC-AAAA > 2099
               MOVE 26 TO WS-CODE-CTL
           ELSE IF F-PRIME NOT NUMERIC
               MOVE 27 TO WS-CODE-CTL
           ELSE IF F-PERIODICITE NOT = "M" AND F-PERIODICITE NOT = "T"
              AND F-PERIODICITE NOT = "A"
              AND F-PERIODICITE NOT = SPACE
               MOVE 33 TO WS-CODE-CTL
           ELSE IF CP-HORS-TERRITOIRE
               MOVE 34 TO WS-CODE-CTL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-CODE-CTL NOT = 0
               DISPLAY '  *** MOUVEMENT REFUSE : ' WS-MSG(WS-CODE-CTL)
               IF NOT SAISIE-CREATION
                   DISPLAY '      (ZONE DE LA FICHE, A CORRIGER PAR '
                       'UNE MODIFICATION)'
               END-IF
               ADD 1 TO WS-NB-REFUS
               SET MVT-ABANDONNE TO TRUE
           END-IF
           .

      *===============================================================*
      * Contrôle de territoire d'une création (repris de CTLMVT) : le *
      * code postal doit appartenir à l'une des tranches de l'agence ;*
      * une agence sans tranche n'est pas contrôlée                   *
      *===============================================================*
       CONTROLER-TERRITOIRE.

           SET AGENCE-SANS-TERRITOIRE TO TRUE
           SET CP-HORS-TERRITOIRE     TO TRUE

           PERFORM EXAMINER-TRANCHE-CP
               VARYING WS-TE-IDX FROM 1 BY 1
               UNTIL WS-TE-IDX > WS-TE-NBPOSTES

           IF AGENCE-SANS-TERRITOIRE
               SET CP-DANS-TERRITOIRE TO TRUE
           END-IF
           .

       EXAMINER-TRANCHE-CP.

           IF WS-TE-AGENCE(WS-TE-IDX) = F-AGENCE
               SET AGENCE-AVEC-TERRITOIRE TO TRUE
               IF F-ADR-CP NOT < WS-TE-CP-DEBUT(WS-TE-IDX)
                  AND F-ADR-CP NOT > WS-TE-CP-FIN(WS-TE-IDX)
                   SET CP-DANS-TERRITOIRE TO TRUE
               END-IF
           END-IF
           .

      *===============================================================*
      * Récapitulatif du mouvement soumis à confirmation              *
      *===============================================================*
       AFFICHER-MOUVEMENT.

           PERFORM LIBELLER-CODE

           DISPLAY ' '
           DISPLAY '  MOUVEMENT   : ' WS-LIB-CODE
               '  MATRICULE : ' F-MAT
               '  AGENCE : ' F-AGENCE

           EVALUATE TRUE
               WHEN SAISIE-CREATION
                   MOVE F-DATE-NAISSANCE TO WS-DATE-A-EDITER
                   PERFORM FORMATER-DATE
                   MOVE F-PRIME TO WS-PRIME-EDIT
                   MOVE F-PERIODICITE TO WS-PERIOD-A-LIBELLER
                   PERFORM LIBELLER-PERIODICITE
                   DISPLAY '  NOM         : ' F-NOM
                       '  PRENOM : ' F-PRENOM
                   DISPLAY '  NAISSANCE   : ' WS-DATE-TEXTE
                   DISPLAY '  ADRESSE     : ' F-ADR-RUE
                   DISPLAY '                ' F-ADR-CP ' '
                       F-ADR-VILLE
                   DISPLAY '  PRIME       : ' WS-PRIME-EDIT
                       '    PERIODICITE : ' WS-LIB-PERIOD

               WHEN SAISIE-MODIFICATION
                   PERFORM AFFICHER-ZONES-MODIFIEES

               WHEN OTHER
                   DISPLAY '  ASSURE      : ' F-NOM ' ' F-PRENOM
           END-EVALUATE

           IF F-DATE-EFFET = 0
               DISPLAY "  DATE D'EFFET : IMMEDIATE"
           ELSE
               MOVE F-DATE-EFFET TO WS-DATE-A-EDITER
               PERFORM FORMATER-DATE
               DISPLAY "  DATE D'EFFET : " WS-DATE-TEXTE
           END-IF
           .

       AFFICHER-ZONES-MODIFIEES.

           IF F-ZM-NOM-MAJ
               DISPLAY '  NOUVEAU NOM         : ' F-NOM
           END-IF
           IF F-ZM-PRENOM-MAJ
               DISPLAY '  NOUVEAU PRENOM      : ' F-PRENOM
           END-IF
           IF F-ZM-DATE-NAIS-MAJ
               MOVE F-DATE-NAISSANCE TO WS-DATE-A-EDITER
               PERFORM FORMATER-DATE
               DISPLAY '  NOUVELLE NAISSANCE  : ' WS-DATE-TEXTE
           END-IF
           IF F-ZM-ADRESSE-MAJ
               DISPLAY '  NOUVELLE ADRESSE    : ' F-ADR-RUE
               DISPLAY '                        ' F-ADR-CP ' '
                   F-ADR-VILLE
           END-IF
           IF F-ZM-PRIME-MAJ
               MOVE F-PRIME TO WS-PRIME-EDIT
               DISPLAY '  NOUVELLE PRIME      : ' WS-PRIME-EDIT
           END-IF
           IF F-ZM-PERIOD-MAJ
               MOVE F-PERIODICITE TO WS-PERIOD-A-LIBELLER
               PERFORM LIBELLER-PERIODICITE
               DISPLAY '  NOUVELLE PERIODICITE: ' WS-LIB-PERIOD
           END-IF
           .

      *===============================================================*
      * Confirmation du mouvement par l'opérateur                     *
      *===============================================================*
       DEMANDER-CONFIRMATION.

           DISPLAY 'CONFIRMER LE MOUVEMENT (O/N) : ' WITH NO ADVANCING
           PERFORM LIRE-REPONSE

           EVALUATE TRUE
               WHEN MVT-ABANDONNE
                   CONTINUE

               WHEN WS-REPONSE = "O"
                   SET MVT-CONFIRME TO TRUE
                   SET ZONE-SAISIE  TO TRUE

               WHEN WS-REPONSE = "N"
                   SET MVT-ABANDONNE TO TRUE

               WHEN OTHER
                   DISPLAY '  *** REPONDRE O OU N'
           END-EVALUATE
           .

      *===============================================================*
      * Enregistrement du mouvement confirmé dans MVTSAISI, horodaté ;*
      * une nouvelle session est tracée si la date a changé depuis    *
      * l'ouverture                                                   *
      *===============================================================*
       ENREGISTRER-MOUVEMENT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-DATE-JOUR

           IF WS-DATE-JOUR NOT = WS-DATE-SESSION
               PERFORM WRITE-SESSION
           END-IF

           IF SESSION-EN-COURS
               MOVE SPACES   TO W-SAISIE
               SET SA-TYPE-MOUVEMENT TO TRUE
               MOVE W-FMVTSE TO SA-MVT
               MOVE WS-CURR-DT(9:6) TO SA-HEURE-SAISIE

               PERFORM WRITE-MVTSAISI
           END-IF

           IF SESSION-EN-COURS
               ADD 1 TO WS-NB-MVT-SAISIS
               PERFORM RANGER-SAISIE-SESSION
               DISPLAY '  MOUVEMENT ENREGISTRE, TRAITE LA NUIT '
                   'PROCHAINE'
           ELSE
               DISPLAY '  *** MOUVEMENT NON ENREGISTRE'
           END-IF
           .

      *===============================================================*
      * Mémorisation du mouvement enregistré pour le contrôle des     *
      * combinaisons de la session                                    *
      *===============================================================*
       RANGER-SAISIE-SESSION.

           IF WS-SS-NBPOSTES < WS-SS-CAPACITE
               ADD 1 TO WS-SS-NBPOSTES
               MOVE F-MAT  TO WS-SS-MAT(WS-SS-NBPOSTES)
               MOVE F-CODE TO WS-SS-CODE(WS-SS-NBPOSTES)
           ELSE
               DISPLAY '  (SESSION CHARGEE : LES COMBINAISONS NE '
                   'SONT PLUS CONTROLEES)'
           END-IF
           .

      *===============================================================*
      * Recherche des assurés par le nom (ou début de nom) : le       *
      * parcours de l'index secondaire repart du nom saisi            *
      *===============================================================*
       RECHERCHER-PAR-NOM.

           DISPLAY 'NOM OU DEBUT DE NOM : ' WITH NO ADVANCING
           ACCEPT WS-REPONSE
           PERFORM CONVERTIR-REPONSE

           MOVE WS-REPONSE(1:15) TO WS-NOM-RECH
           MOVE 0 TO WS-LG-RECH
           PERFORM MESURER-NOM
               VARYING WS-POS-NOM FROM 1 BY 1
               UNTIL WS-POS-NOM > 15

           IF WS-LG-RECH = 0
               MOVE "NOM OBLIGATOIRE" TO WS-MSG-REFUS
               PERFORM REFUSER-ZONE
           ELSE
               ADD 1 TO WS-NB-RECHERCHES
               PERFORM PARCOURIR-NOMS
           END-IF
           .

      *===============================================================*
      * Examen d'une position du nom recherché                        *
      *===============================================================*
       MESURER-NOM.
           IF WS-NOM-RECH(WS-POS-NOM:1) NOT = SPACE
               MOVE WS-POS-NOM TO WS-LG-RECH
           END-IF
           .

      *===============================================================*
      * Parcours de l'index nom : le fichier est refermé puis rouvert *
      * pour que le parcours reparte du nom saisi ; la liste est      *
      * limitée à un écran                                            *
      *===============================================================*
       PARCOURIR-NOMS.

           PERFORM CLOSE-ASSURE
           PERFORM OPEN-ASSURE

           IF SAISIE-IMPOSSIBLE
               DISPLAY 'SAISMVT - FICHIER DES ASSURES INDISPONIBLE, '
                   'FIN DE SESSION'
               MOVE 16 TO RETURN-CODE
               SET FIN-SESSION TO TRUE
           ELSE
               MOVE 0 TO WS-NB-TROUVES
               DISPLAY ' '
               DISPLAY WS-LIGNE-TITRE

               MOVE SPACES      TO Z-ENREGISTREMENT
               MOVE WS-NOM-RECH TO Z-ENREGISTREMENT(1:15)
               PERFORM BROWSE-ASSURE-NOM

               PERFORM UNTIL FIN-PARCOURS
                   MOVE WS-BUFFER TO W-ASSURE

                   IF AS-NOM(1:WS-LG-RECH)
                      = WS-NOM-RECH(1:WS-LG-RECH)
                       IF WS-NB-TROUVES < WS-MAX-AFFICHES
                           ADD 1 TO WS-NB-TROUVES
                           PERFORM AFFICHER-LIGNE-ASSURE
                           PERFORM BROWSE-ASSURE-NOM
                       ELSE
                           DISPLAY '  ... LISTE LIMITEE A '
                               WS-MAX-AFFICHES
                               ' ASSURES, PRECISER LE NOM'
                           SET FIN-PARCOURS TO TRUE
                       END-IF
                   ELSE
                       SET FIN-PARCOURS TO TRUE
                   END-IF
               END-PERFORM

               IF WS-NB-TROUVES = 0
                   DISPLAY '  AUCUN ASSURE TROUVE'
               END-IF
           END-IF
           .

       AFFICHER-LIGNE-ASSURE.

           MOVE AS-DATE-NAISSANCE TO WS-DATE-A-EDITER
           PERFORM FORMATER-DATE

           MOVE AS-MATRICULE  TO WS-LA-MAT
           MOVE AS-NOM        TO WS-LA-NOM
           MOVE AS-PRENOM     TO WS-LA-PRENOM
           MOVE WS-DATE-TEXTE TO WS-LA-NAISS
           MOVE AS-STATUT     TO WS-LA-STATUT
           MOVE AS-AGENCE     TO WS-LA-AGENCE
           MOVE AS-ADR-CP     TO WS-LA-CP
           MOVE AS-ADR-VILLE  TO WS-LA-VILLE

           DISPLAY WS-LIGNE-ASSURE
           .

      *===============================================================*
      * Lecture d'une réponse dans le cours d'un mouvement : "*"      *
      * abandonne le mouvement                                        *
      *===============================================================*
       LIRE-REPONSE.

           ACCEPT WS-REPONSE
           PERFORM CONVERTIR-REPONSE

           IF WS-REPONSE = "*"
               SET MVT-ABANDONNE TO TRUE
           END-IF
           .

       CONVERTIR-REPONSE.
           INSPECT WS-REPONSE
               CONVERTING WS-MINUSCULES TO WS-MAJUSCULES
           .

      *===============================================================*
      * Refus de la zone saisie : motif affiché, zone redemandée      *
      *===============================================================*
       REFUSER-ZONE.
           DISPLAY '  *** ' WS-MSG-REFUS
           ADD 1 TO WS-NB-REFUS
           .

      *===============================================================*
      * Libellés du code mouvement et de la périodicité, date éditée  *
      *===============================================================*
       LIBELLER-CODE.
           EVALUATE F-CODE
               WHEN "C"
                   MOVE "CREATION"     TO WS-LIB-CODE
               WHEN "M"
                   MOVE "MODIFICATION" TO WS-LIB-CODE
               WHEN "T"
                   MOVE "SUSPENSION"   TO WS-LIB-CODE
               WHEN "R"
                   MOVE "REACTIVATION" TO WS-LIB-CODE
               WHEN OTHER
                   MOVE "SUPPRESSION"  TO WS-LIB-CODE
           END-EVALUATE
           .

       LIBELLER-PERIODICITE.
           EVALUATE WS-PERIOD-A-LIBELLER
               WHEN "M"
                   MOVE "MENSUELLE"     TO WS-LIB-PERIOD
               WHEN "A"
                   MOVE "ANNUELLE"      TO WS-LIB-PERIOD
               WHEN OTHER
                   MOVE "TRIMESTRIELLE" TO WS-LIB-PERIOD
           END-EVALUATE
           .

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
      * Chargement de la table des territoires en vigueur (comme      *
      * CTLMVT) ; les postes illisibles sont ignorés                  *
      *===============================================================*
       CHARGER-TERRITOIRES.

           PERFORM OPEN-TERRIT

           PERFORM READ-TERRIT
           PERFORM UNTIL FIN-TERRIT
               PERFORM RANGER-TRANCHE-CP
               PERFORM READ-TERRIT
           END-PERFORM

           PERFORM CLOSE-TERRIT

           IF WS-TE-NBPOSTES = 0
               DISPLAY 'SAISMVT - TABLE DES TERRITOIRES ABSENTE OU '
                   'VIDE, TERRITOIRE NON CONTROLE'
           END-IF
           .

       RANGER-TRANCHE-CP.

           IF TR-CP-DEBUT NUMERIC AND TR-CP-FIN NUMERIC
              AND TR-CP-DEBUT NOT > TR-CP-FIN
              AND TR-AGENCE NOT = SPACES
              AND WS-TE-NBPOSTES < WS-TE-CAPACITE
               ADD 1 TO WS-TE-NBPOSTES
               MOVE TR-CP-DEBUT TO WS-TE-CP-DEBUT(WS-TE-NBPOSTES)
               MOVE TR-CP-FIN   TO WS-TE-CP-FIN(WS-TE-NBPOSTES)
               MOVE TR-AGENCE   TO WS-TE-AGENCE(WS-TE-NBPOSTES)
           END-IF
           .

      *===============================================================*
      * Ouverture de la table des territoires en vigueur              *
      *===============================================================*
       OPEN-TERRIT.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'TERRIT' TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN TERRIT ERREUR : ' Z-CODE-RETOUR
               SET FIN-TERRIT TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture séquentielle de la table des territoires              *
      *===============================================================*
       READ-TERRIT.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'TERRIT' TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:80) TO W-TERRIT
              SET PAS-FIN-TERRIT TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-TERRIT TO TRUE
              ELSE
                  DISPLAY 'READ TERRIT ERREUR : ' Z-CODE-RETOUR
                  SET FIN-TERRIT TO TRUE
              END-IF
           END-IF
           .

       CLOSE-TERRIT.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'TERRIT' TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE TERRIT ERREUR : ' Z-CODE-RETOUR
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
               SET SAISIE-IMPOSSIBLE TO TRUE
           END-IF
           .

      *===============================================================*
      * Ouverture du fichier des mouvements saisis (complété à chaque *
      * session, créé à la première)                                  *
      *===============================================================*
       OPEN-MVTSAISI.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'MVTSAISI' TO Z-NOM-FICHIER
           MOVE 01         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN MVTSAISI ERREUR : ' Z-CODE-RETOUR
               SET SAISIE-IMPOSSIBLE TO TRUE
           END-IF
           .

      *===============================================================*
      * Lecture de la fiche de l'assuré par matricule                 *
      *===============================================================*
       LIRE-ASSURE.
           MOVE 'ACCFIC'     TO WS-ACC

           MOVE 'KSDS'       TO Z-NOM-FICHIER
           MOVE 02           TO Z-CODE-FONCTION
           MOVE 00           TO Z-CODE-RETOUR
           MOVE SPACES       TO Z-ENREGISTREMENT
           MOVE WS-MAT-SAISI TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           EVALUATE Z-CODE-RETOUR
               WHEN 00
                   MOVE Z-ENR-LONG(1:108) TO W-ASSURE
                   SET ASSURE-CONNU TO TRUE
               WHEN 23
                   MOVE SPACES TO W-ASSURE
                   SET ASSURE-INCONNU TO TRUE
               WHEN OTHER
                   DISPLAY 'READ ASSURE ERREUR : ' Z-CODE-RETOUR
                   MOVE SPACES TO W-ASSURE
                   SET ASSURE-ILLISIBLE TO TRUE
           END-EVALUATE
           .

      *===============================================================*
      * Parcours de F-ASSURES par l'index secondaire nom              *
      * (START/READ NEXT, fonction 09 d'ACCFIC)                       *
      *===============================================================*
       BROWSE-ASSURE-NOM.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 09       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:108) TO WS-BUFFER
               SET PAS-FIN-PARCOURS TO TRUE
           ELSE
               IF Z-CODE-RETOUR = 10
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   DISPLAY 'BROWSE NOM ERREUR : ' Z-CODE-RETOUR
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-IF
           .

      *===============================================================*
      * Ecriture de l'ouverture de session : opérateur, date, heure   *
      *===============================================================*
       WRITE-SESSION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-DATE-SESSION

           MOVE SPACES          TO W-SAISIE
           SET SA-TYPE-SESSION  TO TRUE
           MOVE WS-OPERATEUR    TO SA-OPERATEUR
           MOVE WS-DATE-SESSION TO SA-DATE-SAISIE
           MOVE WS-CURR-DT(9:6) TO SA-HEURE-SESSION

           PERFORM WRITE-MVTSAISI
           .

      *===============================================================*
      * Ecriture d'un enregistrement dans MVTSAISI ; en cas d'échec   *
      * la session est close, rien ne pouvant plus être tracé         *
      *===============================================================*
       WRITE-MVTSAISI.
           MOVE W-SAISIE TO Z-ENR-LONG(1:128)

           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'MVTSAISI' TO Z-NOM-FICHIER
           MOVE 04         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'WRITE MVTSAISI ERREUR : ' Z-CODE-RETOUR
               DISPLAY 'SAISMVT - ENREGISTREMENT IMPOSSIBLE, FIN DE '
                   'SESSION'
               MOVE 16 TO RETURN-CODE
               SET FIN-SESSION TO TRUE
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers                                        *
      *===============================================================*
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

       CLOSE-MVTSAISI.
           MOVE 'ACCFIC'   TO WS-ACC

           MOVE 'MVTSAISI' TO Z-NOM-FICHIER
           MOVE 03         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE MVTSAISI ERREUR : ' Z-CODE-RETOUR
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
           MOVE 'SAISMVT ' TO J-PROGRAMME
           MOVE FUNCTION CURRENT-DATE(1:8) TO J-DATE-TRT
           MOVE WS-NB-CONSULTATIONS TO J-NB-LUS
           MOVE WS-NB-MVT-SAISIS TO J-NB-TRAITES
           MOVE WS-NB-ABANDONS TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
