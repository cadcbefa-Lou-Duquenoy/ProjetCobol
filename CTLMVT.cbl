      *      mouvement valide, date de naissance et prime numériques  *
      *      et cohérentes, date d'effet plausible si renseignée,     *
      *      périodicité de paiement admise si renseignée)            *
      *    - Contrôler qu'une création émise par une agence porte un  *
      *      code postal (AS-ADR-CP) situé dans le territoire de      *
      *      cette agence selon la table des territoires (TERRIT),    *
      *      motif 34 sinon ; une agence sans tranche dans la table,  *
      *      ou une table absente, ne donne lieu à aucun contrôle     *
      *    - Contrôler ensuite la cohérence des mouvements d'un même  *
      *      matricule au sein du lot : une seconde création du même  *
      *      matricule, ou une création et une suppression la même    *
           05 WS-NB-MVT-KO          PIC 9(5) VALUE 0.
           05 WS-NB-MVT-INCOMP      PIC 9(5) VALUE 0.
           05 WS-NB-MVT-DIRECTS     PIC 9(5) VALUE 0.
           05 WS-NB-MVT-HORS-TERR   PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * Table des mouvements de la nuit : le lot est chargé puis      *
       77  WS-CODE-PASSE            PIC X(1) VALUE SPACE.

      *---------------------------------------------------------------*
      * Table des messages de rejet (rubriques 24 à 29, 32 à 34)       *
      *---------------------------------------------------------------*
       COPY MESSAGES.

       01  WS-TABLE-MSG-TAB REDEFINES TABLE-MESSAGE.
           05 WS-MSG OCCURS 35 TIMES PIC X(60).

      *---------------------------------------------------------------*
      * Description de l'enregistrement mouvement                     *
      *---------------------------------------------------------------*
       COPY WFMVTS.

      *---------------------------------------------------------------*
      * Table des territoires des agences en vigueur (TERRIT) :       *
      * tranches de codes postaux par agence ; vide si la table       *
      * est absente, la création n'est alors pas contrôlée            *
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

      *---------------------------------------------------------------*
      * Résultat du contrôle de territoire d'une création : l'agence  *
      * émettrice a-t-elle un territoire, le code postal y est-il     *
      *---------------------------------------------------------------*
       77  WS-TERR-AGENCE           PIC X VALUE "N".
           88 AGENCE-AVEC-TERRITOIRE      VALUE "O".
           88 AGENCE-SANS-TERRITOIRE      VALUE "N".
       77  WS-TERR-CP               PIC X VALUE "O".
           88 CP-DANS-TERRITOIRE          VALUE "O".
           88 CP-HORS-TERRITOIRE          VALUE "N".

      *---------------------------------------------------------------*
      * Décomposition de la date de naissance pour contrôle de       *
      * vraisemblance (année/mois/jour)                                *
      *--- Date de traitement : paramètre, date du jour à défaut ------*
           PERFORM LIRE-PARAMETRE

      *--- Table des territoires des agences --------------------------*
           PERFORM CHARGER-TERRITOIRES

      *--- Ouverture des fichiers d'entrée / sortie ------------------*
           PERFORM OPEN-MVTSE
           PERFORM OPEN-MVTOK
           DISPLAY "CTLMVT - MOUVEMENTS VALIDES  : " WS-NB-MVT-OK
           DISPLAY "CTLMVT - MOUVEMENTS REJETES  : " WS-NB-MVT-KO
           DISPLAY "CTLMVT - DONT INCOMPATIBLES  : " WS-NB-MVT-INCOMP
           DISPLAY "CTLMVT - DONT HORS TERRITOIRE: " WS-NB-MVT-HORS-TERR

           IF WS-NB-MVT-DIRECTS > 0
               DISPLAY "CTLMVT - CAPACITE DEPASSEE, MOUVEMENTS "
           MOVE F-DATE-NAISSANCE TO WS-DATE-NAISS-CTL
           MOVE F-DATE-EFFET     TO WS-DATE-EFFET-CTL

           SET CP-DANS-TERRITOIRE TO TRUE
           IF F-CODE = "C" AND WS-TE-NBPOSTES > 0
              AND F-AGENCE NOT = SPACES
               PERFORM CONTROLER-TERRITOIRE
           END-IF

      *--- Contrôles mutuellement exclusifs : seule la première           *
      *    anomalie rencontrée est retenue et tracée sur MVTKO.           *
           IF F-MAT = SPACES
              AND F-PERIODICITE NOT = SPACE
               SET MVT-REJETE TO TRUE
               MOVE 33 TO WS-CODE-CTL
           ELSE IF CP-HORS-TERRITOIRE
               SET MVT-REJETE TO TRUE
               MOVE 34 TO WS-CODE-CTL
               ADD 1 TO WS-NB-MVT-HORS-TERR
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *===============================================================*
      * Contrôle de territoire d'une création : le code postal doit   *
      * appartenir à l'une des tranches de l'agence émettrice ; une   *
      * agence sans tranche n'est pas contrôlée                       *
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
      * Chargement de la table des territoires en vigueur ; les       *
      * postes illisibles (bornes non numériques ou inversées,        *
      * agence à blanc) sont ignorés                                  *
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
               DISPLAY 'CTLMVT - TABLE DES TERRITOIRES ABSENTE OU '
                   'VIDE, TERRITOIRE NON CONTROLE'
           ELSE
               DISPLAY 'CTLMVT - TRANCHES DE TERRITOIRE : '
                   WS-TE-NBPOSTES
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
                   DISPLAY 'CTLMVT - TABLE DES TERRITOIRES TROP '
                       'LONGUE, TRANCHE IGNOREE : ' W-TERRIT(1:12)
               END-IF
           ELSE
               DISPLAY 'CTLMVT - TRANCHE DE TERRITOIRE ILLISIBLE, '
                   'IGNOREE : ' W-TERRIT(1:12)
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

