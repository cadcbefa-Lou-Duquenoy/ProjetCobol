       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATSP.

      *===============================================================*
      *  PROGRAMME : ETATSP                                           *
      *  ROLE      :                                                  *
      *    - Calculer le rapport sinistres / primes (S/P) d'une       *
      *      période par agence gestionnaire et par tranche d'âge de  *
      *      dix ans (mêmes tranches qu'ETATPORT)                     *
      *    - Primes : appels de prime portés au compte cotisant       *
      *      (COMPTE) par QUITASSU, dont la date d'appel tombe dans   *
      *      la période                                               *
      *    - Sinistres : montants réglés sur les sinistres (SINISTRE) *
      *      dont la date de survenance tombe dans la période         *
      *    - Agence et âge (à la fin de la période) sont ceux de      *
      *      l'assuré sur F-ASSURES ; pour un assuré disparu,         *
      *      l'agence du sinistre (à défaut **) et la tranche INCONNU *
      *    - Editer l'état (LISTE) : par agence puis par tranche      *
      *      d'âge, nombre de sinistres, primes appelées, sinistres   *
      *      réglés et rapport S/P en pourcentage, avec total         *
      *                                                               *
      *  La période est lue sur le fichier paramètre (date de début   *
      *  AAAAMMJJ en colonnes 1-8, date de fin en colonnes 9-16) ; à  *
      *  défaut, du 1er janvier de l'année en cours à la date du jour.*
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      * Indicateurs de fin de parcours du compte et des sinistres     *
      *---------------------------------------------------------------*
       77  WS-EOF-CPT               PIC X VALUE "N".
           88 FIN-COMPTE                  VALUE "Y".
           88 PAS-FIN-COMPTE              VALUE "N".

       77  WS-EOF-SIN               PIC X VALUE "N".
           88 FIN-SINISTRE                VALUE "Y".
           88 PAS-FIN-SINISTRE            VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WCOMPTE.
       COPY WSINIST.
       COPY WASSURE.

      *---------------------------------------------------------------*
      * Cumuls par agence : une ligne par code agence rencontré,      *
      * classée par code avant édition                                *
      *---------------------------------------------------------------*
       01  WS-TAB-AGENCES.
           05 WS-AG-POSTE OCCURS 50.
              10 WS-AG-CODE         PIC X(02).
              10 WS-AG-NB-SIN       PIC 9(7).
              10 WS-AG-PRIMES       PIC 9(11)V99.
              10 WS-AG-REGLE        PIC 9(11)V99.

       77  WS-AG-NBPOSTES           PIC 9(3) VALUE 0.
       77  WS-AG-CAPACITE           PIC 9(3) VALUE 50.
       77  WS-AG-I                  PIC 9(3) VALUE 0.
       77  WS-AG-J                  PIC 9(3) VALUE 0.
       77  WS-AG-IDX                PIC 9(3) VALUE 0.
       77  WS-AG-ECHANGE            PIC X(35) VALUE SPACES.
       77  WS-AG-RECH               PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------*
      * Cumuls par tranche d'âge de dix ans : postes 1 à 10 pour les  *
      * âges 0-9 à 90-99, poste 11 pour 100 ans et plus, poste 12     *
      * pour les assurés inconnus de F-ASSURES                        *
      *---------------------------------------------------------------*
       01  WS-TAB-TRANCHES.
           05 WS-TR-POSTE OCCURS 12.
              10 WS-TR-NB-SIN       PIC 9(7).
              10 WS-TR-PRIMES       PIC 9(11)V99.
              10 WS-TR-REGLE        PIC 9(11)V99.

       77  WS-TR-IDX                PIC 9(2) VALUE 0.
       77  WS-TR-AGE-MIN            PIC 9(3) VALUE 0.
       77  WS-TR-AGE-MAX            PIC 9(3) VALUE 0.

      *---------------------------------------------------------------*
      * Assuré courant : agence et tranche retenues (le compte étant  *
      * parcouru par matricule, l'assuré n'est relu qu'au changement) *
      *---------------------------------------------------------------*
       77  WS-MAT-COURANT           PIC X(06) VALUE SPACES.
       77  WS-AG-ASSURE             PIC X(02) VALUE SPACES.
       77  WS-TR-ASSURE             PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * Age de l'assuré à la fin de la période (même règle que        *
      * ETATPORT)                                                     *
      *---------------------------------------------------------------*
       77  WS-AGE                   PIC 9(3) VALUE 0.
       01  WS-MMJJ-FIN              PIC 9(4) VALUE 0.
       01  WS-MMJJ-NAISS            PIC 9(4) VALUE 0.
       01  WS-AAAA-NAISS            PIC 9(4) VALUE 0.
       01  WS-AAAA-FIN              PIC 9(4) VALUE 0.

      *---------------------------------------------------------------*
      * Compteurs et totaux de traitement                             *
      *---------------------------------------------------------------*
       01  WS-SP-COUNTERS.
           05 WS-NB-CPT-LUS         PIC 9(7) VALUE 0.
           05 WS-NB-APPELS          PIC 9(7) VALUE 0.
           05 WS-NB-SIN-LUS         PIC 9(7) VALUE 0.
           05 WS-NB-SIN-RETENUS     PIC 9(7) VALUE 0.
           05 WS-NB-INCONNUS        PIC 9(7) VALUE 0.
           05 WS-NB-AG-DEBORD       PIC 9(7) VALUE 0.

       01  WS-TOTAUX.
           05 WS-TOT-NB-SIN         PIC 9(7) VALUE 0.
           05 WS-TOT-PRIMES         PIC 9(11)V99 VALUE 0.
           05 WS-TOT-REGLE          PIC 9(11)V99 VALUE 0.

       77  WS-RATIO                 PIC 9(5)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Période d'observation (paramètre, défaut année en cours)      *
      *---------------------------------------------------------------*
       77  WS-DATE-DEBUT            PIC 9(8) VALUE 0.
       77  WS-DATE-FIN              PIC 9(8) VALUE 0.
       01  WS-PARAM-REC.
           05 WS-PAR-DATE-DEBUT     PIC X(08).
           05 WS-PAR-DATE-FIN       PIC X(08).
           05 FILLER                PIC X(64).

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
      * Entête de l'état S/P                                          *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "             RAPPORT  SINISTRES / PRIMES".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "             ---------------------------".
           05 WS-H-VIDE             PIC X(80)
              VALUE SPACES.
           05 WS-H-TIRETS           PIC X(80)
              VALUE ALL "-".

           05 WS-H-LIGNE-DATE.
              10 WS-H-LBL-DATE      PIC X(20)
                 VALUE "EDITION DU : ".
              10 WS-H-DATE          PIC X(10).
              10 FILLER             PIC X(06) VALUE SPACES.
              10 FILLER             PIC X(13)
                 VALUE "PERIODE DU : ".
              10 WS-H-DATE-DEBUT    PIC X(10).
              10 FILLER             PIC X(05) VALUE " AU ".
              10 WS-H-DATE-FIN      PIC X(10).
              10 FILLER             PIC X(06) VALUE SPACES.

           05 WS-H-LIGNE-AGENCE     PIC X(80)
              VALUE "PAR AGENCE".
           05 WS-H-LIGNE-TRANCHE    PIC X(80)
              VALUE "PAR TRANCHE D'AGE".

           05 WS-H-LIGNE-COL.
              10 FILLER             PIC X(12) VALUE SPACES.
              10 FILLER             PIC X(9)  VALUE "SINISTRES".
              10 FILLER             PIC X(16) VALUE " PRIMES APPELEES".
              10 FILLER             PIC X(16) VALUE "     SIN. REGLES".
              10 FILLER             PIC X(12) VALUE "       S/P %".
              10 FILLER             PIC X(15) VALUE SPACES.

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de détail d'une agence ou d'une tranche d'âge           *
      *---------------------------------------------------------------*
       01  WS-ETAT-DETAIL.
           05 WS-ED-LIBELLE         PIC X(12).
           05 WS-ED-NB-SIN          PIC Z(8)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-ED-PRIMES          PIC Z(10)9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-ED-REGLE           PIC Z(10)9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-ED-RATIO           PIC ZZZZ9.99.
           05 FILLER                PIC X(15) VALUE SPACES.

       01  WS-ED-TRANCHE.
           05 WS-ED-AGE-MIN         PIC ZZ9.
           05 FILLER                PIC X(03) VALUE " - ".
           05 WS-ED-AGE-MAX         PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.

       01  WS-LIBELLE-DERNIERE      PIC X(11) VALUE "100 ET PLUS".
       01  WS-LIBELLE-INCONNU       PIC X(11) VALUE "INCONNU".

       01  WS-LIGNE-DEBORD.
           05 FILLER                PIC X(32)
              VALUE "AGENCES NON VENTILEES (**)    : ".
           05 WS-LD-NB              PIC Z(6)9.
           05 FILLER                PIC X(41) VALUE SPACES.

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

      *--- Période : paramètre, année en cours à défaut --------------*
           PERFORM LIRE-PARAMETRE

           MOVE WS-DATE-FIN(1:4) TO WS-AAAA-FIN
           MOVE WS-DATE-FIN(5:4) TO WS-MMJJ-FIN

      *--- Ouverture des fichiers d'entrée / sortie ------------------*
           PERFORM OPEN-COMPTE
           PERFORM OPEN-SINISTRE
           PERFORM OPEN-ASSURE
           PERFORM OPEN-LISTE

           INITIALIZE WS-TAB-TRANCHES

      *--- Primes appelées sur la période ----------------------------*
           MOVE SPACES TO Z-ENR-LONG
           PERFORM BROWSE-COMPTE
           PERFORM UNTIL FIN-COMPTE
               ADD 1 TO WS-NB-CPT-LUS

               IF CP-TYPE-APPEL
                  AND CP-DATE-OPE NOT < WS-DATE-DEBUT
                  AND CP-DATE-OPE NOT > WS-DATE-FIN
                   PERFORM CUMULER-APPEL
               END-IF

               MOVE SPACES TO Z-ENR-LONG
               PERFORM BROWSE-COMPTE
           END-PERFORM

      *--- Sinistres survenus sur la période -------------------------*
           MOVE SPACES TO Z-ENR-LONG
           PERFORM BROWSE-SINISTRE
           PERFORM UNTIL FIN-SINISTRE
               ADD 1 TO WS-NB-SIN-LUS

               IF SN-DATE-SURVENANCE NOT < WS-DATE-DEBUT
                  AND SN-DATE-SURVENANCE NOT > WS-DATE-FIN
                   PERFORM CUMULER-SINISTRE
               END-IF

               MOVE SPACES TO Z-ENR-LONG
               PERFORM BROWSE-SINISTRE
           END-PERFORM

      *--- Classement des agences par code ---------------------------*
           PERFORM TRIER-AGENCES

      *--- Edition de l'état -----------------------------------------*
           PERFORM WRITE-ENTETE-ETAT

           MOVE WS-H-LIGNE-AGENCE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-VIDE         TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           PERFORM EDITER-AGENCE
               VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I > WS-AG-NBPOSTES

           PERFORM WRITE-TOTAL-ETAT

           MOVE WS-H-VIDE          TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-LIGNE-TRANCHE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           MOVE WS-H-VIDE          TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           PERFORM EDITER-TRANCHE
               VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 12

           PERFORM WRITE-TOTAL-ETAT

           IF WS-NB-AG-DEBORD > 0
               MOVE WS-NB-AG-DEBORD TO WS-LD-NB
               MOVE WS-LIGNE-DEBORD TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           DISPLAY "ETATSP   - ECRITURES LUES    : " WS-NB-CPT-LUS
           DISPLAY "ETATSP   - APPELS RETENUS    : " WS-NB-APPELS
           DISPLAY "ETATSP   - SINISTRES LUS     : " WS-NB-SIN-LUS
           DISPLAY "ETATSP   - SINISTRES RETENUS : " WS-NB-SIN-RETENUS

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-COMPTE
           PERFORM CLOSE-SINISTRE
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-LISTE

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Cumul d'un appel de prime de la période dans l'agence et la   *
      * tranche d'âge de l'assuré                                     *
      *===============================================================*
       CUMULER-APPEL.

           ADD 1 TO WS-NB-APPELS

           IF CP-MATRICULE NOT = WS-MAT-COURANT
               MOVE CP-MATRICULE TO WS-MAT-COURANT
               MOVE "**"         TO WS-AG-ASSURE
               PERFORM SITUER-ASSURE
           END-IF

           MOVE WS-AG-ASSURE TO WS-AG-RECH
           PERFORM CHERCHER-AGENCE

           IF WS-AG-IDX > 0
               ADD CP-MONTANT TO WS-AG-PRIMES(WS-AG-IDX)
           END-IF
           ADD CP-MONTANT TO WS-TR-PRIMES(WS-TR-ASSURE)
           ADD CP-MONTANT TO WS-TOT-PRIMES
           .

      *===============================================================*
      * Cumul d'un sinistre survenu dans la période : montant         *
      * réglé dans l'agence et la tranche d'âge de l'assuré ;         *
      * assuré disparu, agence du sinistre                            *
      *===============================================================*
       CUMULER-SINISTRE.

           ADD 1 TO WS-NB-SIN-RETENUS

           MOVE SN-MATRICULE TO WS-MAT-COURANT
           MOVE SN-AGENCE    TO WS-AG-ASSURE
           IF WS-AG-ASSURE = SPACES
               MOVE "**" TO WS-AG-ASSURE
           END-IF
           PERFORM SITUER-ASSURE

           MOVE WS-AG-ASSURE TO WS-AG-RECH
           PERFORM CHERCHER-AGENCE

           IF WS-AG-IDX > 0
               ADD 1          TO WS-AG-NB-SIN(WS-AG-IDX)
               ADD SN-MT-PAYE TO WS-AG-REGLE(WS-AG-IDX)
           END-IF
           ADD 1          TO WS-TR-NB-SIN(WS-TR-ASSURE)
           ADD SN-MT-PAYE TO WS-TR-REGLE(WS-TR-ASSURE)
           ADD 1          TO WS-TOT-NB-SIN
           ADD SN-MT-PAYE TO WS-TOT-REGLE
           .

      *===============================================================*
      * Lecture de l'assuré WS-MAT-COURANT : agence et tranche        *
      * d'âge ; assuré inconnu, l'agence déjà posée est conservée     *
      * et la tranche INCONNU retenue                                 *
      *===============================================================*
       SITUER-ASSURE.

           PERFORM READ-ASSURE

           IF Z-CODE-RETOUR = 00
               MOVE AS-AGENCE TO WS-AG-ASSURE
               PERFORM CALCULER-AGE
               COMPUTE WS-TR-ASSURE = WS-AGE / 10 + 1
               IF WS-TR-ASSURE > 11
                   MOVE 11 TO WS-TR-ASSURE
               END-IF
           ELSE
               ADD 1 TO WS-NB-INCONNUS
               MOVE 12 TO WS-TR-ASSURE
           END-IF
           .

      *===============================================================*
      * Calcul de l'âge à la fin de la période (même règle            *
      * qu'ETATPORT)                                                  *
      *===============================================================*
       CALCULER-AGE.

           IF AS-DATE-NAISSANCE NUMERIC
               MOVE AS-DATE-NAISSANCE(1:4) TO WS-AAAA-NAISS
               MOVE AS-DATE-NAISSANCE(5:4) TO WS-MMJJ-NAISS
               IF WS-AAAA-NAISS < WS-AAAA-FIN
                   COMPUTE WS-AGE = WS-AAAA-FIN - WS-AAAA-NAISS
               ELSE
                   MOVE 0 TO WS-AGE
               END-IF
               IF WS-MMJJ-NAISS > WS-MMJJ-FIN
                  AND WS-AGE > 0
                   SUBTRACT 1 FROM WS-AGE
               END-IF
           ELSE
               MOVE 0 TO WS-AGE
           END-IF
           .

      *===============================================================*
      * Recherche de l'agence WS-AG-RECH dans la table des agences,   *
      * ajoutée si absente ; WS-AG-IDX à zéro si la table est         *
      * pleine (montant porté au seul total)                          *
      *===============================================================*
       CHERCHER-AGENCE.

           MOVE 0 TO WS-AG-IDX

           PERFORM COMPARER-AGENCE
               VARYING WS-AG-J FROM 1 BY 1
               UNTIL WS-AG-J > WS-AG-NBPOSTES OR WS-AG-IDX > 0

           IF WS-AG-IDX = 0
               IF WS-AG-NBPOSTES < WS-AG-CAPACITE
                   ADD 1 TO WS-AG-NBPOSTES
                   MOVE WS-AG-NBPOSTES TO WS-AG-IDX
                   INITIALIZE WS-AG-POSTE(WS-AG-IDX)
                   MOVE WS-AG-RECH TO WS-AG-CODE(WS-AG-IDX)
               ELSE
                   ADD 1 TO WS-NB-AG-DEBORD
               END-IF
           END-IF
           .

       COMPARER-AGENCE.

           IF WS-AG-CODE(WS-AG-J) = WS-AG-RECH
               MOVE WS-AG-J TO WS-AG-IDX
           END-IF
           .

      *===============================================================*
      * Classement de la table des agences par code croissant         *
      * (tri par échanges)                                            *
      *===============================================================*
       TRIER-AGENCES.

           PERFORM TRIER-PASSE
               VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I >= WS-AG-NBPOSTES
           .

       TRIER-PASSE.

           COMPUTE WS-AG-J = WS-AG-I + 1

           PERFORM TRIER-COMPARER
               UNTIL WS-AG-J > WS-AG-NBPOSTES
           .

       TRIER-COMPARER.

           IF WS-AG-CODE(WS-AG-J) < WS-AG-CODE(WS-AG-I)
               MOVE WS-AG-POSTE(WS-AG-I) TO WS-AG-ECHANGE
               MOVE WS-AG-POSTE(WS-AG-J)
                   TO WS-AG-POSTE(WS-AG-I)
               MOVE WS-AG-ECHANGE TO WS-AG-POSTE(WS-AG-J)
           END-IF

           ADD 1 TO WS-AG-J
           .

      *===============================================================*
      * Edition de la ligne d'une agence                              *
      *===============================================================*
       EDITER-AGENCE.

           MOVE SPACES TO WS-ETAT-DETAIL
           STRING "AGENCE " WS-AG-CODE(WS-AG-I)
               DELIMITED BY SIZE INTO WS-ED-LIBELLE

           MOVE WS-AG-NB-SIN(WS-AG-I) TO WS-ED-NB-SIN
           MOVE WS-AG-PRIMES(WS-AG-I) TO WS-ED-PRIMES
           MOVE WS-AG-REGLE(WS-AG-I)  TO WS-ED-REGLE

           IF WS-AG-PRIMES(WS-AG-I) > 0
               COMPUTE WS-RATIO ROUNDED =
                       WS-AG-REGLE(WS-AG-I) * 100
                     / WS-AG-PRIMES(WS-AG-I)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-ED-RATIO
           END-IF

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Edition d'une tranche d'âge (tranches vides omises)           *
      *===============================================================*
       EDITER-TRANCHE.

           IF WS-TR-NB-SIN(WS-TR-IDX) = 0
              AND WS-TR-PRIMES(WS-TR-IDX) = 0
               CONTINUE
           ELSE
               MOVE SPACES TO WS-ETAT-DETAIL

               EVALUATE WS-TR-IDX
                   WHEN 12
                       MOVE WS-LIBELLE-INCONNU  TO WS-ED-LIBELLE
                   WHEN 11
                       MOVE WS-LIBELLE-DERNIERE TO WS-ED-LIBELLE
                   WHEN OTHER
                       COMPUTE WS-TR-AGE-MIN = (WS-TR-IDX - 1) * 10
                       COMPUTE WS-TR-AGE-MAX = WS-TR-AGE-MIN + 9
                       MOVE WS-TR-AGE-MIN TO WS-ED-AGE-MIN
                       MOVE WS-TR-AGE-MAX TO WS-ED-AGE-MAX
                       MOVE WS-ED-TRANCHE TO WS-ED-LIBELLE
               END-EVALUATE

               MOVE WS-TR-NB-SIN(WS-TR-IDX) TO WS-ED-NB-SIN
               MOVE WS-TR-PRIMES(WS-TR-IDX) TO WS-ED-PRIMES
               MOVE WS-TR-REGLE(WS-TR-IDX)  TO WS-ED-REGLE

               IF WS-TR-PRIMES(WS-TR-IDX) > 0
                   COMPUTE WS-RATIO ROUNDED =
                           WS-TR-REGLE(WS-TR-IDX) * 100
                         / WS-TR-PRIMES(WS-TR-IDX)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-RATIO
                   END-COMPUTE
                   MOVE WS-RATIO TO WS-ED-RATIO
               END-IF

               MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Ecriture de la ligne de total d'une ventilation               *
      *===============================================================*
       WRITE-TOTAL-ETAT.

           MOVE SPACES        TO WS-ETAT-DETAIL
           MOVE "TOTAL"       TO WS-ED-LIBELLE
           MOVE WS-TOT-NB-SIN TO WS-ED-NB-SIN
           MOVE WS-TOT-PRIMES TO WS-ED-PRIMES
           MOVE WS-TOT-REGLE  TO WS-ED-REGLE

           IF WS-TOT-PRIMES > 0
               COMPUTE WS-RATIO ROUNDED =
                       WS-TOT-REGLE * 100 / WS-TOT-PRIMES
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-ED-RATIO
           END-IF

           MOVE WS-H-TIRETS    TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Lecture de l'écriture suivante du compte cotisant             *
      *===============================================================*
       BROWSE-COMPTE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 07       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:128) TO W-COMPTE
           ELSE
               SET FIN-COMPTE TO TRUE
               IF Z-CODE-RETOUR NOT = 10
                   DISPLAY 'BROWSE COMPTE ERREUR : ' Z-CODE-RETOUR
               END-IF
           END-IF
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
      * Lecture de l'assuré WS-MAT-COURANT (KSDS)                     *
      *===============================================================*
       READ-ASSURE.
           MOVE 'ACCFIC'       TO WS-ACC
           MOVE 'KSDS'         TO Z-NOM-FICHIER
           MOVE 02             TO Z-CODE-FONCTION
           MOVE 00             TO Z-CODE-RETOUR
           MOVE SPACES         TO Z-ENR-LONG
           MOVE WS-MAT-COURANT TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:108) TO W-ASSURE
           END-IF
           .

      *===============================================================*
      * Lecture de la période sur le fichier paramètre (début en      *
      * colonnes 1-8, fin en colonnes 9-16, AAAAMMJJ) ; à défaut      *
      * du 1er janvier de l'année en cours à la date du jour          *
      *===============================================================*
       LIRE-PARAMETRE.
           MOVE WS-CURR-DT(1:8) TO WS-DATE-FIN
           MOVE WS-CURR-DT(1:4) TO WS-DATE-DEBUT(1:4)
           MOVE "0101"          TO WS-DATE-DEBUT(5:4)

           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'PARAM'  TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'ETATSP   - PARAMETRE ABSENT, ANNEE EN COURS '
                   'RETENUE : ' WS-DATE-DEBUT ' - ' WS-DATE-FIN
           ELSE
               MOVE 'PARAM'  TO Z-NOM-FICHIER
               MOVE 02       TO Z-CODE-FONCTION
               MOVE 00       TO Z-CODE-RETOUR
               MOVE SPACES   TO Z-ENREGISTREMENT

               CALL WS-ACC USING Z-COM

               IF Z-CODE-RETOUR = 00
                   MOVE Z-ENREGISTREMENT TO WS-PARAM-REC
                   IF WS-PAR-DATE-DEBUT NUMERIC
                      AND WS-PAR-DATE-FIN NUMERIC
                      AND WS-PAR-DATE-DEBUT NOT > WS-PAR-DATE-FIN
                       MOVE WS-PAR-DATE-DEBUT TO WS-DATE-DEBUT
                       MOVE WS-PAR-DATE-FIN   TO WS-DATE-FIN
                   ELSE
                       DISPLAY 'ETATSP   - PARAMETRE INVALIDE, ANNEE '
                           'EN COURS RETENUE : ' WS-DATE-DEBUT ' - '
                           WS-DATE-FIN
                   END-IF
               ELSE
                   DISPLAY 'ETATSP   - PARAMETRE VIDE, ANNEE EN COURS '
                       'RETENUE : ' WS-DATE-DEBUT ' - ' WS-DATE-FIN
               END-IF

               MOVE 'PARAM'  TO Z-NOM-FICHIER
               MOVE 03       TO Z-CODE-FONCTION
               MOVE 00       TO Z-CODE-RETOUR
               MOVE SPACES   TO Z-ENREGISTREMENT

               CALL WS-ACC USING Z-COM
           END-IF
           .

      *===============================================================*
      * Ouverture du compte cotisant                                  *
      *===============================================================*
       OPEN-COMPTE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN COMPTE ERREUR : ' Z-CODE-RETOUR
               SET FIN-COMPTE TO TRUE
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
      * Ouverture fichier de listing (état S/P)                       *
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
       CLOSE-COMPTE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE COMPTE ERREUR : ' Z-CODE-RETOUR
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
      * Ecriture de l'entête de l'état S/P                            *
      *===============================================================*
       WRITE-ENTETE-ETAT.

           MOVE WS-CD-DD   TO WS-DATE-JJ
           MOVE WS-CD-MM   TO WS-DATE-MM
           MOVE WS-CD-YYYY TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE

           MOVE WS-DATE-DEBUT(7:2) TO WS-DATE-JJ
           MOVE WS-DATE-DEBUT(5:2) TO WS-DATE-MM
           MOVE WS-DATE-DEBUT(1:4) TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE-DEBUT

           MOVE WS-DATE-FIN(7:2) TO WS-DATE-JJ
           MOVE WS-DATE-FIN(5:2) TO WS-DATE-MM
           MOVE WS-DATE-FIN(1:4) TO WS-DATE-AAAA
           MOVE WS-DATE-EDIT TO WS-H-DATE-FIN

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
           MOVE 'ETATSP  ' TO J-PROGRAMME
           MOVE WS-DATE-FIN TO J-DATE-TRT
           MOVE WS-NB-CPT-LUS TO J-NB-LUS
           MOVE WS-NB-SIN-RETENUS TO J-NB-TRAITES
           MOVE WS-NB-INCONNUS TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
