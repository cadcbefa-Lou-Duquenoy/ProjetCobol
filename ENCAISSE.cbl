       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCAISSE.

      *===============================================================*
      *  PROGRAMME : ENCAISSE                                         *
      *  ROLE      :                                                  *
      *    - Porter au compte cotisant (COMPTE) les encaissements     *
      *      manuels reçus par les agences (chèque, espèces,          *
      *      virement) à partir du fichier des encaissements          *
      *      (ENCAISS, cf. copy WENCAIS)                              *
      *    - Contrôler chaque encaissement : matricule renseigné et   *
      *      connu de F-ASSURES, montant numérique non nul, date      *
      *      valide et non postérieure à la date de traitement, mode  *
      *      de règlement admis (C, E, V)                             *
      *    - Ecrire l'encaissement au crédit du compte, puis          *
      *      l'affecter aux appels impayés de l'assuré du plus ancien *
      *      au plus récent : un appel entièrement couvert est soldé, *
      *      le reliquat éventuel reste au crédit de l'assuré         *
      *    - Editer l'état des encaissements (LISTE) : une ligne par  *
      *      encaissement avec sa disposition ou son motif de rejet,  *
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
      * Indicateur de fin de lecture du fichier des encaissements     *
      *---------------------------------------------------------------*
       77  WS-EOF-EN                PIC X VALUE "N".
           88 FIN-ENCAIS                  VALUE "Y".
           88 PAS-FIN-ENCAIS              VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de fin de parcours du compte de l'assuré           *
      *---------------------------------------------------------------*
       77  WS-EOF-CPT               PIC X VALUE "N".
           88 FIN-COMPTE                  VALUE "Y".
           88 PAS-FIN-COMPTE              VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de rejet de l'encaissement en cours de contrôle    *
      *---------------------------------------------------------------*
       77  WS-ETAT-CTL              PIC X VALUE "O".
           88 ENC-REJETE                  VALUE "N".
           88 ENC-OK                      VALUE "O".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WENCAIS.
       COPY WCOMPTE.
       COPY WASSURE.

      *---------------------------------------------------------------*
      * Clé de l'écriture d'encaissement au compte : une séquence     *
      * distingue les encaissements d'un même assuré le même jour     *
      *---------------------------------------------------------------*
       01  WS-CLE-ENC.
           05 WS-CE-MAT             PIC X(06).
           05 WS-CE-DATE            PIC 9(08).
           05 WS-CE-TYPE            PIC X(01) VALUE "E".
           05 WS-CE-SEQ             PIC 9(02).

       77  WS-SEQ-LIBRE             PIC X VALUE "N".
           88 SEQUENCE-LIBRE              VALUE "Y".
           88 SEQUENCE-PRISE              VALUE "N".

      *---------------------------------------------------------------*
      * Ecriture d'encaissement conservée pendant l'affectation       *
      *---------------------------------------------------------------*
       01  WS-COMPTE-ENC            PIC X(128) VALUE SPACES.

      *---------------------------------------------------------------*
      * Affectation de l'encaissement : reste à affecter, restant dû  *
      * de l'appel courant, part affectée                              *
      *---------------------------------------------------------------*
       77  WS-RESTE                 PIC 9(6)V99 VALUE 0.
       77  WS-DU                    PIC 9(6)V99 VALUE 0.
       77  WS-PART                  PIC 9(6)V99 VALUE 0.
       77  WS-AFFECTE               PIC 9(6)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Compteurs et montants de traitement                            *
      *---------------------------------------------------------------*
       01  WS-ENC-COUNTERS.
           05 WS-NB-ENC-LUS         PIC 9(5) VALUE 0.
           05 WS-NB-ACCEPTES        PIC 9(5) VALUE 0.
           05 WS-NB-REJETES         PIC 9(5) VALUE 0.
           05 WS-NB-APPELS-SOLDES   PIC 9(5) VALUE 0.
           05 WS-TOT-ENCAISSE       PIC 9(9)V99 VALUE 0.
           05 WS-TOT-AFFECTE        PIC 9(9)V99 VALUE 0.
           05 WS-TOT-CREDIT         PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Table des motifs de rejet des encaissements                   *
      *---------------------------------------------------------------*
       01  TABLE-MESSAGE-ENCAIS.
           05 FILLER PIC X(28) VALUE "MATRICULE ABSENT".
           05 FILLER PIC X(28) VALUE "MONTANT INVALIDE".
           05 FILLER PIC X(28) VALUE "DATE D'ENCAISSEMENT INVALIDE".
           05 FILLER PIC X(28) VALUE "MODE DE REGLEMENT INVALIDE".
           05 FILLER PIC X(28) VALUE "ASSURE INEXISTANT".
           05 FILLER PIC X(28) VALUE "TROP D'ENCAISSEMENTS DU JOUR".
           05 FILLER PIC X(28) VALUE "ERREUR D'ECRITURE AU COMPTE".

       01  WS-TABLE-MSGEN-TAB REDEFINES TABLE-MESSAGE-ENCAIS.
           05 WS-MSGEN OCCURS 7 TIMES PIC X(28).

       77  WS-CODE-CTL              PIC 99 VALUE 0.

      *---------------------------------------------------------------*
      * Décomposition de la date d'encaissement pour contrôle         *
      *---------------------------------------------------------------*
       01  WS-DATE-ENC-CTL.
           05 WS-DE-AAAA            PIC 9(4).
           05 WS-DE-MM              PIC 9(2).
           05 WS-DE-JJ              PIC 9(2).

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
      * Entête de l'état des encaissements                            *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "                ENCAISSEMENTS  MANUELS".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "                ----------------------".
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
              10 FILLER             PIC X(7)  VALUE "MATRIC".
              10 FILLER             PIC X(16) VALUE "NOM".
              10 FILLER             PIC X(9)  VALUE "DATE".
              10 FILLER             PIC X(10) VALUE "  MONTANT".
              10 FILLER             PIC X(10) VALUE "  AFFECTE".
              10 FILLER             PIC X(28) VALUE "DISPOSITION".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de détail d'un encaissement                              *
      *---------------------------------------------------------------*
       01  WS-ETAT-DETAIL.
           05 WS-ED-MAT             PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-NOM             PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-DATE            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-MONTANT         PIC ZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-AFFECTE         PIC ZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-DISPOSITION     PIC X(28).

      *---------------------------------------------------------------*
      * Lignes de total de l'état des encaissements                   *
      *---------------------------------------------------------------*
       01  WS-ETAT-TOTAL.
           05 FILLER                PIC X(10) VALUE "LUS     : ".
           05 WS-ET-LUS             PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE "   ACCEPTES: ".
           05 WS-ET-ACC             PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE "   REJETES : ".
           05 WS-ET-REJ             PIC Z(4)9.
           05 FILLER                PIC X(29) VALUE SPACES.

       01  WS-ETAT-MONTANT.
           05 WS-EM-LIBELLE         PIC X(28).
           05 WS-EM-MONTANT         PIC Z(8)9.99.
           05 FILLER                PIC X(40) VALUE SPACES.

       01  WS-ETAT-SOLDES.
           05 FILLER                PIC X(28)
              VALUE "APPELS IMPAYES SOLDES      :".
           05 WS-ES-NB              PIC Z(4)9.
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
      * PROGRAMME PRINCIPAL                                            *
      *===============================================================*
       MAIN.

           MOVE 00 TO Z-CODE-RETOUR

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT

      *--- Date de traitement : paramètre, date du jour à défaut ------*
           PERFORM LIRE-PARAMETRE

      *--- Ouverture des fichiers d'entrée / sortie ------------------*
           PERFORM OPEN-ENCAISS
           PERFORM OPEN-COMPTE
           PERFORM OPEN-ASSURE
           PERFORM OPEN-LISTE

           PERFORM WRITE-ENTETE-ETAT

      *--- Contrôle, écriture et affectation de chaque encaissement --*
           PERFORM READ-ENCAISS
           PERFORM UNTIL FIN-ENCAIS
               ADD 1 TO WS-NB-ENC-LUS
               MOVE WS-BUFFER TO W-ENCAIS

               PERFORM TRAITER-ENCAISSEMENT

               PERFORM READ-ENCAISS
           END-PERFORM

           PERFORM WRITE-TOTAL-ETAT

           DISPLAY "ENCAISSE - ENCAISSEMENTS LUS : " WS-NB-ENC-LUS
           DISPLAY "ENCAISSE - ACCEPTES          : " WS-NB-ACCEPTES
           DISPLAY "ENCAISSE - REJETES           : " WS-NB-REJETES
           DISPLAY "ENCAISSE - APPELS SOLDES     : " WS-NB-APPELS-SOLDES

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-ENCAISS
           PERFORM CLOSE-COMPTE
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-LISTE

           IF WS-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Traitement d'un encaissement : contrôle, écriture au crédit   *
      * du compte puis affectation aux appels impayés ; l'issue est   *
      * éditée                                                        *
      *===============================================================*
       TRAITER-ENCAISSEMENT.

           MOVE 0 TO WS-AFFECTE

           PERFORM CONTROLER-ENCAISSEMENT

           IF ENC-OK
               PERFORM ENREGISTRER-ENCAISSEMENT
           END-IF

           IF ENC-OK
               ADD 1          TO WS-NB-ACCEPTES
               ADD EN-MONTANT TO WS-TOT-ENCAISSE
               PERFORM AFFECTER-ENCAISSEMENT
               ADD WS-AFFECTE TO WS-TOT-AFFECTE
               COMPUTE WS-TOT-CREDIT = WS-TOT-CREDIT
                                     + EN-MONTANT - WS-AFFECTE
           ELSE
               ADD 1 TO WS-NB-REJETES
           END-IF

           PERFORM WRITE-DETAIL-ETAT
           .

      *===============================================================*
      * Contrôle d'un encaissement : matricule, montant, date, mode   *
      * de règlement, puis existence de l'assuré ; seule la première  *
      * anomalie rencontrée est retenue                               *
      *===============================================================*
       CONTROLER-ENCAISSEMENT.

           SET ENC-OK TO TRUE
           MOVE 0 TO WS-CODE-CTL
           MOVE EN-DATE TO WS-DATE-ENC-CTL
           MOVE SPACES TO W-ASSURE

           IF EN-MAT = SPACES
               SET ENC-REJETE TO TRUE
               MOVE 01 TO WS-CODE-CTL
           ELSE IF EN-MONTANT NOT NUMERIC
               SET ENC-REJETE TO TRUE
               MOVE 02 TO WS-CODE-CTL
           ELSE IF EN-MONTANT = 0
               SET ENC-REJETE TO TRUE
               MOVE 02 TO WS-CODE-CTL
           ELSE IF EN-DATE NOT NUMERIC
               OR WS-DE-MM < 1 OR WS-DE-MM > 12
               OR WS-DE-JJ < 1 OR WS-DE-JJ > 31
               OR WS-DE-AAAA < 1900
               OR EN-DATE > WS-DATE-TRT
               SET ENC-REJETE TO TRUE
               MOVE 03 TO WS-CODE-CTL
           ELSE IF EN-MODE NOT = "C" AND EN-MODE NOT = "E"
              AND EN-MODE NOT = "V"
               SET ENC-REJETE TO TRUE
               MOVE 04 TO WS-CODE-CTL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF ENC-OK
               PERFORM READ-ASSURE
               IF Z-CODE-RETOUR NOT = 00
                   SET ENC-REJETE TO TRUE
                   MOVE 05 TO WS-CODE-CTL
               END-IF
           END-IF
           .

      *===============================================================*
      * Ecriture de l'encaissement au crédit du compte cotisant,      *
      * sous la première séquence libre du jour pour l'assuré         *
      *===============================================================*
       ENREGISTRER-ENCAISSEMENT.

           MOVE EN-MAT  TO WS-CE-MAT
           MOVE EN-DATE TO WS-CE-DATE
           MOVE 0       TO WS-CE-SEQ
           SET SEQUENCE-PRISE TO TRUE

           PERFORM CHERCHER-SEQUENCE
               UNTIL SEQUENCE-LIBRE OR WS-CE-SEQ = 99

           IF SEQUENCE-PRISE
               SET ENC-REJETE TO TRUE
               MOVE 06 TO WS-CODE-CTL
           ELSE
               MOVE SPACES          TO W-COMPTE
               MOVE WS-CLE-ENC      TO CP-CLE
               MOVE EN-MONTANT      TO CP-MONTANT
               MOVE 0               TO CP-MT-PRELEVE
               MOVE 0               TO CP-MT-ENCAISSE
               MOVE 0               TO CP-NB-REJETS
               MOVE 0               TO CP-DATE-REJET
               MOVE 0               TO CP-DATE-REGLEMENT
               MOVE EN-MODE         TO CP-MODE
               MOVE EN-REFERENCE    TO CP-REFERENCE
               MOVE WS-DATE-TRT     TO CP-DATE-MAJ

               MOVE W-COMPTE TO Z-ENR-LONG(1:128)

               MOVE 'ACCFIC' TO WS-ACC
               MOVE 'COMPTE' TO Z-NOM-FICHIER
               MOVE 04       TO Z-CODE-FONCTION
               MOVE 00       TO Z-CODE-RETOUR

               CALL WS-ACC USING Z-COM

               IF Z-CODE-RETOUR = 00
                   MOVE W-COMPTE TO WS-COMPTE-ENC
               ELSE
                   DISPLAY 'WRITE COMPTE ERREUR : ' Z-CODE-RETOUR
                   SET ENC-REJETE TO TRUE
                   MOVE 07 TO WS-CODE-CTL
               END-IF
           END-IF
           .

       CHERCHER-SEQUENCE.
           ADD 1 TO WS-CE-SEQ

           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'COMPTE'   TO Z-NOM-FICHIER
           MOVE 02         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENR-LONG
           MOVE WS-CLE-ENC TO Z-ENREGISTREMENT(1:17)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 23
               SET SEQUENCE-LIBRE TO TRUE
           END-IF
           .

      *===============================================================*
      * Affectation de l'encaissement aux appels impayés de           *
      * l'assuré, dans l'ordre chronologique du compte, jusqu'à       *
      * épuisement ; la part affectée est reportée sur l'écriture     *
      * d'encaissement, le reliquat reste au crédit                   *
      *===============================================================*
       AFFECTER-ENCAISSEMENT.

           MOVE EN-MONTANT TO WS-RESTE
           SET PAS-FIN-COMPTE TO TRUE

           MOVE SPACES   TO Z-ENR-LONG
           MOVE EN-MAT   TO Z-ENREGISTREMENT(1:6)
           MOVE ALL "0"  TO Z-ENREGISTREMENT(7:8)
           PERFORM BROWSE-COMPTE

           PERFORM UNTIL FIN-COMPTE OR WS-RESTE = 0
               IF CP-MATRICULE NOT = EN-MAT
                   SET FIN-COMPTE TO TRUE
               ELSE
                   IF CP-TYPE-APPEL AND CP-IMPAYE
                       PERFORM AFFECTER-APPEL
                   END-IF
                   MOVE SPACES TO Z-ENR-LONG
                   PERFORM BROWSE-COMPTE
               END-IF
           END-PERFORM

           IF WS-AFFECTE > 0
               MOVE WS-COMPTE-ENC TO W-COMPTE
               MOVE WS-AFFECTE    TO CP-MT-ENCAISSE
               PERFORM REWRITE-COMPTE
           END-IF
           .

      *===============================================================*
      * Affectation à l'appel impayé courant : tout ou partie du      *
      * restant dû ; un appel entièrement couvert est soldé à la      *
      * date de l'encaissement                                        *
      *===============================================================*
       AFFECTER-APPEL.

           COMPUTE WS-DU = CP-MONTANT - CP-MT-PRELEVE - CP-MT-ENCAISSE

           IF WS-DU > 0
               IF WS-DU > WS-RESTE
                   MOVE WS-RESTE TO WS-PART
               ELSE
                   MOVE WS-DU    TO WS-PART
                   SET CP-REGLE  TO TRUE
                   MOVE EN-DATE  TO CP-DATE-REGLEMENT
                   ADD 1 TO WS-NB-APPELS-SOLDES
               END-IF

               ADD WS-PART      TO CP-MT-ENCAISSE
               SUBTRACT WS-PART FROM WS-RESTE
               ADD WS-PART      TO WS-AFFECTE
               MOVE WS-DATE-TRT TO CP-DATE-MAJ

               PERFORM REWRITE-COMPTE
           END-IF
           .

      *===============================================================*
      * Lecture de l'écriture suivante du compte cotisant (une clé    *
      * fournie en tête de zone repositionne le parcours)             *
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
      * Réécriture de l'écriture courante du compte cotisant          *
      *===============================================================*
       REWRITE-COMPTE.
           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'COMPTE' TO Z-NOM-FICHIER
           MOVE 05       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE W-COMPTE TO Z-ENR-LONG(1:128)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'REWRITE COMPTE ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

      *===============================================================*
      * Lecture de l'assuré de l'encaissement (KSDS)                  *
      *===============================================================*
       READ-ASSURE.
           MOVE 'ACCFIC' TO WS-ACC
           MOVE 'KSDS'   TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG
           MOVE EN-MAT   TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:108) TO W-ASSURE
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
               DISPLAY 'ENCAISSE - PARAMETRE ABSENT, DATE DU JOUR '
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
                       DISPLAY 'ENCAISSE - PARAMETRE INVALIDE, DATE '
                           'DU JOUR RETENUE : ' WS-DATE-TRT
                   END-IF
               ELSE
                   DISPLAY 'ENCAISSE - PARAMETRE VIDE, DATE DU JOUR '
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
      * Ouverture fichier des encaissements manuels                   *
      *===============================================================*
       OPEN-ENCAISS.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'ENCAISS' TO Z-NOM-FICHIER
           MOVE 01        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN ENCAISS ERREUR : ' Z-CODE-RETOUR
               SET FIN-ENCAIS TO TRUE
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
      * Ouverture fichier de listing (état des encaissements)         *
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
      * Lecture séquentielle du fichier des encaissements             *
      *===============================================================*
       READ-ENCAISS.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'ENCAISS' TO Z-NOM-FICHIER
           MOVE 02        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:80) TO WS-BUFFER
              SET PAS-FIN-ENCAIS TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-ENCAIS TO TRUE
              ELSE
                  DISPLAY 'READ ENCAISS ERREUR : ' Z-CODE-RETOUR
                  SET FIN-ENCAIS TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers                                        *
      *===============================================================*
       CLOSE-ENCAISS.
           MOVE 'ACCFIC'  TO WS-ACC

           MOVE 'ENCAISS' TO Z-NOM-FICHIER
           MOVE 03        TO Z-CODE-FONCTION
           MOVE 00        TO Z-CODE-RETOUR
           MOVE SPACES    TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE ENCAISS ERREUR : ' Z-CODE-RETOUR
           END-IF
           .

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
      * Ecriture de l'entête de l'état des encaissements              *
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
      * Ecriture de la ligne de l'encaissement en cours : accepté     *
      * (avec la part affectée aux impayés), ou rejeté avec son       *
      * motif                                                         *
      *===============================================================*
       WRITE-DETAIL-ETAT.

           MOVE SPACES     TO WS-ETAT-DETAIL
           MOVE EN-MAT     TO WS-ED-MAT
           MOVE AS-NOM     TO WS-ED-NOM
           MOVE EN-DATE    TO WS-ED-DATE

           IF EN-MONTANT NUMERIC
               MOVE EN-MONTANT TO WS-ED-MONTANT
           ELSE
               MOVE 0          TO WS-ED-MONTANT
           END-IF
           MOVE WS-AFFECTE TO WS-ED-AFFECTE

           IF ENC-OK
               IF WS-AFFECTE < EN-MONTANT
                   MOVE "ACCEPTE, RELIQUAT AU CREDIT"
                       TO WS-ED-DISPOSITION
               ELSE
                   MOVE "ACCEPTE" TO WS-ED-DISPOSITION
               END-IF
           ELSE
               MOVE WS-MSGEN(WS-CODE-CTL) TO WS-ED-DISPOSITION
           END-IF

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture des lignes de total de l'état                        *
      *===============================================================*
       WRITE-TOTAL-ETAT.

           MOVE WS-NB-ENC-LUS  TO WS-ET-LUS
           MOVE WS-NB-ACCEPTES TO WS-ET-ACC
           MOVE WS-NB-REJETES  TO WS-ET-REJ

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-TIRETS     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-TOTAL   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "TOTAL ENCAISSE             :" TO WS-EM-LIBELLE
           MOVE WS-TOT-ENCAISSE TO WS-EM-MONTANT
           MOVE WS-ETAT-MONTANT TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "DONT AFFECTE AUX IMPAYES   :" TO WS-EM-LIBELLE
           MOVE WS-TOT-AFFECTE  TO WS-EM-MONTANT
           MOVE WS-ETAT-MONTANT TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE "DONT LAISSE AU CREDIT      :" TO WS-EM-LIBELLE
           MOVE WS-TOT-CREDIT   TO WS-EM-MONTANT
           MOVE WS-ETAT-MONTANT TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-NB-APPELS-SOLDES TO WS-ES-NB
           MOVE WS-ETAT-SOLDES  TO WS-ETAT-LINE
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
           MOVE 'ENCAISSE' TO J-PROGRAMME
           MOVE WS-DATE-TRT TO J-DATE-TRT
           MOVE WS-NB-ENC-LUS TO J-NB-LUS
           MOVE WS-NB-ACCEPTES TO J-NB-TRAITES
           MOVE WS-NB-REJETES TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
