       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVCPT.

      *===============================================================*
      *  PROGRAMME : RELEVCPT                                         *
      *  ROLE      :                                                  *
      *    - Lire le fichier des demandes (PARAM) : un matricule par  *
      *      enregistrement, en colonnes 1-6                          *
      *    - Pour chaque assuré demandé, éditer son relevé de compte  *
      *      cotisant (LISTE) : identité et adresse lues sur          *
      *      F-ASSURES, puis les écritures du compte (COMPTE) dans    *
      *      l'ordre chronologique                                    *
      *        . appel de prime au débit                              *
      *        . prélèvement honoré au crédit                         *
      *        . prélèvement rejeté, pour mémoire, avec le motif      *
      *          communiqué par la banque                             *
      *        . encaissement manuel au crédit (mode et référence)    *
      *        . remboursement de prime au prorata : part non courue  *
      *          de l'appel au crédit, virement à l'assuré au débit   *
      *      avec le solde progressif et le solde final, débiteur     *
      *      ou créditeur                                             *
      *    - Un matricule inconnu de F-ASSURES est signalé sur l'état *
      *      et conduit à un code retour 4                            *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      * Indicateur de fin de lecture du fichier des demandes          *
      *---------------------------------------------------------------*
       77  WS-EOF-DEM               PIC X VALUE "N".
           88 FIN-DEMANDES                VALUE "Y".
           88 PAS-FIN-DEMANDES            VALUE "N".

      *---------------------------------------------------------------*
      * Indicateur de fin de parcours du compte de l'assuré           *
      *---------------------------------------------------------------*
       77  WS-EOF-CPT               PIC X VALUE "N".
           88 FIN-COMPTE                  VALUE "Y".
           88 PAS-FIN-COMPTE              VALUE "N".

      *---------------------------------------------------------------*
      * Descriptions des enregistrements métier                       *
      *---------------------------------------------------------------*
       COPY WCOMPTE.
       COPY WASSURE.

      *---------------------------------------------------------------*
      * Enregistrement du fichier des demandes                        *
      *---------------------------------------------------------------*
       01  WS-PARAM-REC.
           05 WS-PAR-MAT            PIC X(06).
           05 FILLER                PIC X(74).

      *---------------------------------------------------------------*
      * Solde progressif du relevé (positif : dû par l'assuré)        *
      *---------------------------------------------------------------*
       77  WS-SOLDE                 PIC S9(9)V99 VALUE 0.
       77  WS-TOT-DEBIT             PIC 9(9)V99 VALUE 0.
       77  WS-TOT-CREDIT            PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Compteurs de traitement                                        *
      *---------------------------------------------------------------*
       01  WS-REL-COUNTERS.
           05 WS-NB-DEMANDES        PIC 9(5) VALUE 0.
           05 WS-NB-RELEVES         PIC 9(5) VALUE 0.
           05 WS-NB-INCONNUS        PIC 9(5) VALUE 0.
           05 WS-NB-ECRITURES       PIC 9(7) VALUE 0.

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
      * Entête de l'état des relevés de compte                        *
      *---------------------------------------------------------------*
       01  WS-ETAT-HEADERS.
           05 WS-H-TITRE            PIC X(80)
              VALUE "                RELEVES  DE  COMPTE  COTISANT".
           05 WS-H-SOUS-TITRE       PIC X(80)
              VALUE "                -----------------------------".
           05 WS-H-VIDE             PIC X(80)
              VALUE SPACES.
           05 WS-H-TIRETS           PIC X(80)
              VALUE ALL "-".

           05 WS-H-LIGNE-DATE.
              10 WS-H-LBL-DATE      PIC X(20)
                 VALUE "EDITION DU : ".
              10 WS-H-DATE          PIC X(10).
              10 FILLER             PIC X(50) VALUE SPACES.

           05 WS-H-LIGNE-COL.
              10 FILLER             PIC X(11) VALUE "DATE".
              10 FILLER             PIC X(31) VALUE "LIBELLE".
              10 FILLER             PIC X(11) VALUE "     DEBIT".
              10 FILLER             PIC X(11) VALUE "    CREDIT".
              10 FILLER             PIC X(16) VALUE "      SOLDE".

       77  WS-ETAT-LINE             PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * Lignes d'identification de l'assuré en tête de relevé         *
      *---------------------------------------------------------------*
       01  WS-ETAT-ASSURE.
           05 FILLER                PIC X(10) VALUE "ASSURE  : ".
           05 WS-EA-MAT             PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EA-NOM             PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-EA-PRENOM          PIC X(12).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "AGENCE : ".
           05 WS-EA-AGENCE          PIC X(02).
           05 FILLER                PIC X(19) VALUE SPACES.

       01  WS-ETAT-ADRESSE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-EAD-RUE            PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-EAD-CP             PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-EAD-VILLE          PIC X(20).
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-ETAT-INCONNU.
           05 FILLER                PIC X(10) VALUE "ASSURE  : ".
           05 WS-EI-MAT             PIC X(06).
           05 FILLER                PIC X(64)
              VALUE "  INCONNU DU FICHIER DES ASSURES, PAS DE RELEVE".

      *---------------------------------------------------------------*
      * Ligne d'écriture du relevé                                    *
      *---------------------------------------------------------------*
       01  WS-ETAT-DETAIL.
           05 WS-ED-DATE            PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-LIBELLE         PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-DEBIT           PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-CREDIT          PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ED-SOLDE           PIC -ZZZZZZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de solde final du relevé                                *
      *---------------------------------------------------------------*
       01  WS-ETAT-SOLDE.
           05 FILLER                PIC X(11) VALUE SPACES.
           05 WS-ES-LIBELLE         PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ES-DEBIT           PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ES-CREDIT          PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ES-SOLDE           PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.

      *---------------------------------------------------------------*
      * Ligne de fin de l'état                                        *
      *---------------------------------------------------------------*
       01  WS-ETAT-TOTAL.
           05 FILLER                PIC X(12) VALUE "DEMANDES : ".
           05 WS-ET-DEM             PIC Z(4)9.
           05 FILLER                PIC X(14) VALUE "   RELEVES : ".
           05 WS-ET-REL             PIC Z(4)9.
           05 FILLER                PIC X(14) VALUE "   INCONNUS : ".
           05 WS-ET-INC             PIC Z(4)9.
           05 FILLER                PIC X(25) VALUE SPACES.

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

      *--- Ouverture des fichiers d'entrée / sortie ------------------*
           PERFORM OPEN-PARAM
           PERFORM OPEN-COMPTE
           PERFORM OPEN-ASSURE
           PERFORM OPEN-LISTE

           PERFORM WRITE-ENTETE-ETAT

      *--- Un relevé par matricule demandé ---------------------------*
           PERFORM READ-DEMANDE
           PERFORM UNTIL FIN-DEMANDES
               IF WS-PAR-MAT NOT = SPACES
                   ADD 1 TO WS-NB-DEMANDES
                   PERFORM EDITER-RELEVE
               END-IF

               PERFORM READ-DEMANDE
           END-PERFORM

           PERFORM WRITE-TOTAL-ETAT

           DISPLAY "RELEVCPT - DEMANDES          : " WS-NB-DEMANDES
           DISPLAY "RELEVCPT - RELEVES EDITES    : " WS-NB-RELEVES
           DISPLAY "RELEVCPT - INCONNUS           : " WS-NB-INCONNUS

      *--- Fermeture des fichiers ------------------------------------*
           PERFORM CLOSE-PARAM
           PERFORM CLOSE-COMPTE
           PERFORM CLOSE-ASSURE
           PERFORM CLOSE-LISTE

           IF WS-NB-INCONNUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-JOURNAL

           STOP RUN.
           .

      *===============================================================*
      * Edition du relevé d'un assuré : identification, écritures     *
      * du compte du plus ancien au plus récent, solde final          *
      *===============================================================*
       EDITER-RELEVE.

           PERFORM READ-ASSURE

           IF Z-CODE-RETOUR NOT = 00
               ADD 1 TO WS-NB-INCONNUS
               MOVE WS-PAR-MAT      TO WS-EI-MAT
               MOVE WS-ETAT-INCONNU TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
               MOVE WS-H-VIDE       TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           ELSE
               ADD 1 TO WS-NB-RELEVES
               PERFORM WRITE-ENTETE-ASSURE

               MOVE 0 TO WS-SOLDE
               MOVE 0 TO WS-TOT-DEBIT
               MOVE 0 TO WS-TOT-CREDIT
               SET PAS-FIN-COMPTE TO TRUE

               MOVE SPACES     TO Z-ENR-LONG
               MOVE WS-PAR-MAT TO Z-ENREGISTREMENT(1:6)
               MOVE ALL "0"    TO Z-ENREGISTREMENT(7:8)
               PERFORM BROWSE-COMPTE

               PERFORM UNTIL FIN-COMPTE
                   IF CP-MATRICULE NOT = WS-PAR-MAT
                       SET FIN-COMPTE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-ECRITURES
                       EVALUATE TRUE
                           WHEN CP-TYPE-APPEL
                               PERFORM EDITER-APPEL
                           WHEN CP-TYPE-REMBOURSEMENT
                               PERFORM EDITER-REMBOURSEMENT
                           WHEN OTHER
                               PERFORM EDITER-ENCAISSEMENT
                       END-EVALUATE
                       MOVE SPACES TO Z-ENR-LONG
                       PERFORM BROWSE-COMPTE
                   END-IF
               END-PERFORM

               PERFORM WRITE-SOLDE-RELEVE
           END-IF
           .

      *===============================================================*
      * Edition d'un appel de prime : l'appel au débit, puis le       *
      * prélèvement honoré au crédit ou, pour mémoire, le rejet       *
      * bancaire avec son motif                                       *
      *===============================================================*
       EDITER-APPEL.

           MOVE SPACES TO WS-ETAT-DETAIL
           MOVE CP-DATE-OPE(1:4) TO WS-DATE-AAAA
           MOVE CP-DATE-OPE(5:2) TO WS-DATE-MM
           MOVE CP-DATE-OPE(7:2) TO WS-DATE-JJ
           MOVE WS-DATE-EDIT     TO WS-ED-DATE

           EVALUATE CP-PERIODICITE
               WHEN "M"
                   MOVE "APPEL PRIME MENSUELLE"     TO WS-ED-LIBELLE
               WHEN "A"
                   MOVE "APPEL PRIME ANNUELLE"      TO WS-ED-LIBELLE
               WHEN OTHER
                   MOVE "APPEL PRIME TRIMESTRIELLE" TO WS-ED-LIBELLE
           END-EVALUATE

           MOVE CP-MONTANT TO WS-ED-DEBIT
           MOVE 0          TO WS-ED-CREDIT
           ADD CP-MONTANT  TO WS-SOLDE
           ADD CP-MONTANT  TO WS-TOT-DEBIT
           MOVE WS-SOLDE   TO WS-ED-SOLDE

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           IF CP-MT-PRELEVE > 0
               MOVE SPACES TO WS-ETAT-DETAIL
               MOVE CP-DATE-REGLEMENT(1:4) TO WS-DATE-AAAA
               MOVE CP-DATE-REGLEMENT(5:2) TO WS-DATE-MM
               MOVE CP-DATE-REGLEMENT(7:2) TO WS-DATE-JJ
               MOVE WS-DATE-EDIT     TO WS-ED-DATE
               MOVE "PRELEVEMENT HONORE" TO WS-ED-LIBELLE
               MOVE 0                TO WS-ED-DEBIT
               MOVE CP-MT-PRELEVE    TO WS-ED-CREDIT
               SUBTRACT CP-MT-PRELEVE FROM WS-SOLDE
               ADD CP-MT-PRELEVE     TO WS-TOT-CREDIT
               MOVE WS-SOLDE         TO WS-ED-SOLDE

               MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF

           IF CP-IMPAYE
               MOVE SPACES TO WS-ETAT-DETAIL
               MOVE CP-DATE-REJET(1:4) TO WS-DATE-AAAA
               MOVE CP-DATE-REJET(5:2) TO WS-DATE-MM
               MOVE CP-DATE-REJET(7:2) TO WS-DATE-JJ
               MOVE WS-DATE-EDIT       TO WS-ED-DATE

               EVALUATE CP-MOTIF-REJET
                   WHEN "01"
                       MOVE "PRLV REJETE PROVISION INSUF."
                           TO WS-ED-LIBELLE
                   WHEN "02"
                       MOVE "PRLV REJETE COMPTE CLOS"
                           TO WS-ED-LIBELLE
                   WHEN OTHER
                       MOVE "PRLV REJETE MOTIF INCONNU"
                           TO WS-ED-LIBELLE
               END-EVALUATE

               MOVE 0        TO WS-ED-DEBIT
               MOVE 0        TO WS-ED-CREDIT
               MOVE WS-SOLDE TO WS-ED-SOLDE

               MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
               PERFORM WRITE-LIGNE-ETAT
           END-IF
           .

      *===============================================================*
      * Edition d'un encaissement manuel au crédit                    *
      *===============================================================*
       EDITER-ENCAISSEMENT.

           MOVE SPACES TO WS-ETAT-DETAIL
           MOVE CP-DATE-OPE(1:4) TO WS-DATE-AAAA
           MOVE CP-DATE-OPE(5:2) TO WS-DATE-MM
           MOVE CP-DATE-OPE(7:2) TO WS-DATE-JJ
           MOVE WS-DATE-EDIT     TO WS-ED-DATE

           EVALUATE TRUE
               WHEN CP-MODE-CHEQUE
                   STRING "ENCT CHEQUE " CP-REFERENCE
                       DELIMITED BY SIZE INTO WS-ED-LIBELLE
               WHEN CP-MODE-ESPECES
                   STRING "ENCT ESPECES " CP-REFERENCE
                       DELIMITED BY SIZE INTO WS-ED-LIBELLE
               WHEN OTHER
                   STRING "ENCT VIREMENT " CP-REFERENCE
                       DELIMITED BY SIZE INTO WS-ED-LIBELLE
           END-EVALUATE

           MOVE 0          TO WS-ED-DEBIT
           MOVE CP-MONTANT TO WS-ED-CREDIT
           SUBTRACT CP-MONTANT FROM WS-SOLDE
           ADD CP-MONTANT  TO WS-TOT-CREDIT
           MOVE WS-SOLDE   TO WS-ED-SOLDE

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Edition d'un remboursement de prime au prorata : la part non  *
      * courue de l'appel remboursé au crédit, puis le virement fait  *
      * à l'assuré au débit                                           *
      *===============================================================*
       EDITER-REMBOURSEMENT.

           MOVE SPACES TO WS-ETAT-DETAIL
           MOVE CP-DATE-APPEL-RB(1:4) TO WS-DATE-AAAA
           MOVE CP-DATE-APPEL-RB(5:2) TO WS-DATE-MM
           MOVE CP-DATE-APPEL-RB(7:2) TO WS-DATE-JJ
           STRING "NON COURU APPEL DU " WS-DATE-EDIT
               DELIMITED BY SIZE INTO WS-ED-LIBELLE

           MOVE CP-DATE-OPE(1:4) TO WS-DATE-AAAA
           MOVE CP-DATE-OPE(5:2) TO WS-DATE-MM
           MOVE CP-DATE-OPE(7:2) TO WS-DATE-JJ
           MOVE WS-DATE-EDIT     TO WS-ED-DATE

           MOVE 0          TO WS-ED-DEBIT
           MOVE CP-MONTANT TO WS-ED-CREDIT
           SUBTRACT CP-MONTANT FROM WS-SOLDE
           ADD CP-MONTANT  TO WS-TOT-CREDIT
           MOVE WS-SOLDE   TO WS-ED-SOLDE

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE SPACES TO WS-ETAT-DETAIL
           MOVE WS-DATE-EDIT TO WS-ED-DATE
           STRING "REMBT PRORATA " CP-REFERENCE
               DELIMITED BY SIZE INTO WS-ED-LIBELLE

           MOVE CP-MONTANT TO WS-ED-DEBIT
           MOVE 0          TO WS-ED-CREDIT
           ADD CP-MONTANT  TO WS-SOLDE
           ADD CP-MONTANT  TO WS-TOT-DEBIT
           MOVE WS-SOLDE   TO WS-ED-SOLDE

           MOVE WS-ETAT-DETAIL TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture de l'entête propre à l'assuré : identité, adresse    *
      * et titres de colonnes                                         *
      *===============================================================*
       WRITE-ENTETE-ASSURE.

           MOVE AS-MATRICULE TO WS-EA-MAT
           MOVE AS-NOM       TO WS-EA-NOM
           MOVE AS-PRENOM    TO WS-EA-PRENOM
           MOVE AS-AGENCE    TO WS-EA-AGENCE
           MOVE AS-ADR-RUE   TO WS-EAD-RUE
           MOVE AS-ADR-CP    TO WS-EAD-CP
           MOVE AS-ADR-VILLE TO WS-EAD-VILLE

           MOVE WS-ETAT-ASSURE  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-ADRESSE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-LIGNE-COL  TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-TIRETS     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture du solde final du relevé : dû par l'assuré,          *
      * créditeur en sa faveur, ou compte soldé                       *
      *===============================================================*
       WRITE-SOLDE-RELEVE.

           MOVE SPACES        TO WS-ETAT-SOLDE
           MOVE WS-TOT-DEBIT  TO WS-ES-DEBIT
           MOVE WS-TOT-CREDIT TO WS-ES-CREDIT

           EVALUATE TRUE
               WHEN WS-SOLDE > 0
                   MOVE "SOLDE DU"        TO WS-ES-LIBELLE
                   MOVE WS-SOLDE          TO WS-ES-SOLDE
               WHEN WS-SOLDE < 0
                   MOVE "SOLDE CREDITEUR" TO WS-ES-LIBELLE
                   COMPUTE WS-ES-SOLDE = 0 - WS-SOLDE
               WHEN OTHER
                   MOVE "COMPTE SOLDE"    TO WS-ES-LIBELLE
                   MOVE 0                 TO WS-ES-SOLDE
           END-EVALUATE

           MOVE WS-H-TIRETS   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-SOLDE TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-H-VIDE     TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
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
      * Lecture de l'assuré demandé (KSDS)                            *
      *===============================================================*
       READ-ASSURE.
           MOVE 'ACCFIC'   TO WS-ACC
           MOVE 'KSDS'     TO Z-NOM-FICHIER
           MOVE 02         TO Z-CODE-FONCTION
           MOVE 00         TO Z-CODE-RETOUR
           MOVE SPACES     TO Z-ENR-LONG
           MOVE WS-PAR-MAT TO Z-ENREGISTREMENT(1:6)

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
               MOVE Z-ENR-LONG(1:108) TO W-ASSURE
           END-IF
           .

      *===============================================================*
      * Ouverture du fichier des demandes (PARAM)                     *
      *===============================================================*
       OPEN-PARAM.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'PARAM'  TO Z-NOM-FICHIER
           MOVE 01       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'OPEN PARAM ERREUR : ' Z-CODE-RETOUR
               SET FIN-DEMANDES TO TRUE
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
      * Ouverture fichier de listing (relevés de compte)              *
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
      * Lecture séquentielle du fichier des demandes                  *
      *===============================================================*
       READ-DEMANDE.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'PARAM'  TO Z-NOM-FICHIER
           MOVE 02       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENR-LONG

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR = 00
              MOVE Z-ENR-LONG(1:80) TO WS-PARAM-REC
              SET PAS-FIN-DEMANDES TO TRUE
           ELSE
              IF Z-CODE-RETOUR = 10
                  SET FIN-DEMANDES TO TRUE
              ELSE
                  DISPLAY 'READ PARAM ERREUR : ' Z-CODE-RETOUR
                  SET FIN-DEMANDES TO TRUE
              END-IF
           END-IF
           .

      *===============================================================*
      * Fermeture des fichiers                                        *
      *===============================================================*
       CLOSE-PARAM.
           MOVE 'ACCFIC' TO WS-ACC

           MOVE 'PARAM'  TO Z-NOM-FICHIER
           MOVE 03       TO Z-CODE-FONCTION
           MOVE 00       TO Z-CODE-RETOUR
           MOVE SPACES   TO Z-ENREGISTREMENT

           CALL WS-ACC USING Z-COM

           IF Z-CODE-RETOUR NOT = 00
               DISPLAY 'CLOSE PARAM ERREUR : ' Z-CODE-RETOUR
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
      * Ecriture de l'entête de l'état des relevés                    *
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

           MOVE WS-H-VIDE       TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT
           .

      *===============================================================*
      * Ecriture de la ligne de fin de l'état                         *
      *===============================================================*
       WRITE-TOTAL-ETAT.

           MOVE WS-NB-DEMANDES TO WS-ET-DEM
           MOVE WS-NB-RELEVES  TO WS-ET-REL
           MOVE WS-NB-INCONNUS TO WS-ET-INC

           MOVE WS-H-TIRETS   TO WS-ETAT-LINE
           PERFORM WRITE-LIGNE-ETAT

           MOVE WS-ETAT-TOTAL TO WS-ETAT-LINE
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
           MOVE 'RELEVCPT' TO J-PROGRAMME
           MOVE WS-CURR-DT(1:8) TO J-DATE-TRT
           MOVE WS-NB-DEMANDES TO J-NB-LUS
           MOVE WS-NB-RELEVES TO J-NB-TRAITES
           MOVE WS-NB-INCONNUS TO J-NB-ANOMALIES
           MOVE RETURN-CODE  TO J-RETOUR-PGM

           MOVE 'JRNRUN' TO WS-JRN
           CALL WS-JRN USING J-COM

           IF J-CODE-RETOUR NOT = 00
               DISPLAY 'ECRITURE JOURNAL ERREUR : ' J-CODE-RETOUR
           END-IF
           .
