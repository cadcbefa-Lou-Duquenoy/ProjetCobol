      *===============================================================*
      *  COPY       : WSINIST                                         *
      *  ROLE       : Enregistrement du fichier des sinistres         *
      *               (SINISTRE), indexé sur le numéro de sinistre.   *
      *               Longueur 128. Tenu par MAJSIN.                  *
      *               La réserve est le montant restant à régler      *
      *               estimé : chaque règlement la diminue, la        *
      *               clôture la ramène à zéro.                       *
      *               Statut : O ouvert, R réglé, F refusé, C clos    *
      *               sans suite ; seul un sinistre ouvert accepte    *
      *               révision de réserve, règlement et clôture.      *
      *===============================================================*
       01  W-SINISTRE.
           05 SN-NUMERO             PIC X(08).
           05 SN-MATRICULE          PIC X(06).
      *       Agence gestionnaire de l'assuré à la déclaration
           05 SN-AGENCE             PIC X(02).
           05 SN-DATE-DECLARATION   PIC 9(08).
           05 SN-DATE-SURVENANCE    PIC 9(08).
           05 SN-TYPE               PIC X(02).
              88 SN-TYPE-ACCIDENT       VALUE "AC".
              88 SN-TYPE-MALADIE        VALUE "MA".
              88 SN-TYPE-HOSPITAL       VALUE "HO".
              88 SN-TYPE-INVALIDITE     VALUE "IN".
              88 SN-TYPE-DECES          VALUE "DC".
              88 SN-TYPE-VALIDE         VALUES "AC" "MA" "HO"
                                               "IN" "DC".
           05 SN-RESERVE            PIC 9(07)V99.
           05 SN-MT-PAYE            PIC 9(07)V99.
           05 SN-NB-REGLEMENTS      PIC 9(03).
           05 SN-STATUT             PIC X(01).
              88 SN-OUVERT              VALUE "O".
              88 SN-REGLE               VALUE "R".
              88 SN-REFUSE              VALUE "F".
              88 SN-CLOS                VALUE "C".
           05 SN-DATE-STATUT        PIC 9(08).
           05 SN-DATE-DERNIER-REGL  PIC 9(08).
           05 SN-NB-REOUVERTURES    PIC 9(02).
           05 SN-DATE-MAJ           PIC 9(08).
           05 FILLER                PIC X(46).
