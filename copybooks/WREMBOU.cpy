      *===============================================================*
      *  COPY       : WREMBOU                                         *
      *  ROLE       : Enregistrement du fichier des remboursements de *
      *               prime au prorata (REMBOURS), produit par        *
      *               MAJASSUR à destination de la banque : pendant   *
      *               en virement du fichier des prélèvements PRELEV. *
      *               Longueur 128.                                   *
      *               - type "E" : entête (date de traitement)        *
      *               - type "D" : un remboursement à virer sur le    *
      *                 compte du mandat de l'assuré                  *
      *               - type "T" : total (date, nombre de             *
      *                 remboursements, montant total à virer)        *
      *===============================================================*
       01  W-REMBOU.
           05 RB-TYPE               PIC X(01).
              88 RB-TYPE-ENTETE         VALUE "E".
              88 RB-TYPE-DETAIL         VALUE "D".
              88 RB-TYPE-TOTAL          VALUE "T".
           05 RB-DETAIL.
              10 RB-MATRICULE       PIC X(06).
              10 RB-NOM             PIC X(15).
              10 RB-AGENCE          PIC X(02).
      *       Mouvement à l'origine du remboursement : "S" suppression,
      *       "T" suspension, et sa date d'effet
              10 RB-CODE-MVT        PIC X(01).
              10 RB-DATE-EFFET      PIC 9(08).
              10 RB-MONTANT         PIC 9(06)V99.
      *       Appel de prime remboursé en partie (date, périodicité)
              10 RB-DATE-APPEL      PIC 9(08).
              10 RB-PERIODICITE     PIC X(01).
      *       Coordonnées bancaires du compte à créditer
              10 RB-IBAN            PIC X(34).
              10 RB-BIC             PIC X(11).
              10 FILLER             PIC X(33).
           05 RB-CONTROLE REDEFINES RB-DETAIL.
              10 RB-DATE-RUN        PIC 9(08).
              10 RB-NB-REMB         PIC 9(05).
              10 RB-MT-TOTAL        PIC 9(09)V99.
              10 FILLER             PIC X(103).
