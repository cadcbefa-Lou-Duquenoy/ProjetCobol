      *===============================================================*
      *  COPY       : WPAISIN                                         *
      *  ROLE       : Enregistrement du fichier des règlements de     *
      *               sinistres (PAIESIN), produit par MAJSIN à       *
      *               destination de la comptabilité. Longueur 80.    *
      *               - type "E" : entête (date de traitement)        *
      *               - type "D" : un règlement accepté               *
      *               - type "T" : total (date, nombre de règlements, *
      *                 montant total réglé)                          *
      *===============================================================*
       01  W-PAISIN.
           05 PS-TYPE               PIC X(01).
              88 PS-TYPE-ENTETE         VALUE "E".
              88 PS-TYPE-DETAIL         VALUE "D".
              88 PS-TYPE-TOTAL          VALUE "T".
           05 PS-DETAIL.
              10 PS-NUMERO          PIC X(08).
              10 PS-MATRICULE       PIC X(06).
              10 PS-AGENCE          PIC X(02).
              10 PS-NOM             PIC X(15).
              10 PS-DATE            PIC 9(08).
              10 PS-MONTANT         PIC 9(07)V99.
              10 PS-REFERENCE       PIC X(15).
              10 FILLER             PIC X(16).
           05 PS-CONTROLE REDEFINES PS-DETAIL.
              10 PS-DATE-RUN        PIC 9(08).
              10 PS-NB-REGLEMENTS   PIC 9(05).
              10 PS-MT-TOTAL        PIC 9(09)V99.
              10 FILLER             PIC X(55).
