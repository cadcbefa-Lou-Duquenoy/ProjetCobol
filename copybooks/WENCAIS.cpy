      *===============================================================*
      *  COPY       : WENCAIS                                         *
      *  ROLE       : Encaissement manuel saisi par une agence        *
      *               (chèque, espèces, virement) à porter au compte  *
      *               cotisant de l'assuré                             *
      *===============================================================*
       01  W-ENCAIS.
           05 EN-MAT                PIC X(06).
           05 EN-DATE               PIC 9(08).
           05 EN-MONTANT            PIC 9(06)V99.
           05 EN-MODE               PIC X(01).
           05 EN-REFERENCE          PIC X(20).
           05 EN-AGENCE             PIC X(02).
           05 FILLER                PIC X(35).
