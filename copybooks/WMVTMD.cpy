      *===============================================================*
      *  COPY       : WMVTMD                                          *
      *  ROLE       : Enregistrement du fichier des mouvements de     *
      *               mandats (MVTMAND). Longueur 120.                *
      *               - "C" : enregistrement d'un mandat signé        *
      *                 (toutes zones obligatoires)                   *
      *               - "M" : modification ; les zones à blanc (à     *
      *                 zéro pour la date) sont reconduites           *
      *               - "R" : révocation du mandat actif              *
      *===============================================================*
       01  W-MVTMD.
           05 MM-MAT                PIC X(06).
           05 MM-CODE               PIC X(01).
           05 MM-IBAN               PIC X(34).
           05 MM-BIC                PIC X(11).
           05 MM-RUM                PIC X(35).
           05 MM-DATE-SIGNATURE     PIC 9(08).
           05 MM-AGENCE             PIC X(02).
           05 FILLER                PIC X(23).
