      *===============================================================*
      *  COPY       : WMVTSIN                                         *
      *  ROLE       : Enregistrement du fichier des mouvements de     *
      *               sinistres (MVTSIN). Longueur 80.                *
      *               - "D" : déclaration (matricule, date de         *
      *                 survenance, type, réserve initiale)           *
      *               - "V" : révision de la réserve (nouveau montant)*
      *               - "P" : règlement (montant payé, référence)     *
      *               - "C" : clôture, nature R réglé, F refusé ou    *
      *                 C clos sans suite (à blanc : R si des         *
      *                 règlements ont été faits, C sinon)            *
      *               - "O" : réouverture d'un sinistre clos (réserve *
      *                 facultative)                                  *
      *               La date du mouvement est la date de             *
      *               déclaration pour "D", la date de l'opération    *
      *               pour les autres codes.                          *
      *===============================================================*
       01  W-MVTSIN.
           05 SM-CODE               PIC X(01).
              88 SM-DECLARATION         VALUE "D".
              88 SM-REVISION            VALUE "V".
              88 SM-REGLEMENT           VALUE "P".
              88 SM-CLOTURE             VALUE "C".
              88 SM-REOUVERTURE         VALUE "O".
           05 SM-NUMERO             PIC X(08).
           05 SM-MAT                PIC X(06).
           05 SM-DATE-MVT           PIC 9(08).
           05 SM-DATE-SURVENANCE    PIC 9(08).
           05 SM-TYPE               PIC X(02).
           05 SM-MONTANT            PIC 9(07)V99.
           05 SM-NATURE-CLOTURE     PIC X(01).
           05 SM-REFERENCE          PIC X(15).
           05 SM-AGENCE             PIC X(02).
           05 FILLER                PIC X(20).
