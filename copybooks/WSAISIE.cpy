      *===============================================================*
      *  COPY       : WSAISIE                                         *
      *  ROLE       : Enregistrement du fichier des mouvements saisis *
      *               au siège (MVTSAISI) par SAISMVT, repris par     *
      *               RECYMVT dans l'entrée de la nuit suivante, qui  *
      *               marque chaque mouvement repris (type "P") : le  *
      *               fichier garde la trace de la saisie sans qu'un  *
      *               mouvement soit repris deux fois.                *
      *               Longueur 128. Le fichier est complété à chaque  *
      *               session de saisie :                             *
      *               - type "S" : ouverture de session (opérateur,   *
      *                 date et heure), répétée au changement de date *
      *               - type "M" : un mouvement accepté (image WFMVTS *
      *                 et heure de saisie) ; l'opérateur et la date  *
      *                 de saisie sont ceux de la session qui le      *
      *                 précède                                       *
      *               - type "P" : mouvement déjà repris par RECYMVT  *
      *                 (même contenu que le type "M")                *
      *===============================================================*
       01  W-SAISIE.
           05 SA-TYPE               PIC X(01).
              88 SA-TYPE-SESSION        VALUE "S".
              88 SA-TYPE-MOUVEMENT      VALUE "M".
              88 SA-TYPE-REPRIS         VALUE "P".
           05 SA-DETAIL.
      *       Image du mouvement au format du fichier des mouvements
              10 SA-MVT             PIC X(120).
              10 SA-HEURE-SAISIE    PIC 9(06).
              10 FILLER             PIC X(01).
           05 SA-SESSION REDEFINES SA-DETAIL.
              10 SA-OPERATEUR       PIC X(08).
              10 SA-DATE-SAISIE     PIC 9(08).
              10 SA-HEURE-SESSION   PIC 9(06).
              10 FILLER             PIC X(105).
