      *===============================================================*
      *  COPY       : WTERRIT                                         *
      *  ROLE       : Poste de la table des territoires des agences   *
      *               (TERRIT en vigueur, TERRNEW nouvelle version) : *
      *               une tranche de codes postaux, bornes incluses,  *
      *               rattachée à une agence. Une agence peut avoir   *
      *               plusieurs tranches ; les tranches ne doivent    *
      *               pas se chevaucher                               *
      *               Longueur 80                                     *
      *===============================================================*
       01  W-TERRIT.
           05 TR-CP-DEBUT           PIC X(05).
           05 TR-CP-FIN             PIC X(05).
           05 TR-AGENCE             PIC X(02).
           05 TR-LIBELLE            PIC X(30).
           05 FILLER                PIC X(38).
