      *  COPY       : WMVTKO                                          *
      *  ROLE       : Enregistrement du fichier des rejets (MVTKO)    *
      *               Image complète du mouvement rejeté, code motif  *
      *               (24 à 29, 32 à 34, cf. table MESSAGES) et       *
      *               compteur de cycles de recyclage                  *
      *===============================================================*
       01  W-MVTKO.
