      *                 après mise à jour de l'assuré ; pour une      *
      *                 suppression, dernière image connue)           *
      *               - type "T" : total (date + nombre de détails)   *
      *               Même format pour l'extrait des primes           *
      *               revalorisées par REVAPRIM (DELTAREV), dont les  *
      *               détails portent le code mouvement "V"           *
      *               Mode d'exécution porté par tous les types :     *
      *               "S" pour un delta prévisionnel produit par une  *
      *               simulation de MAJASSUR, à ne pas intégrer       *
      *===============================================================*
       01  W-DELTA.
           05 DL-TYPE               PIC X(01).
           05 DL-IMAGE              PIC X(108).
           05 DL-DATE-RUN           PIC 9(08).
           05 DL-NB-MVT             PIC 9(07).
           05 DL-MODE               PIC X(01).
              88 DL-REEL                VALUE SPACE.
              88 DL-SIMULATION          VALUE "S".
           05 FILLER                PIC X(02).
