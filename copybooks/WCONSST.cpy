      *===============================================================*
      *  COPY       : WCONSST                                         *
      *  ROLE       : Enregistrement du compte rendu de consolidation *
      *               (CONSSTAT) produit par CONSMVT : un             *
      *               enregistrement par fichier agence AGENCE1 à     *
      *               AGENCE6, fusionné ou écarté avec son motif,     *
      *               relu par BORDRET pour le bordereau de retour.   *
      *               Longueur 80.                                    *
      *===============================================================*
       01  W-CONSST.
      *    Nom logique du fichier agence et son numéro (1 à 6)
           05 CS-FICHIER            PIC X(08).
           05 CS-NO-FICHIER         PIC 9(01).
      *    Code agence et date lus sur l'entête du fichier (à blanc
      *    si le fichier est absent, vide ou sans entête)
           05 CS-AGENCE             PIC X(02).
           05 CS-DATE-FICHIER       PIC X(08).
      *    Date de traitement attendue par la consolidation
           05 CS-DATE-TRT           PIC 9(08).
           05 CS-STATUT             PIC X(01).
              88 CS-ACCEPTE             VALUE "A".
              88 CS-REFUSE              VALUE "R".
           05 CS-MOTIF              PIC X(30).
      *    Mouvements lus et nombre annoncé par le total du fichier
           05 CS-NB-LUS             PIC 9(05).
           05 CS-NB-ANNONCES        PIC 9(05).
           05 CS-TOTAL-LU           PIC X(01).
              88 CS-TOTAL-PRESENT       VALUE "O".
              88 CS-TOTAL-MANQUANT      VALUE "N".
           05 FILLER                PIC X(11).
