      *===============================================================*
      *  COPY       : WANOMAJ                                         *
      *  ROLE       : Enregistrement du compte rendu des anomalies de *
      *               mise à jour (ANOMAJ) produit par MAJASSUR en    *
      *               exécution réelle : un enregistrement par        *
      *               mouvement écarté, avec le numéro de son motif   *
      *               dans la table MESSAGES (même libellé que sur    *
      *               l'ETATANO de l'agence), relu par BORDRET pour   *
      *               le bordereau de retour. Longueur 80.            *
      *===============================================================*
       01  W-ANOMAJ.
      *    Date de traitement de MAJASSUR
           05 AN-DATE-TRT           PIC 9(08).
      *    Mouvement écarté : agence émettrice, matricule, code
           05 AN-AGENCE             PIC X(02).
           05 AN-MATRICULE          PIC X(06).
           05 AN-CODE-MVT           PIC X(01).
      *    Origine : "J" entrée de la nuit, "A" mouvement libéré de
      *    l'attente (transmis une nuit précédente)
           05 AN-ORIGINE            PIC X(01).
              88 AN-ENTREE-JOUR         VALUE "J".
              88 AN-LIBERE-ATTENTE      VALUE "A".
      *    Numéro du motif dans la table MESSAGES
           05 AN-MOTIF              PIC 9(02).
           05 FILLER                PIC X(60).
