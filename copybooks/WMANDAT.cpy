      *===============================================================*
      *  COPY       : WMANDAT                                         *
      *  ROLE       : Enregistrement du fichier des mandats de        *
      *               prélèvement (MANDAT), indexé sur le matricule   *
      *               de l'assuré. Longueur 128.                      *
      *               Un mandat n'est jamais supprimé : sa            *
      *               révocation le passe au statut "R" et un         *
      *               nouveau mandat peut ensuite le remplacer.       *
      *===============================================================*
       01  W-MANDAT.
           05 MD-MATRICULE          PIC X(06).
      *       Coordonnées bancaires du compte à débiter
           05 MD-IBAN               PIC X(34).
           05 MD-BIC                PIC X(11).
      *       Référence unique du mandat (RUM) communiquée à la banque
           05 MD-RUM                PIC X(35).
           05 MD-DATE-SIGNATURE     PIC 9(08).
           05 MD-STATUT             PIC X(01).
              88 MD-STATUT-ACTIF        VALUE "A".
              88 MD-STATUT-REVOQUE      VALUE "R".
      *       Date du dernier prélèvement émis sur le mandat : à zéro
      *       tant qu'aucun prélèvement n'a été présenté, le prochain
      *       est alors un premier prélèvement, les suivants sont
      *       récurrents
           05 MD-DATE-DERNIER-PRLV  PIC 9(08).
           05 MD-DATE-MAJ           PIC 9(08).
           05 FILLER                PIC X(17).
