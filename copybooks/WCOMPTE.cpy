      *===============================================================*
      *  COPY       : WCOMPTE                                         *
      *  ROLE       : Enregistrement du compte cotisant (COMPTE),     *
      *               indexé sur matricule + date + type + séquence  *
      *               (ordre chronologique par assuré). Longueur 128. *
      *               Une écriture par appel de prime (type "A"),     *
      *               par encaissement manuel (type "E") ou par       *
      *               remboursement de prime au prorata (type "B").   *
      *                                                               *
      *  Appel de prime : posé "P" par QUITASSU à l'échéance ; soldé  *
      *  "R" par RETPREL lorsque le cycle passe sans rejet bancaire,  *
      *  rouvert "I" avec le motif de la banque à chaque rejet ; un   *
      *  appel impayé est soldé par les encaissements affectés        *
      *  (CP-MT-ENCAISSE). Restant dû = CP-MONTANT - CP-MT-PRELEVE    *
      *  - CP-MT-ENCAISSE.                                             *
      *  Encaissement : CP-MONTANT reçu, CP-MT-ENCAISSE part affectée *
      *  aux appels impayés, le reste demeure au crédit de l'assuré.  *
      *  Remboursement : CP-MONTANT viré par MAJASSUR sur le compte   *
      *  du mandat, part non courue de l'appel daté CP-DATE-APPEL-RB  *
      *  (suppression ou suspension) ; il vient en déduction des      *
      *  remboursements suivants calculés sur le même appel. Il garde *
      *  la date d'effet, le nom et l'agence de l'assuré : sur une    *
      *  reprise, MAJASSUR en réécrit le virement du jour.            *
      *===============================================================*
       01  W-COMPTE.
           05 CP-CLE.
              10 CP-MATRICULE       PIC X(06).
              10 CP-DATE-OPE        PIC 9(08).
              10 CP-TYPE            PIC X(01).
                 88 CP-TYPE-APPEL         VALUE "A".
                 88 CP-TYPE-ENCAISSEMENT  VALUE "E".
                 88 CP-TYPE-REMBOURSEMENT VALUE "B".
              10 CP-SEQ             PIC 9(02).
           05 CP-PERIODICITE        PIC X(01).
           05 CP-MONTANT            PIC 9(06)V99.
           05 CP-MT-PRELEVE         PIC 9(06)V99.
           05 CP-MT-ENCAISSE        PIC 9(06)V99.
           05 CP-STATUT             PIC X(01).
              88 CP-EN-ATTENTE            VALUE "P".
              88 CP-REGLE                 VALUE "R".
              88 CP-IMPAYE                VALUE "I".
           05 CP-MOTIF-REJET        PIC X(02).
           05 CP-NB-REJETS          PIC 9(01).
           05 CP-DATE-REJET         PIC 9(08).
           05 CP-DATE-REGLEMENT     PIC 9(08).
           05 CP-MODE               PIC X(01).
              88 CP-MODE-CHEQUE           VALUE "C".
              88 CP-MODE-ESPECES          VALUE "E".
              88 CP-MODE-VIREMENT         VALUE "V".
           05 CP-REFERENCE          PIC X(20).
           05 CP-DATE-MAJ           PIC 9(08).
           05 CP-DATE-APPEL-RB      PIC 9(08).
           05 CP-DATE-EFFET-RB      PIC 9(08).
           05 CP-NOM-RB             PIC X(15).
           05 CP-AGENCE-RB          PIC X(02).
           05 FILLER                PIC X(04).
