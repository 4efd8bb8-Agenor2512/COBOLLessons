      *-----------------------------------------------------------*
      *  PRLREC.CPY                                                *
      *  Prélèvement SEPA sur une facture client. PRL-ENREG est à  *
      *  la fois l'ordre remis à la banque par DDCOL010 (DDCOLF,   *
      *  encadré d'un en-tête et d'une fin de lot CTLHDTR) et      *
      *  l'événement de l'historique permanent des prélèvements    *
      *  (PRLHSTF, en ajout, jamais vidé) : E = prélèvement émis   *
      *  par DDCOL010, R = prélèvement retourné par la banque,     *
      *  écrit par DDRET010 avec son motif. Le dernier événement   *
      *  d'une facture dit si elle est en cours de prélèvement.    *
      *  PRLRET-ENREG est l'avis de retour reçu de la banque       *
      *  (DDRETF) : facture prélevée (référence de bout en bout),  *
      *  RUM, montant, date et motif ISO du rejet (AM04 provision  *
      *  insuffisante, MD01 mandat absent ou révoqué, AC04 compte  *
      *  clos, MS02 refus du débiteur...).                         *
      *-----------------------------------------------------------*
       01  PRL-ENREG.
           05  PRL-EVENEMENT           PIC X(01).
               88  PRL-EMIS            VALUE 'E'.
               88  PRL-RETOURNE        VALUE 'R'.
           05  PRL-DATE                PIC 9(08).
           05  PRL-FACTURE             PIC X(08).
           05  PRL-CLIENT              PIC X(08).
           05  PRL-DATE-FACTURE        PIC 9(08).
           05  PRL-MONTANT             PIC 9(07)V9(02).
           05  PRL-RUM                 PIC X(35).
           05  PRL-DATE-SIGNATURE      PIC 9(08).
           05  PRL-SEQUENCE            PIC X(04).
           05  PRL-IBAN                PIC X(27).
           05  PRL-BIC                 PIC X(11).
           05  PRL-MOTIF-RETOUR        PIC X(04).

       01  PRLRET-ENREG.
           05  PRLRET-FACTURE          PIC X(08).
           05  PRLRET-RUM              PIC X(35).
           05  PRLRET-MONTANT          PIC 9(07)V9(02).
           05  PRLRET-DATE             PIC 9(08).
           05  PRLRET-MOTIF            PIC X(04).
