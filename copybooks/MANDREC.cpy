      *-----------------------------------------------------------*
      *  MANDREC.CPY                                               *
      *  Enregistrement du fichier maître des mandats de           *
      *  prélèvement SEPA (MANDFILE), un mandat par client         *
      *  (MAND-CLIENT = CUST-CODE) : référence unique du mandat    *
      *  (RUM), date de signature, coordonnées bancaires du        *
      *  débiteur (clé IBAN contrôlée par IBANCHK01 à la saisie    *
      *  MNDMNT1 et revérifiée par DDCOL010 avant chaque           *
      *  prélèvement), séquence du prochain prélèvement (FRST pour *
      *  le premier, RCUR ensuite) et statut. DDCOL010 y note la   *
      *  date du dernier prélèvement émis et passe la séquence en  *
      *  RCUR ; DDRET010 y signale les prélèvements retournés par  *
      *  la banque (motif, date, nombre de rejets) : un mandat     *
      *  révoqué (R) n'est plus jamais prélevé, un mandat suspendu *
      *  (S) ne l'est plus jusqu'à sa réactivation dans MNDMNT1.   *
      *-----------------------------------------------------------*
       01  MANDAT-ENREG.
           05  MAND-CLIENT             PIC X(08).
           05  MAND-RUM                PIC X(35).
           05  MAND-DATE-SIGNATURE     PIC 9(08).
           05  MAND-IBAN               PIC X(27).
           05  MAND-BIC                PIC X(11).
           05  MAND-SEQUENCE           PIC X(04).
               88  MAND-PREMIER        VALUE 'FRST'.
               88  MAND-RECURRENT      VALUE 'RCUR'.
           05  MAND-STATUT             PIC X(01).
               88  MAND-ACTIF          VALUE 'A'.
               88  MAND-SUSPENDU       VALUE 'S'.
               88  MAND-REVOQUE        VALUE 'R'.
           05  MAND-DATE-DERN-PRLV     PIC 9(08).
           05  MAND-NB-REJETS          PIC 9(02).
           05  MAND-DATE-REJET         PIC 9(08).
           05  MAND-MOTIF-REJET        PIC X(04).
