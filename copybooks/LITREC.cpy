      *-----------------------------------------------------------*
      *  LITREC.CPY                                                *
      *  Enregistrement du fichier des litiges clients (LITFILE),  *
      *  un litige par facture (LIT-FACTURE = numéro de facture    *
      *  d'INVFILE) : client, motif, date d'ouverture, responsable *
      *  du dossier, date de résolution prévue et statut. Tenu par *
      *  LITMNT1. Un litige ouvert (O) retire la facture de la     *
      *  relance DUN010, des intérêts de retard LATINT010 et de la *
      *  provision DCPROV010, la balance INVAGE01 la signalant     *
      *  sans l'écarter. Il se résout par un avoir émis par MUL010 *
      *  (A, LIT-AVOIR = numéro de l'avoir, imputé sur la facture  *
      *  par CSHAPP010) ou par la confirmation de la facture (C),  *
      *  qui rentre alors dans le circuit normal. Le montant est   *
      *  celui de la facture à l'ouverture, dans sa devise, avec   *
      *  sa contre-valeur euro. Vieilli par responsable sur l'état *
      *  hebdomadaire LITRPT010.                                   *
      *-----------------------------------------------------------*
       01  LITIGE-ENREG.
           05  LIT-FACTURE             PIC X(08).
           05  LIT-CLIENT              PIC X(08).
           05  LIT-MOTIF               PIC X(02).
               88  LIT-MOTIF-PRIX      VALUE 'PR'.
               88  LIT-MOTIF-QUANTITE  VALUE 'QT'.
               88  LIT-MOTIF-QUALITE   VALUE 'QL'.
               88  LIT-MOTIF-LIVRAISON VALUE 'LV'.
               88  LIT-MOTIF-DOUBLON   VALUE 'DB'.
               88  LIT-MOTIF-AUTRE     VALUE 'AU'.
               88  LIT-MOTIF-VALIDE    VALUE 'PR' 'QT' 'QL' 'LV'
                                             'DB' 'AU'.
           05  LIT-DATE-OUVERTURE      PIC 9(08).
           05  LIT-RESPONSABLE         PIC X(08).
           05  LIT-DATE-PREVUE         PIC 9(08).
           05  LIT-STATUT              PIC X(01).
               88  LIT-OUVERT          VALUE 'O'.
               88  LIT-RESOLU-AVOIR    VALUE 'A'.
               88  LIT-CONFIRME        VALUE 'C'.
           05  LIT-DATE-RESOLUTION     PIC 9(08).
           05  LIT-AVOIR               PIC X(08).
           05  LIT-DEVISE              PIC X(03).
           05  LIT-MONTANT             PIC S9(07)V9(02).
           05  LIT-MONTANT-EUR         PIC S9(07)V9(02).
           05  LIT-COMMENTAIRE         PIC X(30).
