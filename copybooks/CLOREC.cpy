      *-----------------------------------------------------------*
      *  CLOREC.CPY                                                *
      *  Enregistrement du registre des clôtures de compte         *
      *  (CLODEMF), tenu par CLOACC010. Le service clientèle y     *
      *  ajoute une demande (état à blanc) : compte à clôturer et  *
      *  sort du solde - V virement vers un autre compte de même   *
      *  devise (CLO-COMPTE-DEST), P paiement au client. Au        *
      *  premier passage le programme sert les intérêts courus du  *
      *  mois, annule les ordres permanents du compte et émet dans *
      *  MVTFILE le mouvement qui solde le compte (état E, compte  *
      *  bloqué) ; une fois ces mouvements postés par la fenêtre,  *
      *  le compte revenu à zéro est clôturé (état C, poste retiré *
      *  du registre). CLO-INTERETS et CLO-MONTANT cumulent les    *
      *  intérêts servis et les montants soldés de la demande.     *
      *-----------------------------------------------------------*
       01  CLO-ENREG.
           05  CLO-COMPTE              PIC X(12).
           05  CLO-MODE                PIC X(01).
               88  CLO-VIREMENT        VALUE 'V'.
               88  CLO-PAIEMENT        VALUE 'P'.
           05  CLO-COMPTE-DEST         PIC X(12).
           05  CLO-ETAT                PIC X(01).
               88  CLO-NOUVELLE        VALUE SPACE.
               88  CLO-EMISE           VALUE 'E'.
               88  CLO-CLOTUREE        VALUE 'C'.
           05  CLO-DATE-ETAT           PIC 9(08).
           05  CLO-INTERETS            PIC S9(07)V9(02).
           05  CLO-MONTANT             PIC S9(07)V9(02).
