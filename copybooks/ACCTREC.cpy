      *  mensuelle REVAL010 restate les comptes hors euro au taux  *
      *  FOREX01 de la date de traitement, l'écart latent étant    *
      *  posté au grand livre sur les comptes dédiés.              *
      *  ACCT-STATUT C = compte clôturé par CLOACC010 une fois    *
      *  intérêts servis, ordres permanents annulés et solde       *
      *  ramené à zéro (I reste le simple blocage d'ACCTMNT1, posé *
      *  aussi pendant la clôture). La dormance n'est pas un       *
      *  statut : elle est tenue à part par DRMSCN010 (copy        *
      *  DRMREC), le compte dormant restant actif.                 *
      *-----------------------------------------------------------*
       01  COMPTE-ENREG.
           05  ACCT-COMPTE             PIC X(12).
           05  ACCT-STATUT             PIC X(01).
               88  ACCT-ACTIF          VALUE 'A'.
               88  ACCT-INACTIF        VALUE 'I'.
               88  ACCT-CLOTURE        VALUE 'C'.
           05  ACCT-DATE-REPORT.
               10  ACCT-REP-AAAA       PIC 9(04).
               10  ACCT-REP-MM         PIC 9(02).
