      *-----------------------------------------------------------*
      *  VIRHST.CPY                                                *
      *  Virements émis et retours de la banque.                   *
      *  VHS-ENREG : historique permanent des virements (VIRHSTF,  *
      *  en ajout, jamais vidé). Un événement E par ordre remis à  *
      *  la banque - salaire de SALPAY010 (origine S, PAYFILE),    *
      *  paiement fournisseur de APPAY010 (F, APPAYF), reversement *
      *  à un organisme de DEDREM010 (O, DEDPAYF) - avec la        *
      *  référence portée par l'ordre, le bénéficiaire (matricule, *
      *  code fournisseur ou code de retenue), la pièce payée et   *
      *  ses dates pour un fournisseur, les coordonnées et le      *
      *  montant. Un événement R, écrit par VIRRET010, marque le   *
      *  retour du virement avec son motif.                        *
      *  VRT-ENREG : retour renvoyé par la banque (VIRRETF) -      *
      *  origine, référence, IBAN et montant de l'ordre d'origine, *
      *  date et motif ISO du retour (AC01 IBAN erroné, AC04       *
      *  compte clos, AC06 compte bloqué, RC01 BIC erroné, ...).   *
      *  NIM-ENREG : liste permanente des nets impayés (NETIMPF,   *
      *  en ajout) - salaire ou reversement revenu de la banque,   *
      *  à régler à nouveau une fois les coordonnées vérifiées.    *
      *-----------------------------------------------------------*
       01  VHS-ENREG.
           05  VHS-EVENEMENT           PIC X(01).
               88  VHS-EMIS            VALUE 'E'.
               88  VHS-RETOURNE        VALUE 'R'.
           05  VHS-ORIGINE             PIC X(01).
               88  VHS-SALAIRE         VALUE 'S'.
               88  VHS-FOURNISSEUR     VALUE 'F'.
               88  VHS-ORGANISME       VALUE 'O'.
           05  VHS-DATE                PIC 9(08).
           05  VHS-REFERENCE           PIC X(06).
           05  VHS-BENEFICIAIRE        PIC X(08).
           05  VHS-PIECE               PIC X(08).
           05  VHS-DATE-PIECE          PIC 9(08).
           05  VHS-ECHEANCE            PIC 9(08).
           05  VHS-NOM                 PIC X(12).
           05  VHS-IBAN                PIC X(27).
           05  VHS-BIC                 PIC X(11).
           05  VHS-DEVISE              PIC X(03).
           05  VHS-MONTANT             PIC 9(07)V9(02).
           05  VHS-MOTIF               PIC X(04).

       01  VRT-ENREG.
           05  VRT-ORIGINE             PIC X(01).
           05  VRT-REFERENCE           PIC X(06).
           05  VRT-IBAN                PIC X(27).
           05  VRT-MONTANT             PIC 9(07)V9(02).
           05  VRT-DATE                PIC 9(08).
           05  VRT-MOTIF               PIC X(04).

       01  NIM-ENREG.
           05  NIM-ORIGINE             PIC X(01).
               88  NIM-SALAIRE         VALUE 'S'.
               88  NIM-ORGANISME       VALUE 'O'.
           05  NIM-DATE-RETOUR         PIC 9(08).
           05  NIM-BENEFICIAIRE        PIC X(08).
           05  NIM-NOM                 PIC X(12).
           05  NIM-DEVISE              PIC X(03).
           05  NIM-MONTANT             PIC 9(07)V9(02).
           05  NIM-DATE-VIREMENT       PIC 9(08).
           05  NIM-MOTIF               PIC X(04).
