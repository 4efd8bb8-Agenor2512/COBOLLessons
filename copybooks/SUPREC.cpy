      *  clients CUSTFILE : la saisie des factures fournisseurs    *
      *  (APINV010) et la proposition de paiement (APPAY010)       *
      *  s'appuient dessus.                                        *
      *  SUP-COORD-STATUT passe à 'V' (coordonnées à vérifier)     *
      *  quand la banque a retourné un paiement (VIRRET010) :      *
      *  APPAY010 ne paie plus le fournisseur tant que SUPMNT1     *
      *  n'a pas ressaisi son IBAN, ce qui remet la zone à blanc - *
      *  SUPFILE passe de 77 à 78 caractères.                      *
      *-----------------------------------------------------------*
       01  FOURNISSEUR-ENREG.
           05  SUP-CODE                PIC X(08).
           05  SUP-STATUT              PIC X(01).
               88  SUP-ACTIF           VALUE 'A'.
               88  SUP-INACTIF         VALUE 'I'.
           05  SUP-COORD-STATUT        PIC X(01).
               88  SUP-COORD-A-VERIFIER VALUE 'V'.
