      *  avec contrôle de clé via IBANCHK01, consommées par le      *
      *  générateur de virements SALPAY010) ; à blanc tant que      *
      *  l'employé n'a pas communiqué ses coordonnées.              *
      *  PERSONNE-COORD-STATUT passe à 'V' (coordonnées à vérifier) *
      *  quand la banque a retourné un virement (VIRRET010, action  *
      *  V de PERSMRG01) : SALPAY010 n'émet plus de virement tant   *
      *  que PERSMNT1/PERSBAT1 n'ont pas ressaisi l'IBAN, ce qui    *
      *  remet la zone à blanc - PERSFILE passe de 144 à 145        *
      *  caractères.                                                *
      *-----------------------------------------------------------*
       01  PERSONNE.
           02  PERSONNE1                  PIC X(12).
           02  PERSONNE-DEVISE              PIC X(03).
           02  PERSONNE-IBAN                PIC X(27).
           02  PERSONNE-BIC                 PIC X(11).
           02  PERSONNE-COORD-STATUT        PIC X(01).
               88  PERSONNE-COORD-A-VERIFIER VALUE 'V'.
