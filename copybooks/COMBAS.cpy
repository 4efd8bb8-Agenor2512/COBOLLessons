      *-----------------------------------------------------------*
      *  COMBAS.CPY                                                *
      *  Enregistrement de l'assiette des commissions (COMBASF) :  *
      *  une ligne par ligne de facture ou d'avoir émise par       *
      *  MUL010 (facture retenue en attente comprise) - date,      *
      *  numéro de facture, client, type (F = facture, A = avoir), *
      *  produit et montants HT et TTC de la ligne, négatifs pour  *
      *  un avoir. COMCAL010 y retrouve, pour chaque facture       *
      *  encaissée, la part commissionnable de l'encaissement. Le  *
      *  fichier est ouvert en EXTEND et conservé sans limite.     *
      *-----------------------------------------------------------*
       01  CBA-ENREG.
           05  CBA-DATE                PIC 9(08).
           05  CBA-FACTURE             PIC X(08).
           05  CBA-CLIENT              PIC X(08).
           05  CBA-TYPE                PIC X(01).
               88  CBA-FACTURE-CLIENT  VALUE 'F'.
               88  CBA-AVOIR           VALUE 'A'.
           05  CBA-PRODUIT             PIC X(08).
           05  CBA-MONTANT-HT          PIC S9(07)V9(02).
           05  CBA-MONTANT-TTC         PIC S9(07)V9(02).
