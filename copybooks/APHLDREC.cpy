      *-----------------------------------------------------------*
      *  APHLDREC.CPY                                              *
      *  Enregistrement du fichier des factures fournisseurs en    *
      *  attente de rapprochement (APHOLDF) : le poste tel qu'il   *
      *  aurait été ouvert dans APOPENF (fournisseur, facture,     *
      *  dates, montant TTC), la commande POFILE invoquée, la date *
      *  de mise en attente et le motif de l'écart relevé par le   *
      *  rapprochement commande / réception / facture d'APINV010.  *
      *  Une facture en attente n'est jamais proposée au paiement  *
      *  par APPAY010 : elle est ressaisie dans APINVF une fois    *
      *  l'écart levé (réception complétée, avoir, commande        *
      *  corrigée).                                                *
      *-----------------------------------------------------------*
       01  APH-ENREG.
           05  APH-FOURNISSEUR         PIC X(08).
           05  APH-FACTURE             PIC X(08).
           05  APH-DATE                PIC 9(08).
           05  APH-ECHEANCE            PIC 9(08).
           05  APH-MONTANT             PIC 9(07)V9(02).
           05  APH-COMMANDE            PIC X(08).
           05  APH-DATE-ATTENTE        PIC 9(08).
           05  APH-MOTIF               PIC X(40).
