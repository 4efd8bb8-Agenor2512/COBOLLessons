      *-----------------------------------------------------------*
      *  IRRREC.CPY                                                *
      *  Passage en perte d'une créance irrécouvrable (IRRMNT1).   *
      *  Même enregistrement pour les propositions en attente      *
      *  d'approbation (IRRPENDF) et pour le registre permanent    *
      *  des créances passées en perte (IRRREGF, en ajout, jamais  *
      *  vidé, édité pour les commissaires aux comptes) : facture, *
      *  client, date et montant restant dû, motif, date, identité *
      *  et niveau du proposant ; à l'approbation s'y ajoutent la  *
      *  date, l'approbateur et la ventilation du montant entre la *
      *  provision pour dépréciation reprise (491000) et la perte  *
      *  sur créance irrécouvrable (654000).                       *
      *-----------------------------------------------------------*
       01  IRR-ENREG.
           05  IRR-FACTURE             PIC X(08).
           05  IRR-CLIENT              PIC X(08).
           05  IRR-DATE-FACTURE        PIC 9(08).
           05  IRR-MONTANT             PIC S9(07)V9(02).
           05  IRR-MOTIF               PIC X(30).
           05  IRR-DATE-PROPOSITION    PIC 9(08).
           05  IRR-PROPOSANT           PIC X(08).
           05  IRR-NIVEAU              PIC 9(01).
           05  IRR-DATE-APPROBATION    PIC 9(08).
           05  IRR-APPROBATEUR         PIC X(08).
           05  IRR-SUR-PROVISION       PIC S9(07)V9(02).
           05  IRR-EN-PERTE            PIC S9(07)V9(02).
