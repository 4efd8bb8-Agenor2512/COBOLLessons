      *-----------------------------------------------------------*
      *  APITRN.CPY                                                *
      *  Enregistrement du fichier de transactions des factures    *
      *  fournisseurs (APINVF) saisi par APINV010 : une entête par *
      *  facture (type E : même découpage que le poste ouvert      *
      *  APINVREC - fournisseur, numéro, date, échéance, montant   *
      *  TTC, ventilation de TVA - suivi du numéro de la commande  *
      *  POFILE facturée) puis ses lignes (type L : ligne de       *
      *  commande facturée, article, quantité et prix unitaire HT  *
      *  facturés), matière du rapprochement commande / réception  *
      *  / facture.                                                *
      *-----------------------------------------------------------*
       01  ATR-ENREG.
           05  ATR-TYPE                PIC X(01).
               88  ATR-ENTETE          VALUE 'E'.
               88  ATR-LIGNE           VALUE 'L'.
           05  ATR-CORPS               PIC X(106).
           05  ATR-CORPS-ENTETE REDEFINES ATR-CORPS.
               10  ATR-POSTE           PIC X(98).
               10  ATR-COMMANDE        PIC X(08).
           05  ATR-CORPS-LIGNE REDEFINES ATR-CORPS.
               10  ATR-NO-LIGNE        PIC 9(03).
               10  ATR-PRODUIT         PIC X(08).
               10  ATR-QUANTITE        PIC 9(05).
               10  ATR-PRIX-UNITAIRE   PIC 9(05)V9(02).
               10  FILLER              PIC X(83).
