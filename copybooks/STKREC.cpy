      *-----------------------------------------------------------*
      *  STKREC.CPY                                                *
      *  Enregistrement du maître des stocks (STKFILE) : un poste  *
      *  par produit du maître PRDFILE - quantité en stock,        *
      *  quantité réservée par les factures retenues en attente de *
      *  libération (INVHOLD), quantité en commande auprès des     *
      *  fournisseurs (lignes approuvées de POFILE non encore      *
      *  reçues), coût moyen pondéré unitaire, seuil et quantité   *
      *  de réapprovisionnement, date du dernier mouvement. Tenu   *
      *  par STKUPD010 seul, qui applique chaque nuit les          *
      *  mouvements de STKTRNF et les réceptions de GRNFILE et en  *
      *  écrit la nouvelle génération STKFILE-NEW. La quantité en  *
      *  stock peut devenir négative (facturé au-delà du stock :   *
      *  avertissement MUL010 dans EXCFILE).                       *
      *-----------------------------------------------------------*
       01  STK-ENREG.
           05  STK-PRODUIT             PIC X(08).
           05  STK-QTE-STOCK           PIC S9(07).
           05  STK-QTE-RESERVEE        PIC 9(07).
           05  STK-QTE-COMMANDEE       PIC 9(07).
           05  STK-CMP                 PIC 9(05)V9(04).
           05  STK-SEUIL-REAPPRO       PIC 9(07).
           05  STK-QTE-REAPPRO         PIC 9(07).
           05  STK-DATE-DERN-MVT       PIC 9(08).
