      *-----------------------------------------------------------*
      *  PORDREC.CPY                                               *
      *  Enregistrement du fichier des commandes fournisseurs      *
      *  (POFILE) : une entête par commande (type E : fournisseur  *
      *  du maître SUPFILE, date, statut, opérateurs de saisie et  *
      *  d'approbation) suivie de ses lignes (type L : article du  *
      *  maître PRDFILE, quantité commandée, prix unitaire HT      *
      *  convenu, quantité reçue cumulée par les réceptions et     *
      *  quantité déjà facturée rapprochée par APINV010). Saisie,  *
      *  approuvée et réceptionnée par POMNT1 ; statut S = saisie  *
      *  en attente d'approbation, A = approuvée (seule une        *
      *  commande approuvée se réceptionne et se facture). Chaque  *
      *  enregistrement porte le numéro de commande en clé.        *
      *-----------------------------------------------------------*
       01  POR-ENREG.
           05  POR-TYPE                PIC X(01).
               88  POR-ENTETE          VALUE 'E'.
               88  POR-LIGNE           VALUE 'L'.
           05  POR-COMMANDE            PIC X(08).
           05  POR-CORPS               PIC X(51).
           05  POR-CORPS-ENTETE REDEFINES POR-CORPS.
               10  POR-FOURNISSEUR     PIC X(08).
               10  POR-DATE-COMMANDE   PIC 9(08).
               10  POR-STATUT          PIC X(01).
                   88  POR-SAISIE      VALUE 'S'.
                   88  POR-APPROUVEE   VALUE 'A'.
               10  POR-SAISI-PAR       PIC X(08).
               10  POR-APPROUVE-PAR    PIC X(08).
               10  POR-DATE-APPROBATION PIC 9(08).
               10  FILLER              PIC X(10).
           05  POR-CORPS-LIGNE REDEFINES POR-CORPS.
               10  POR-NO-LIGNE        PIC 9(03).
               10  POR-PRODUIT         PIC X(08).
               10  POR-QTE-COMMANDEE   PIC 9(05).
               10  POR-PRIX-CONVENU    PIC 9(05)V9(02).
               10  POR-QTE-RECUE       PIC 9(05).
               10  POR-QTE-FACTUREE    PIC 9(05).
               10  POR-DATE-RECEPTION  PIC 9(08).
               10  FILLER              PIC X(10).
