      *-----------------------------------------------------------*
      *  COMRATE.CPY                                               *
      *  Enregistrement de l'historique des taux de commission     *
      *  des commerciaux (COMRATF) : type (P = taux d'un produit,  *
      *  C = taux propre à un client), code produit ou client,     *
      *  date d'effet et taux en pourcentage du montant HT. Même   *
      *  principe que PRDPRCF : un nouveau taux s'ajoute à la      *
      *  suite, les anciens restent, et COMCAL010 retient le taux  *
      *  à la date d'effet la plus récente qui ne dépasse pas la   *
      *  date de la facture. Le taux propre au client, s'il        *
      *  existe, prime sur celui du produit ; sans taux, pas de    *
      *  commission.                                               *
      *  Tenu à jour par PRDMNT1 (produits) et CUSTMNT1 (clients). *
      *-----------------------------------------------------------*
       01  CRT-ENREG.
           05  CRT-TYPE                PIC X(01).
               88  CRT-PRODUIT         VALUE 'P'.
               88  CRT-CLIENT          VALUE 'C'.
           05  CRT-CODE                PIC X(08).
           05  CRT-DATE-EFFET          PIC 9(08).
           05  CRT-TAUX                PIC 9(02)V9(03).
