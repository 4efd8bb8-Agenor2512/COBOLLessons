      *-----------------------------------------------------------*
      *  STKMVT.CPY                                                *
      *  Enregistrement de l'historique des mouvements de stock    *
      *  (STKMVTF), écrit en ajout par STKUPD010 et conservé sans  *
      *  limite : un enregistrement par mouvement physique         *
      *  appliqué au maître STKFILE - S = sortie sur facture, R =  *
      *  retour sur avoir, E = entrée sur réception fournisseur    *
      *  (GRNFILE, valorisée au prix convenu de la commande), I =  *
      *  écart d'inventaire. Quantité signée (négative en sortie), *
      *  coût unitaire du mouvement, stock et coût moyen pondéré   *
      *  après mouvement, programme d'origine.                     *
      *-----------------------------------------------------------*
       01  SMV-ENREG.
           05  SMV-DATE                PIC 9(08).
           05  SMV-PRODUIT             PIC X(08).
           05  SMV-TYPE                PIC X(01).
               88  SMV-SORTIE          VALUE 'S'.
               88  SMV-RETOUR          VALUE 'R'.
               88  SMV-ENTREE          VALUE 'E'.
               88  SMV-INVENTAIRE      VALUE 'I'.
           05  SMV-REFERENCE           PIC X(08).
           05  SMV-QUANTITE            PIC S9(07).
           05  SMV-COUT-UNITAIRE       PIC 9(05)V9(04).
           05  SMV-STOCK-APRES         PIC S9(07).
           05  SMV-CMP-APRES           PIC 9(05)V9(04).
           05  SMV-PROGRAMME           PIC X(08).
