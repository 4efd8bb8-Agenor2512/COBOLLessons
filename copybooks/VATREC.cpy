      *  VATDCL010 et rapprochée du grand livre (compte de TVA     *
      *  collectée alimenté via GLPOST010). Les montants sont      *
      *  signés : un avoir (commande de type A) porte une base et  *
      *  une TVA négatives qui renversent la collecte. Le même     *
      *  découpage sert au registre de TVA déductible (VATDEDF),   *
      *  écrit par APINV010 pour chaque facture fournisseur        *
      *  ouverte - numéro de la facture du fournisseur - et        *
      *  imputé par VATDCL010 sur la TVA collectée du mois.        *
      *-----------------------------------------------------------*
       01  VAT-ENREG.
           05  VAT-DATE                PIC 9(08).
