      *  Enregistrement des postes fournisseurs ouverts (APOPENF) :*
      *  code fournisseur (clé du maître SUPFILE), numéro de la    *
      *  facture fournisseur, date de facture, date d'échéance et  *
      *  montant TTC. Alimenté par la saisie APINV010 (entête des  *
      *  transactions APINVF, copy APITRN) une fois la facture     *
      *  rapprochée de sa commande, consommé par la proposition de *
      *  paiement APPAY010 qui sélectionne ce qui échoit à la date *
      *  de traitement et régénère les postes non payés dans       *
      *  APOPENF-NEW - le miroir d'INVFILE côté achats.            *
      *  La facture porte sa ventilation de TVA par code de taux   *
      *  (trois codes au plus, code à blanc = poste inutilisé, à   *
      *  zéro), contrôlée par APINV010 (bases plus TVA = montant   *
      *  TTC) et reprise dans le registre de TVA déductible        *
      *  VATDEDF ; APPAY010 porte la TVA payée au compte de TVA    *
      *  déductible du grand livre.                                *
      *-----------------------------------------------------------*
       01  API-ENREG.
           05  API-FOURNISSEUR         PIC X(08).
           05  API-DATE                PIC 9(08).
           05  API-ECHEANCE            PIC 9(08).
           05  API-MONTANT             PIC 9(07)V9(02).
           05  API-VENTILATION.
               10  API-VENTILATION-TVA OCCURS 3 TIMES.
                   15  API-TVA-CODE    PIC X(01).
                   15  API-TVA-BASE    PIC 9(07)V9(02).
                   15  API-TVA-MONTANT PIC 9(07)V9(02).
