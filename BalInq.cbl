      *                 déposés dans MVTFILE pour ce compte et
      *                 affiche solde d'ouverture, nombre de
      *                 mouvements et solde projeté.
      * 2026-10-07  AG  Affiche aussi le statut C (compte clôturé par
      *                 CLOACC010).

       ENVIRONMENT DIVISION.

           IF ACCT-INACTIF
               DISPLAY "STATUT            : INACTIF"
           END-IF.
           IF ACCT-CLOTURE
               DISPLAY "STATUT            : CLOTURE"
           END-IF.
           MOVE WS-SOLDE-OUVERTURE TO EDIT-MONTANT.
           DISPLAY "SOLDE REPORTE     : " EDIT-MONTANT
               "  (REPORTE LE " ACCT-DATE-REPORT ")".
