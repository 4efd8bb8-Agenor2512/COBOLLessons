      *-----------------------------------------------------------*
      *  PAIDHIST.CPY                                              *
      *  Enregistrement de l'historique permanent des factures     *
      *  soldées (PAIDHSTF), écrit par CSHAPP010 pour chaque       *
      *  facture dont le restant dû tombe à zéro : numéro, client, *
      *  date de facture, date du solde (date du règlement pour un *
      *  encaissement, date de traitement pour un acompte ou un    *
      *  avoir), délai de paiement en jours 30/360 (même           *
      *  convention que la balance âgée INVAGE01), montant soldé   *
      *  par le run et mode du solde : E = encaissement (RCPFILE), *
      *  P = acompte (ONACCF), V = avoir. Fichier en ajout, jamais *
      *  vidé : DSOANA010 en tire chaque fin de mois le délai      *
      *  moyen de paiement par client et le DSO du portefeuille.   *
      *-----------------------------------------------------------*
       01  PDH-ENREG.
           05  PDH-FACTURE             PIC X(08).
           05  PDH-CLIENT              PIC X(08).
           05  PDH-DATE-FACTURE        PIC 9(08).
           05  PDH-DATE-SOLDE          PIC 9(08).
           05  PDH-JOURS               PIC S9(05).
           05  PDH-MONTANT             PIC S9(07)V9(02).
           05  PDH-MODE                PIC X(01).
               88  PDH-ENCAISSEMENT    VALUE 'E'.
               88  PDH-ACOMPTE         VALUE 'P'.
               88  PDH-AVOIR           VALUE 'V'.
