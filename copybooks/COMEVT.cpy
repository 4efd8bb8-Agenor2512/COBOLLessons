      *-----------------------------------------------------------*
      *  COMEVT.CPY                                                *
      *  Enregistrement des événements commissionnables            *
      *  (COMEVTF) : E = encaissement imputé sur une facture,      *
      *  P = acompte imputé sur une facture, V = avoir imputé sur  *
      *  une facture (les trois écrits par CSHAPP010), C = avoir   *
      *  émis (écrit par MUL010 à l'émission, matière de la        *
      *  reprise de commission). Chaque événement porte la date,   *
      *  le client, la facture (ou l'avoir), le montant TTC et le  *
      *  programme émetteur. Fichier de période : COMCAL010 le     *
      *  consomme et le vide après un calcul réussi.               *
      *  Un E négatif (écrit par DDRET010) annule l'encaissement   *
      *  d'un prélèvement SEPA revenu impayé et reprend sa         *
      *  commission.                                               *
      *-----------------------------------------------------------*
       01  CEV-ENREG.
           05  CEV-TYPE                PIC X(01).
               88  CEV-ENCAISSEMENT    VALUE 'E'.
               88  CEV-ACOMPTE         VALUE 'P'.
               88  CEV-AVOIR-IMPUTE    VALUE 'V'.
               88  CEV-AVOIR-EMIS      VALUE 'C'.
           05  CEV-DATE                PIC 9(08).
           05  CEV-CLIENT              PIC X(08).
           05  CEV-FACTURE             PIC X(08).
           05  CEV-MONTANT             PIC S9(07)V9(02).
           05  CEV-PROGRAMME           PIC X(08).
