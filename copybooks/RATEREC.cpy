      *  positions débitrices (solde négatif). Le taux est le      *
      *  taux journalier appliqué tel quel au solde de clôture     *
      *  par le calcul d'intérêts INTACC010.                       *
      *  Sens 'R' : taux de retenue à la source de droit commun    *
      *  (0,128000 = 12,8 %) prélevé par INTACC010 sur les         *
      *  intérêts créditeurs capitalisés des clients imposables.   *
      *-----------------------------------------------------------*
       01  RATE-ENREG.
           05  RATE-SENS               PIC X(01).
               88  RATE-CREDITEUR      VALUE 'C'.
               88  RATE-DEBITEUR       VALUE 'D'.
               88  RATE-RETENUE        VALUE 'R'.
           05  RATE-TAUX-JOURNALIER    PIC 9(01)V9(06).
