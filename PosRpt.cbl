      *                 masse salariale nette, anomalies. Une source
      *                 absente est signalée NON DISPONIBLE au lieu
      *                 d'arrêter l'état.
      * 2026-10-15  AG  Les créances en devise sont cumulées par tranche
      *                 pour leur contre-valeur euro - INVFILE étendu de
      *                 33 à 45 caractères

       ENVIRONMENT DIVISION.

       01  GLBALFIL-ENREG              PIC X(39).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INV-LIGNE-ENREG.
           05  INV-NUMERO              PIC X(08).
           05  INV-DATE.
               10  INV-DATE-JJ         PIC 9(02).
           05  INV-MONTANT             PIC S9(07)V9(02).
           05  INV-CLIENT              PIC X(08).
           05  INV-DEVISE              PIC X(03).
               88  INV-EN-EURO         VALUE "EUR" SPACES.
           05  INV-MONTANT-EUR         PIC S9(07)V9(02).

       FD  NETFILE
           RECORD CONTAINS 18 CHARACTERS.
       01  WS-NB-COMPTES-GL            PIC 9(03) VALUE ZEROES.

      * Créances ouvertes par tranche d'âge (calcul 30/360, mêmes
      * tranches qu'INVAGE01), en euros : contre-valeur d'une
      * facture en devise
       01  WS-INV-DISPO-SW             PIC X(01) VALUE "N".
           88  WS-INV-DISPO            VALUE "O".
       01  WS-TOTAUX-TRANCHES.
       01  WS-JOURS-FACTURE            PIC 9(07).
       01  WS-JOURS-AUJOURDHUI         PIC 9(07).
       01  WS-NB-JOURS-ANCIENNETE      PIC S9(07).
       01  WS-CREANCE-EUR              PIC S9(07)V9(02).

      * Masse salariale nette du run de paie
       01  WS-PAIE-DISPO-SW            PIC X(01) VALUE "N".
                       + INV-DATE-JJ
                   COMPUTE WS-NB-JOURS-ANCIENNETE =
                       WS-JOURS-AUJOURDHUI - WS-JOURS-FACTURE
                   IF INV-EN-EURO
                       MOVE INV-MONTANT     TO WS-CREANCE-EUR
                   ELSE
                       MOVE INV-MONTANT-EUR TO WS-CREANCE-EUR
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-NB-JOURS-ANCIENNETE NOT > 30
                           ADD WS-CREANCE-EUR TO WS-TOTAL-0-30
                       WHEN WS-NB-JOURS-ANCIENNETE NOT > 60
                           ADD WS-CREANCE-EUR TO WS-TOTAL-31-60
                       WHEN WS-NB-JOURS-ANCIENNETE NOT > 90
                           ADD WS-CREANCE-EUR TO WS-TOTAL-61-90
                       WHEN OTHER
                           ADD WS-CREANCE-EUR TO WS-TOTAL-91-PLUS
                   END-EVALUATE
           END-READ.

