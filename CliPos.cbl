      *                 client avec son solde reporté et son statut,
      *                 ses postes ouverts d'INVFILE et ses acomptes
      *                 ONACCF, avec les totaux de chaque bloc.
      * 2026-10-15  AG  Postes en devise : chaque poste montre sa devise
      *                 et sa contre-valeur euro, le total des postes
      *                 est en euros - INVFILE étendu de 33 à 45
      *                 caractères, CUSTFILE de 99 à 102
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)

       ENVIRONMENT DIVISION.


       FILE SECTION.
       FD  CUSTFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-ENREG              PIC X(113).

       FD  ACCTFILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-ENREG              PIC X(50).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  ONACCF
           RECORD CONTAINS 26 CHARACTERS.
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-CUS-STATUS               PIC X(02).
           88  WS-CUS-OK               VALUE "00".
           05  LP-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LP-MONTANT              PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LP-DEVISE               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LP-MONTANT-EUR          PIC -(07)9.99.

       01  WS-LIGNE-ACOMPTE.
           05  FILLER                  PIC X(03) VALUE SPACES.

           MOVE WS-TOTAL-POSTES TO EDIT-MONTANT.
           DISPLAY "  POSTES  : " WS-NB-POSTES
               "  TOTAL EUR : " EDIT-MONTANT.

      * -----------------------------------------------------------*
      * 3100-LIRE-UN-POSTE : lit un poste ouvert et l'affiche s'il  *
               NOT AT END
                   IF WFA-CLIENT = WS-CLIENT-DEMANDE
                       ADD 1 TO WS-NB-POSTES
                       MOVE WFA-NUMERO  TO LP-NUMERO
                       MOVE WFA-DATE    TO LP-DATE
                       MOVE WFA-MONTANT TO LP-MONTANT
      * Poste en devise : montant dans la devise de facture suivi de
      * sa contre-valeur euro, seule cumulée dans le total
                       IF WFA-EN-EURO
                           MOVE "EUR"       TO LP-DEVISE
                           MOVE WFA-MONTANT TO LP-MONTANT-EUR
                           ADD WFA-MONTANT  TO WS-TOTAL-POSTES
                       ELSE
                           MOVE WFA-DEVISE  TO LP-DEVISE
                           MOVE WFA-MONTANT-EUR TO LP-MONTANT-EUR
                           ADD WFA-MONTANT-EUR TO WS-TOTAL-POSTES
                       END-IF
                       DISPLAY WS-LIGNE-POSTE
                   END-IF
           END-READ.
