      *                    l'INVFILE-NEW du soir.
      *                 Le moindre écart vaut code retour 4 pour que
      *                 l'ordonnanceur le montre au matin.
      * 2026-10-15  AG  INVFILE porte la devise et la contre-valeur euro
      *                 du poste ; la preuve reste en montants de
      *                 facture, comme l'imputation

       ENVIRONMENT DIVISION.

       01  GLEXTFILE-ENREG             PIC X(48).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  INVFILE-NEW
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-NEW-ENREG           PIC X(45).

       FD  RCPFILE
           RECORD CONTAINS 33 CHARACTERS.
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-ACC-STATUS               PIC X(02).
           88  WS-ACC-OK               VALUE "00".
