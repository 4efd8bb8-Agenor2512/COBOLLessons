      *                 REJWRK1, C = correctif CORMNT1, blanc = flux
      *                 normal) - MVTFILE passe de 52 à 53
      *                 caractères.
      * 2026-10-10  AG  GLHSTREC étendu (copy commune) : segment
      *                 analytique GLH-SEGMENT (agence ou HQ) - GLHSTFIL
      *                 passe de 60 à 62 caractères.

       ENVIRONMENT DIVISION.

       01  ACCTFILE-ENREG              PIC X(50).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  SUSPFIL
           RECORD CONTAINS 59 CHARACTERS.
