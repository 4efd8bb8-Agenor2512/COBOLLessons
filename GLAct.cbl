      *                 d'état par compte (GLCOA-CLASSE, B/R) pour
      *                 la clôture annuelle GLYEC010 - GLCOAFIL
      *                 passe de 37 à 38 caractères.
      * 2026-10-10  AG  GLHSTREC étendu (copy commune) : segment
      *                 analytique GLH-SEGMENT (agence ou HQ) - GLHSTFIL
      *                 passe de 60 à 62 caractères.

       ENVIRONMENT DIVISION.


       FILE SECTION.
       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  GLCOAFIL
           RECORD CONTAINS 38 CHARACTERS.
