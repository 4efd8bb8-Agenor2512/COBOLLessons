      *                 consécutifs (WS-SEUIL-SERIE), le step se
      *                 termine en code retour 8 pour que
      *                 l'ordonnanceur alerte.
      * 2026-10-13  AG  OPRFILE relu au nouveau format de la copy OPRREC
      *                 (empreinte du mot de passe, date de changement,
      *                 échecs, historique), tenu désormais par le
      *                 sous-programme de session OPRSGN01.

       ENVIRONMENT DIVISION.

       01  ACTLOGF-ENREG               PIC X(43).

       FD  OPRFILE
           RECORD CONTAINS 91 CHARACTERS.
       01  OPRFILE-ENREG               PIC X(91).

       FD  SECRPT
           RECORD CONTAINS 80 CHARACTERS.
