      *                 besoin de fouiller les SYSOUT de chaque
      *                 step pour savoir comment la nuit s'est
      *                 passée.
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE passe de 144 à 145
      *                 caractères.

       ENVIRONMENT DIVISION.

           05  LEC-RELEVE              PIC 9(07).

       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  PRORATFIL
           RECORD CONTAINS 18 CHARACTERS.
