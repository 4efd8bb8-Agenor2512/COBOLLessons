      *                 nettoie les maîtres avant que les orphelins
      *                 ne deviennent des échecs de postage. Code
      *                 retour 4 dès qu'un orphelin existe.
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE passe de 144 à 145
      *                 caractères.
      * 2026-10-15  AG  CUSTFILE passe à 102 caractères (devise de
      *                 facturation) et INVFILE à 45 (devise et
      *                 contre-valeur euro du poste)
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)

       ENVIRONMENT DIVISION.

       01  ACCTFILE-ENREG              PIC X(50).

       FD  CUSTFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-ENREG              PIC X(113).

       FD  GLCOAFIL
           RECORD CONTAINS 38 CHARACTERS.
       01  GLCOAFIL-ENREG              PIC X(38).

       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  MVTFILE
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  GLRULFIL
           RECORD CONTAINS 15 CHARACTERS.
