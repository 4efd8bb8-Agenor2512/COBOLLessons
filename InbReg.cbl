      *                 relance corrigée les refusait comme "déjà
      *                 traitées" - forçant un FORCE qui aveuglait
      *                 aussi le contrôle sur le fichier suspect.
      * 2026-10-09  AG  Les remises d'agence passent à 51 caractères
      *                 (marqueur de jambe de virement inter-agences en
      *                 51e position, voir MVTCOL010) : FD AGCFIL1/2/3
      *                 élargies, l'empreinte reste calculée sur les
      *                 montants.

       ENVIRONMENT DIVISION.


       FILE SECTION.
       FD  AGCFIL1
           RECORD CONTAINS 51 CHARACTERS.
       01  AGCFIL1-ENREG               PIC X(51).

       FD  AGCFIL2
           RECORD CONTAINS 51 CHARACTERS.
       01  AGCFIL2-ENREG               PIC X(51).

       FD  AGCFIL3
           RECORD CONTAINS 51 CHARACTERS.
       01  AGCFIL3-ENREG               PIC X(51).

       FD  DTLFILE
           RECORD CONTAINS 09 CHARACTERS.
       WORKING-STORAGE SECTION.

      * Mouvement courant - voir copy TRANREC (les remises d'agence
      * portent les 50 caractères historiques, sans code agence, et
      * le marqueur de virement en 51e position : seuls les 50
      * premiers sont servis, l'empreinte ne porte que le montant)
       COPY TRANREC.

      * Ligne du registre des remises - voir copy INBREG
