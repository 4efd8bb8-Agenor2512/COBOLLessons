      *                 DATPRM01 (fichier de pilotage DATEFILE) :
      *                 les états d'une relance du samedi matin
      *                 restent datés du vendredi.
      * 2026-10-12  AG  Run de simulation de la fenêtre (chaîne SIMBAT,
      *                 sous-programme commun SIMCTL01) : le bandeau
      *                 SIMULATION est posé en fin de ligne de titre
      *                 (colonnes 71 à 80) de chaque état, pour qu'aucun
      *                 état simulé ne puisse être pris pour un état de
      *                 production.

       ENVIRONMENT DIVISION.


       01  WS-PAGE-EDITEE              PIC ZZ9.

      * Mode du run restitué par SIMCTL01 : "O" = simulation
       01  WS-SIMULATION-SW            PIC X(01).
           88  WS-SIMULATION           VALUE "O".

       LINKAGE SECTION.

      * Titre de l'état, cadré à gauche sur les 40 premiers caractères
           MOVE "PAGE"             TO LK-LIGNE-ENTETE(62:4).
           MOVE WS-PAGE-EDITEE     TO LK-LIGNE-ENTETE(67:3).

           CALL "SIMCTL01" USING WS-SIMULATION-SW.
           IF WS-SIMULATION
               MOVE "SIMULATION"   TO LK-LIGNE-ENTETE(71:10)
           END-IF.

           GOBACK.
