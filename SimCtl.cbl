       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMCTL01.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-12  AG  Création : sous-programme commun indiquant si
      *                 le run est une simulation de la fenêtre (chaîne
      *                 SIMBAT) ou un run réel. Le mode est lu dans la
      *                 carte de pilotage SIMCTLF, présente seulement
      *                 dans les steps de SIMBAT : une carte commençant
      *                 par SIMULATION = simulation, fichier absent ou
      *                 autre carte = run réel (comportement
      *                 historique). En simulation, STEPCTL01 ne lit ni
      *                 n'écrit RUNCTLF, GLPOST010 ne pose pas l'état
      *                 d'interface IFSTSFIL et RPTHDR010 marque chaque
      *                 état du bandeau SIMULATION. Même principe de
      *                 sous-programme partagé que DATPRM01 : la carte
      *                 est lue une seule fois puis le mode est servi
      *                 de mémoire aux appels suivants.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carte de pilotage de la simulation, posée par la chaîne SIMBAT
           SELECT SIMCTLF ASSIGN TO "SIMCTLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SIMCTLF
           RECORD CONTAINS 80 CHARACTERS.
       01  SIMCTLF-ENREG.
           05  SIMC-MODE               PIC X(10).
               88  SIMC-SIMULATION     VALUE "SIMULATION".
           05  FILLER                  PIC X(70).

       WORKING-STORAGE SECTION.

       01  WS-SIM-STATUS               PIC X(02).
           88  WS-SIM-OK               VALUE "00".

      * Mode retenu, lu au premier appel puis servi de mémoire aux
      * appels suivants du même run
       01  WS-SIMULATION-SW            PIC X(01) VALUE "N".
           88  WS-SIMULATION           VALUE "O".

       01  WS-MODE-CHARGE-SW           PIC X(01) VALUE "N".
           88  WS-MODE-CHARGE          VALUE "O".

       LINKAGE SECTION.

      * Mode restitué à l'appelant : "O" = simulation, "N" = réel
       01  LK-SIMULATION-SW            PIC X(01).

       PROCEDURE DIVISION USING LK-SIMULATION-SW.

           IF NOT WS-MODE-CHARGE
               PERFORM 1000-CHARGER-MODE
           END-IF.

           MOVE WS-SIMULATION-SW TO LK-SIMULATION-SW.

           GOBACK.

      * -----------------------------------------------------------*
      * 1000-CHARGER-MODE : lit la carte de pilotage SIMCTLF ;      *
      * fichier absent, vide ou autre carte = run réel              *
      * -----------------------------------------------------------*
       1000-CHARGER-MODE.
           OPEN INPUT SIMCTLF.
           IF WS-SIM-OK
               READ SIMCTLF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIMC-SIMULATION
                           SET WS-SIMULATION TO TRUE
                           DISPLAY "*** RUN DE SIMULATION - AUCUNE "
                               "MISE A JOUR DE PRODUCTION ***"
                       END-IF
               END-READ
               CLOSE SIMCTLF
           END-IF.

           SET WS-MODE-CHARGE TO TRUE.
