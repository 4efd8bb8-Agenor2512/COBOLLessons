      *                 RUNCTLF. Une relance de la fenêtre après un
      *                 arrêt reprend ainsi directement au premier
      *                 step non terminé.
      * 2026-10-12  AG  Run de simulation de la fenêtre (sous-programme
      *                 commun SIMCTL01, chaîne SIMBAT) : RUNCTLF n'est
      *                 ni lu ni écrit - un step simulé n'est jamais
      *                 sauté comme déjà fait et sa bonne fin n'est pas
      *                 enregistrée, la reprise de la vraie fenêtre
      *                 reste intacte.

       ENVIRONMENT DIVISION.

       01  WS-EOF-SWITCH               PIC X(01).
           88  WS-FIN-FICHIER          VALUE "O".

      * Mode du run restitué par SIMCTL01 : en simulation, RUNCTLF
      * n'est ni lu ni écrit
       01  WS-SIMULATION-SW            PIC X(01).
           88  WS-SIMULATION           VALUE "O".

       LINKAGE SECTION.

      * Fonction demandée : "D" = début de step (le step est-il déjà
                                LK-DATE-TRAITEMENT LK-NB-LUS
                                LK-NB-ECRITS LK-DEJA-FAIT.

           CALL "SIMCTL01" USING WS-SIMULATION-SW.

           IF WS-SIMULATION
               MOVE "N" TO LK-DEJA-FAIT
           ELSE
               IF LK-FCT-DEBUT
                   PERFORM 1000-CHERCHER-BONNE-FIN
               ELSE
                   PERFORM 2000-ENREGISTRER-BONNE-FIN
               END-IF
           END-IF.

           GOBACK.
