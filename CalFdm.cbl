       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALFDM01.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-11  AG  Création : sous-programme commun indiquant si
      *                 une date est le dernier jour ouvré du mois au
      *                 calendrier d'exploitation CALFILE (drapeau
      *                 CAL-DERNIER-OUVRE, copy CALREC). Les
      *                 traitements de fin de mois ne se déclenchaient
      *                 que le dernier jour CALENDAIRE du mois : un
      *                 mois finissant un samedi, un dimanche ou un
      *                 férié n'avait jamais de fenêtre ce jour-là et
      *                 les calculs de fin de mois étaient sautés.
      *                 Même principe de sous-programme partagé que
      *                 DATPRM01. CALFILE absent ou date absente du
      *                 calendrier = "N" (l'appelant garde sa propre
      *                 détection calendaire).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Calendrier d'exploitation : jours ouvrés - voir copy CALREC
           SELECT CALFILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CALFILE
           RECORD CONTAINS 10 CHARACTERS.
       01  CALFILE-ENREG               PIC X(10).

       WORKING-STORAGE SECTION.

      * Journée du calendrier - voir copy CALREC
       COPY CALREC.

       01  WS-CAL-STATUS               PIC X(02).
           88  WS-CAL-OK               VALUE "00".

       01  WS-CAL-EOF-SW               PIC X(01).
           88  WS-CAL-FIN              VALUE "O".

      * Date demandée trouvée au calendrier
       01  WS-DATE-TROUVEE-SW          PIC X(01).
           88  WS-DATE-TROUVEE         VALUE "O".

       LINKAGE SECTION.

      * Date à qualifier (AAAAMMJJ)
       01  LK-DATE                     PIC 9(08).

      * Verdict restitué : "O" = dernier jour ouvré du mois
       01  LK-FIN-DE-MOIS-SW           PIC X(01).

       PROCEDURE DIVISION USING LK-DATE LK-FIN-DE-MOIS-SW.

           MOVE "N" TO LK-FIN-DE-MOIS-SW.
           MOVE "N" TO WS-DATE-TROUVEE-SW.
           MOVE "N" TO WS-CAL-EOF-SW.

           OPEN INPUT CALFILE.
           IF NOT WS-CAL-OK
               DISPLAY "CALFILE ABSENT - FIN DE MOIS CALENDAIRE "
                   "SEULE"
           ELSE
               PERFORM 1000-LIRE-ET-COMPARER
                   UNTIL WS-CAL-FIN OR WS-DATE-TROUVEE
               CLOSE CALFILE
           END-IF.

           GOBACK.

      * -----------------------------------------------------------*
      * 1000-LIRE-ET-COMPARER : lit une journée du calendrier ; sur *
      * la date demandée, restitue le drapeau de dernier jour ouvré *
      * -----------------------------------------------------------*
       1000-LIRE-ET-COMPARER.
           READ CALFILE INTO CAL-ENREG
               AT END
                   SET WS-CAL-FIN TO TRUE
               NOT AT END
                   IF CAL-DATE = LK-DATE
                       SET WS-DATE-TROUVEE TO TRUE
                       IF CAL-DERNIER-OUVRE
                           MOVE "O" TO LK-FIN-DE-MOIS-SW
                       END-IF
                   END-IF
           END-READ.
