      *                 mouvements de frais portent le code interne
      *                 "FR" dans MVT-AGENCE - MVTFILE passe de 50 à
      *                 52 caractères, MVTHSTF de 58 à 60.
      * 2026-10-07  AG  Les comptes déclarés dormants par DRMSCN010
      *                 (registre DRMFILE, copy DRMREC) ne sont plus
      *                 facturés ; ils sont comptés à part en fin de
      *                 run. Registre absent = tous les comptes actifs
      *                 facturés comme avant.
      * 2026-10-11  AG  Fin de mois au calendrier d'exploitation : le
      *                 traitement se déclenche aussi le dernier jour
      *                 OUVRE du mois (drapeau CAL-DERNIER-OUVRE de
      *                 CALFILE, sous-programme commun CALFDM01) - un
      *                 mois finissant un samedi, un dimanche ou un
      *                 férié n'avait jamais de fenêtre son dernier jour
      *                 calendaire et le traitement de fin de mois était
      *                 sauté.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Registre de dormance tenu par DRMSCN010 - voir copy DRMREC
           SELECT DRMFILE ASSIGN TO "DRMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRM-STATUS.

      * Mouvements de frais générés, au format TRANREC, repris par
      * la fenêtre suivante
           SELECT MVTFILE ASSIGN TO "MVTFILE"
           RECORD CONTAINS 61 CHARACTERS.
       01  MVTHSTF-ENREG               PIC X(61).

       FD  DRMFILE
           RECORD CONTAINS 29 CHARACTERS.
       01  DRMFILE-ENREG               PIC X(29).

       FD  MVTFILE
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).
      * Mouvement de frais généré - voir copy TRANREC
       COPY TRANREC.

      * Poste du registre de dormance - voir copy DRMREC
       COPY DRMREC.

       01  WS-FEE-STATUS               PIC X(02).
           88  WS-FEE-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-DRM-STATUS               PIC X(02).
           88  WS-DRM-OK               VALUE "00".

       01  WS-MVT-STATUS               PIC X(02).
           88  WS-MVT-OK               VALUE "00".

       01  WS-VOL-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-VOL-TROUVE           VALUE "O".

      * Comptes déclarés dormants par DRMSCN010, exonérés de frais
       01  WS-DRM-TABLE.
           05  WS-DRM-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-DRM-IDX.
               10  WS-DRM-COMPTE       PIC X(12).
       01  WS-NB-DRM                   PIC 9(03) VALUE ZEROES.

       01  WS-DRM-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-DRM-TROUVE           VALUE "O".

      * Frais de la ligne en cours de valorisation
       01  WS-NB-MOUVEMENTS            PIC 9(05).
       01  WS-MONTANT-FRAIS            PIC 9(07)V9(02).
       01  WS-RESTE-100                PIC 9(04).
       01  WS-RESTE-400                PIC 9(04).

      * Date de traitement = fin de mois : dernier jour calendaire
      * du mois, ou dernier jour ouvré au calendrier d'exploitation
      * (CALFDM01) quand le mois finit un jour non ouvré
       01  WS-FIN-DE-MOIS-SW           PIC X(01) VALUE "N".
           88  WS-FIN-DE-MOIS          VALUE "O".

       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).

       01  WS-NB-COMPTES-FACTURES      PIC 9(05) VALUE ZEROES.
       01  WS-NB-FRAIS-EMIS            PIC 9(05) VALUE ZEROES.
       01  WS-NB-COMPTES-DORMANTS      PIC 9(05) VALUE ZEROES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
               DISPLAY "STEP DEJA TERMINE POUR CETTE DATE - SAUTE"
           ELSE
               PERFORM 0300-CONTROLER-FIN-DE-MOIS
               IF WS-FIN-DE-MOIS
                   PERFORM 1000-INITIALISER
                   PERFORM 2000-FACTURER-UN-COMPTE
                       UNTIL WS-FIN-FICHIER
           END-IF.
           MOVE 01 TO WS-FRA-JJ.

           IF WS-DEC-JJ = WS-DERNIER-JOUR
               MOVE "O" TO WS-FIN-DE-MOIS-SW
           ELSE
               CALL "CALFDM01" USING WS-DATE-TRAITEMENT,
                   WS-FIN-DE-MOIS-SW
           END-IF.

      * -----------------------------------------------------------*
      * 0350-CALCULER-DERNIER-JOUR : dernier jour du mois de        *
      * traitement, années bissextiles comprises pour février       *
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge le barème, la volumétrie du mois  *
      * et les comptes dormants, ouvre le maître, MVTFILE en ajout  *
      * et le journal des frais                                     *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-BAREME.
           PERFORM 1200-CHARGER-VOLUMETRIE.
           PERFORM 1300-CHARGER-DORMANTS.

           OPEN INPUT ACCTFILE.
           IF NOT WS-ACCT-OK
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1300-CHARGER-DORMANTS : charge les comptes dormants du      *
      * registre de DRMSCN010 ; registre absent = aucun compte      *
      * exonéré                                                     *
      * -----------------------------------------------------------*
       1300-CHARGER-DORMANTS.
           OPEN INPUT DRMFILE.
           IF WS-DRM-OK
               PERFORM 1350-LIRE-ET-STOCKER-DORMANT
                   UNTIL NOT WS-DRM-OK OR WS-NB-DRM >= 500
               CLOSE DRMFILE
           ELSE
               DISPLAY "DRMFILE ABSENT - AUCUN COMPTE DORMANT"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-DORMANT : lit un poste du registre et  *
      * retient le compte s'il est dormant                          *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-DORMANT.
           READ DRMFILE INTO DRM-ENREG
               AT END
                   MOVE "10" TO WS-DRM-STATUS
               NOT AT END
                   IF DRM-DORMANT
                       ADD 1 TO WS-NB-DRM
                       MOVE DRM-COMPTE TO WS-DRM-COMPTE(WS-NB-DRM)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-FACTURER-UN-COMPTE : applique le barème complet au     *
      * compte actif courant, sauf s'il est dormant                 *
      * -----------------------------------------------------------*
       2000-FACTURER-UN-COMPTE.
           IF ACCT-ACTIF
               PERFORM 2050-CHERCHER-DORMANT
               IF WS-DRM-TROUVE
                   ADD 1 TO WS-NB-COMPTES-DORMANTS
               ELSE
                   ADD 1 TO WS-NB-COMPTES-FACTURES
                   PERFORM 2400-CHERCHER-VOLUMETRIE
                   PERFORM 2200-APPLIQUER-UNE-LIGNE
                       VARYING WS-NO-FEE FROM 1 BY 1
                           UNTIL WS-NO-FEE > WS-NB-FEE
               END-IF
           END-IF.

           PERFORM 2100-LIRE-COMPTE.

      * -----------------------------------------------------------*
      * 2050-CHERCHER-DORMANT : recherche le compte courant parmi   *
      * les comptes dormants                                        *
      * -----------------------------------------------------------*
       2050-CHERCHER-DORMANT.
           MOVE "N" TO WS-DRM-TROUVE-SWITCH.

           IF WS-NB-DRM > ZEROES
               SET WS-DRM-IDX TO 1
               SEARCH WS-DRM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-DRM-IDX > WS-NB-DRM
                       CONTINUE
                   WHEN WS-DRM-COMPTE(WS-DRM-IDX) = ACCT-COMPTE
                       SET WS-DRM-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-COMPTE : lit le prochain compte du maître         *
      * -----------------------------------------------------------*

           DISPLAY "COMPTES FACTURES : " WS-NB-COMPTES-FACTURES.
           DISPLAY "FRAIS EMIS       : " WS-NB-FRAIS-EMIS.
           DISPLAY "COMPTES DORMANTS EXONERES : "
               WS-NB-COMPTES-DORMANTS.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
