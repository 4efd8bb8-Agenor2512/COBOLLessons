      *                 restent listés à titre d'information ; la
      *                 clôture égale par construction le total des
      *                 postes ouverts imprimé sur la même page.
      * 2026-10-15  AG  Relevé en deux monnaies : montant en devise de
      *                 facture et contre-valeur euro, soldes en euros
      * 2026-10-15  AG  Plus de table de 500 postes ouverts : les
      *                 postes de chaque client sont parcourus dans
      *                 l'index INVFILE-IDX (tenu par IDXMST01) sur sa
      *                 clé secondaire client. Au-delà de 500 postes,
      *                 les suivants manquaient au relevé et à sa
      *                 clôture.
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUS-STATUS.

      * Index des postes ouverts (numéro, date, montant, client),
      * parcouru client par client sur sa clé secondaire
           SELECT INVFILE-IDX ASSIGN TO "INVFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IIDX-NUMERO
               ALTERNATE RECORD KEY IS IIDX-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

      * Encaissements du mois - voir copy RCPTREC

       FILE SECTION.
       FD  CUSTFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-ENREG              PIC X(113).

       FD  INVFILE-IDX.
       01  INVFILE-IDX-ENREG.
           05  IIDX-NUMERO             PIC X(08).
           05  IIDX-DATE               PIC X(08).
           05  IIDX-MONTANT            PIC X(09).
           05  IIDX-CLIENT             PIC X(08).
           05  IIDX-RESTE              PIC X(12).

       FD  RCPFILE
           RECORD CONTAINS 33 CHARACTERS.
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-CUS-STATUS               PIC X(02).
           88  WS-CUS-OK               VALUE "00".
       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".

       01  WS-INV-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-INV-OUVERT           VALUE "O".

      * Fin des postes du client édité dans l'index
       01  WS-FIN-POSTES-SW            PIC X(01).
           88  WS-FIN-POSTES           VALUE "O".

       01  WS-RCP-STATUS               PIC X(02).
           88  WS-RCP-OK               VALUE "00".

       01  WS-PARM-MOIS                PIC X(10).
       01  WS-MOIS-RELEVE              PIC 9(06).

      * Devise de facture et contre-valeur euro du poste lu
       01  WS-INV-DEVISE               PIC X(03).
       01  WS-INV-MONTANT-EUR          PIC S9(07)V9(02).

      * Table des encaissements du mois, chargée depuis RCPFILE
       01  WS-RCP-TABLE.
       01  WS-TOTAL-OUVERT             PIC S9(09)V9(02).
       01  WS-NO-POSTE                 PIC 9(03).

      * Chaque ligne montre le montant dans sa devise et sa contre-
      * valeur euro ; soldes et totaux du relevé sont en euros. Un
      * règlement est exprimé dans la devise de facturation du
      * client, valorisé au cours FOREX01 du jour de traitement
       01  WS-DEVISE-CLIENT            PIC X(03).
       01  WS-FX-MONTANT               PIC S9(07)V9(02).
       01  WS-FX-MONTANT-EUR           PIC S9(07)V9(02).

       01  WS-NB-RELEVES               PIC 9(05) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
           05  FILLER                  PIC X(20)
               VALUE "SOLDE D'OUVERTURE : ".
           05  LO-SOLDE                PIC -(08)9.99.
           05  FILLER                  PIC X(04) VALUE " EUR".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-LIGNE-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MONTANT              PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-DEVISE               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MONTANT-EUR          PIC -(07)9.99.
           05  FILLER                  PIC X(04) VALUE " EUR".
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-LIGNE-TOT-FACTURES.
           05  FILLER                  PIC X(20)
               VALUE "FACTURES DU MOIS  : ".
           05  TF-MONTANT              PIC -(08)9.99.
           05  FILLER                  PIC X(04) VALUE " EUR".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-LIGNE-TOT-REGLEMENTS.
           05  FILLER                  PIC X(20)
               VALUE "REGLEMENTS RECUS  : ".
           05  TR-MONTANT              PIC -(08)9.99.
           05  FILLER                  PIC X(04) VALUE " EUR".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-LIGNE-CLOTURE.
           05  FILLER                  PIC X(20)
               VALUE "SOLDE DE CLOTURE  : ".
           05  LC-SOLDE                PIC -(08)9.99.
           05  FILLER                  PIC X(04) VALUE " EUR".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-LIGNE-POSTES-TITRE.
           05  FILLER                  PIC X(24)
               VALUE "POSTES ENCORE OUVERTS : ".
           05  PT-TOTAL                PIC -(08)9.99.
           05  FILLER                  PIC X(04) VALUE " EUR".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : détermine le mois de relevé, ouvre       *
      * l'index des postes ouverts, charge les encaissements et les *
      * soldes reportés, et ouvre le maître des clients             *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-MOIS FROM COMMAND-LINE.
               MOVE WS-DATE-TRAITEMENT(1:6) TO WS-MOIS-RELEVE
           END-IF.

           PERFORM 1100-OUVRIR-POSTES.
           PERFORM 1200-CHARGER-ENCAISSEMENTS.
           PERFORM 1300-CHARGER-SOLDES-REPORTES.

           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-POSTES : ouvre l'index des postes ouverts ;     *
      * index absent = aucun poste                                  *
      * -----------------------------------------------------------*
       1100-OUVRIR-POSTES.
           OPEN INPUT INVFILE-IDX.
           IF WS-INV-OK
               SET WS-INV-OUVERT TO TRUE
           ELSE
               DISPLAY "INVFILE-IDX ABSENT - STATUT " WS-INV-STATUS
                   " - AUCUN POSTE OUVERT"
           END-IF.

      * -----------------------------------------------------------*
      * 1200-CHARGER-ENCAISSEMENTS : charge les encaissements du    *
      * mois de relevé ; fichier absent = aucun règlement           *
      * -----------------------------------------------------------*
       2000-EDITER-UN-RELEVE.
           MOVE CUST-CODE TO WS-CLIENT-EDITE.
           IF CUST-DEVISE = SPACES
               MOVE "EUR" TO WS-DEVISE-CLIENT
           ELSE
               MOVE CUST-DEVISE TO WS-DEVISE-CLIENT
           END-IF.

           PERFORM 2200-CHERCHER-SOLDE-REPORTE.
           MOVE ZEROES TO WS-TOTAL-FACTURES WS-TOTAL-REGLEMENTS.
           MOVE WS-SOLDE-OUVERTURE TO LO-SOLDE.
           WRITE CSTSTMT-LIGNE FROM WS-LIGNE-OUVERTURE.

      * Premier parcours des postes du client : factures du mois
      * imprimées, total des postes encore ouverts cumulé
           PERFORM 2250-POSITIONNER-CLIENT.
           PERFORM 2300-LISTER-FACTURES-DU-MOIS
               UNTIL WS-FIN-POSTES.
           MOVE WS-TOTAL-FACTURES TO TF-MONTANT.
           WRITE CSTSTMT-LIGNE FROM WS-LIGNE-TOT-FACTURES.

      * règlements sont déjà imputés sur le résiduel des postes par
      * CSHAPP010, ouverture + factures - règlements les compterait
      * deux fois et perdrait les factures soldées dans le mois
           MOVE WS-TOTAL-OUVERT TO WS-SOLDE-CLOTURE.
           MOVE WS-SOLDE-CLOTURE TO LC-SOLDE.
           WRITE CSTSTMT-LIGNE FROM WS-LIGNE-CLOTURE.

           MOVE WS-TOTAL-OUVERT TO PT-TOTAL.
           WRITE CSTSTMT-LIGNE FROM WS-LIGNE-POSTES-TITRE.
      * Second parcours : liste des postes encore ouverts
           PERFORM 2250-POSITIONNER-CLIENT.
           PERFORM 2600-LISTER-POSTES-OUVERTS
               UNTIL WS-FIN-POSTES.
           WRITE CSTSTMT-LIGNE FROM WS-LIGNE-VIDE.

           ADD 1 TO WS-NB-RELEVES.
           END-IF.

      * -----------------------------------------------------------*
      * 2250-POSITIONNER-CLIENT : se positionne dans l'index sur le *
      * premier poste du client édité (clé secondaire client) et le *
      * lit                                                         *
      * -----------------------------------------------------------*
       2250-POSITIONNER-CLIENT.
           MOVE "N" TO WS-FIN-POSTES-SW.

           IF WS-INV-OUVERT
               MOVE WS-CLIENT-EDITE TO IIDX-CLIENT
               START INVFILE-IDX KEY IS = IIDX-CLIENT
                   INVALID KEY
                       SET WS-FIN-POSTES TO TRUE
               END-START
           ELSE
               SET WS-FIN-POSTES TO TRUE
           END-IF.

           IF NOT WS-FIN-POSTES
               PERFORM 2280-LIRE-POSTE-CLIENT
           END-IF.

      * -----------------------------------------------------------*
      * 2280-LIRE-POSTE-CLIENT : lit le poste suivant dans l'ordre  *
      * de la clé secondaire ; fin des postes au changement de      *
      * client                                                      *
      * -----------------------------------------------------------*
       2280-LIRE-POSTE-CLIENT.
           READ INVFILE-IDX NEXT INTO WS-FACTURE-ENREG
               AT END
                   SET WS-FIN-POSTES TO TRUE
           END-READ.

           IF NOT WS-FIN-POSTES
               IF WFA-CLIENT NOT = WS-CLIENT-EDITE
                   SET WS-FIN-POSTES TO TRUE
               ELSE
                   IF WFA-EN-EURO
                       MOVE "EUR" TO WS-INV-DEVISE
                       MOVE WFA-MONTANT TO WS-INV-MONTANT-EUR
                   ELSE
                       MOVE WFA-DEVISE TO WS-INV-DEVISE
                       MOVE WFA-MONTANT-EUR TO WS-INV-MONTANT-EUR
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2300-LISTER-FACTURES-DU-MOIS : imprime le poste du client   *
      * édité s'il est daté du mois de relevé et cumule le total    *
      * des factures du mois et celui des postes encore ouverts     *
      * -----------------------------------------------------------*
       2300-LISTER-FACTURES-DU-MOIS.
           IF WFA-DATE(1:6) = WS-MOIS-RELEVE
               MOVE "FACTURE"  TO DL-LIBELLE
               MOVE WFA-NUMERO         TO DL-REFERENCE
               MOVE WFA-DATE           TO DL-DATE
               MOVE WFA-MONTANT        TO DL-MONTANT
               MOVE WS-INV-DEVISE      TO DL-DEVISE
               MOVE WS-INV-MONTANT-EUR TO DL-MONTANT-EUR
               WRITE CSTSTMT-LIGNE FROM WS-LIGNE-DETAIL
               ADD WS-INV-MONTANT-EUR TO WS-TOTAL-FACTURES
           END-IF.

           ADD WS-INV-MONTANT-EUR TO WS-TOTAL-OUVERT.

           PERFORM 2280-LIRE-POSTE-CLIENT.

      * -----------------------------------------------------------*
      * 2400-LISTER-REGLEMENTS : imprime les règlements du client   *
      * édité reçus dans le mois et cumule leur total               *
               MOVE WS-RCP-FACTURE(WS-RCP-IDX) TO DL-REFERENCE
               MOVE WS-RCP-DATE(WS-RCP-IDX)    TO DL-DATE
               MOVE WS-RCP-MONTANT(WS-RCP-IDX) TO DL-MONTANT
               MOVE WS-DEVISE-CLIENT           TO DL-DEVISE
               MOVE WS-RCP-MONTANT(WS-RCP-IDX) TO WS-FX-MONTANT
               IF WS-DEVISE-CLIENT = "EUR"
                   MOVE WS-FX-MONTANT TO WS-FX-MONTANT-EUR
               ELSE
                   CALL "FOREX01" USING WS-DEVISE-CLIENT,
                       WS-FX-MONTANT, WS-FX-MONTANT-EUR
               END-IF
               MOVE WS-FX-MONTANT-EUR TO DL-MONTANT-EUR
               WRITE CSTSTMT-LIGNE FROM WS-LIGNE-DETAIL
               ADD WS-FX-MONTANT-EUR TO WS-TOTAL-REGLEMENTS
           END-IF.

      * -----------------------------------------------------------*
      * ouvert du client édité                                      *
      * -----------------------------------------------------------*
       2600-LISTER-POSTES-OUVERTS.
           MOVE "OUVERT"  TO DL-LIBELLE.
           MOVE WFA-NUMERO         TO DL-REFERENCE.
           MOVE WFA-DATE           TO DL-DATE.
           MOVE WFA-MONTANT        TO DL-MONTANT.
           MOVE WS-INV-DEVISE      TO DL-DEVISE.
           MOVE WS-INV-MONTANT-EUR TO DL-MONTANT-EUR.
           WRITE CSTSTMT-LIGNE FROM WS-LIGNE-DETAIL.

           PERFORM 2280-LIRE-POSTE-CLIENT.

      * -----------------------------------------------------------*
      * 2700-REPORTER-SOLDE : écrit le solde de clôture du client   *
           IF WS-BAN-OK
               CLOSE STMBALF-NEW
           END-IF.
           IF WS-INV-OUVERT
               CLOSE INVFILE-IDX
           END-IF.

           DISPLAY "RELEVES CLIENTS PRODUITS : " WS-NB-RELEVES.

