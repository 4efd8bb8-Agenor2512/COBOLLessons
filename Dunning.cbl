      *                 un client dont les seuls postes retenus sont
      *                 des avoirs ne reçoit AUCUNE lettre : seule
      *                 une dette 61+ déclenche la relance.
      * 2026-09-19  AG  CUSTREC étendu (copy commune) : commercial
      *                 attitré du client (CUST-COMMERCIAL, base des
      *                 commissions de COMCAL010) - CUSTFILE passe de
      *                 93 à 99 caractères.
      * 2026-10-15  AG  Lettre en deux monnaies : montant en devise de
      *                 facture et contre-valeur euro, total dû en euros
      * 2026-10-15  AG  Une facture en litige ouvert (LITFILE, tenu par
      *                 LITMNT1) est exclue de la relance
      * 2026-10-15  AG  Le client de chaque lettre est lu par clé dans
      *                 l'index CUSTFILE-IDX (tenu par IDXMST01) au
      *                 lieu d'une table de 200 clients : au-delà, le
      *                 client partait à tort en client inconnu.
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)
      * 2026-10-15  AG  Les litiges sont lus par facture dans l'index
      *                 LITFILE-IDX (tenu par IDXMST01) au lieu d'une
      *                 table de 500 litiges ouverts : au-delà, les
      *                 litiges suivants étaient ignorés en silence.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Index du maître des clients, lu par code client : nom et
      * adresse - voir copy CUSTREC
           SELECT CUSTFILE-IDX ASSIGN TO "CUSTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIDX-CODE
               FILE STATUS IS WS-CUS-STATUS.

      * Litiges clients : une facture en litige ouvert est écartée
      * - voir copy LITREC
           SELECT LITFILE-IDX ASSIGN TO "LITFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIDX-FACTURE
               ALTERNATE RECORD KEY IS LIDX-RESPONSABLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIDX-AVOIR WITH DUPLICATES
               FILE STATUS IS WS-LIT-STATUS.

      * Lettres de relance mises en page
           SELECT DUNFILE ASSIGN TO "DUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL

       FILE SECTION.
       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INV-LIGNE-ENREG.
           05  INV-NUMERO              PIC X(08).
           05  INV-DATE.
               10  INV-DATE-JJ         PIC 9(02).
           05  INV-MONTANT             PIC S9(07)V9(02).
           05  INV-CLIENT              PIC X(08).
           05  INV-DEVISE              PIC X(03).
               88  INV-EN-EURO         VALUE "EUR" SPACES.
           05  INV-MONTANT-EUR         PIC S9(07)V9(02).

       FD  CUSTFILE-IDX.
       01  CUSTFILE-IDX-ENREG.
           05  CIDX-CODE               PIC X(08).
           05  CIDX-RESTE              PIC X(105).

       FD  LITFILE-IDX.
       01  LITFILE-IDX-ENREG.
           05  LIDX-FACTURE            PIC X(08).
           05  FILLER                  PIC X(18).
           05  LIDX-RESPONSABLE        PIC X(08).
           05  FILLER                  PIC X(17).
           05  LIDX-AVOIR              PIC X(08).
           05  LIDX-RESTE              PIC X(51).

       FD  DUNFILE
           RECORD CONTAINS 80 CHARACTERS.
      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

      * Litige client - voir copy LITREC
       COPY LITREC.

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".
           88  WS-INV-EOF              VALUE "10".
       01  WS-DUN-STATUS               PIC X(02).
           88  WS-DUN-OK               VALUE "00".

       01  WS-LIT-STATUS               PIC X(02).
           88  WS-LIT-OK               VALUE "00".

      * LITFILE-IDX ouvert en lecture
       01  WS-LIT-DISPONIBLE-SW        PIC X(01) VALUE "N".
           88  WS-LIT-DISPONIBLE       VALUE "O".

       01  WS-LTG-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LTG-TROUVE           VALUE "O".

       01  WS-NB-EN-LITIGE             PIC 9(05) VALUE ZEROES.

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

               10  WS-RET-NUMERO       PIC X(08).
               10  WS-RET-DATE         PIC 9(08).
               10  WS-RET-MONTANT      PIC S9(07)V9(02).
               10  WS-RET-DEVISE       PIC X(03).
               10  WS-RET-MONTANT-EUR  PIC S9(07)V9(02).
               10  WS-RET-TRANCHE      PIC 9(01).
               10  WS-RET-EDITEE       PIC X(01).
       01  WS-NB-RETARDS               PIC 9(03) VALUE ZEROES.

      * Index du maître des clients ouvert
       01  WS-CUS-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-CUS-OUVERT           VALUE "O".

       01  WS-CUS-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CUS-TROUVE           VALUE "O".
       01  WS-LIGNE-COLONNES.
           05  FILLER                  PIC X(10) VALUE "FACTURE".
           05  FILLER                  PIC X(12) VALUE "DATE".
           05  FILLER                  PIC X(12) VALUE "MONTANT DU".
           05  FILLER                  PIC X(05) VALUE "DEV".
           05  FILLER                  PIC X(13) VALUE "DU EUR".
           05  FILLER                  PIC X(28) VALUE "TRANCHE".

       01  WS-LIGNE-DETAIL.
           05  DL-NUMERO               PIC X(08).
           05  DL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-MONTANT              PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-DEVISE               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MONTANT-EUR          PIC -(07)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TRANCHE              PIC X(10).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-LIGNE-TOTAL.
           05  FILLER                  PIC X(12) VALUE "TOTAL DU  : ".
           05  TT-TOTAL                PIC -(07)9.99.
           05  FILLER                  PIC X(04) VALUE " EUR".
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre l'index des clients, les postes    *
      * ouverts et le fichier des lettres                           *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-CLIENTS.
           PERFORM 1200-OUVRIR-LITIGES.

           OPEN INPUT INVFILE.
           IF NOT WS-INV-OK
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-CLIENTS : ouvre l'index du maître des clients ; *
      * index absent = toutes les lettres partiront en anomalie     *
      * -----------------------------------------------------------*
       1100-OUVRIR-CLIENTS.
           OPEN INPUT CUSTFILE-IDX.
           IF WS-CUS-OK
               SET WS-CUS-OUVERT TO TRUE
           ELSE
               DISPLAY "CUSTFILE-IDX INTROUVABLE - STATUT "
                   WS-CUS-STATUS " - CLIENTS INCONNUS"
           END-IF.

      * -----------------------------------------------------------*
      * 1200-OUVRIR-LITIGES : ouvre l'index des litiges, lu par     *
      * facture ; index absent = aucun litige                       *
      * -----------------------------------------------------------*
       1200-OUVRIR-LITIGES.
           OPEN INPUT LITFILE-IDX.
           EVALUATE TRUE
               WHEN WS-LIT-OK
                   SET WS-LIT-DISPONIBLE TO TRUE
               WHEN WS-LIT-STATUS = "35"
                   DISPLAY "LITFILE-IDX ABSENT - AUCUN LITIGE"
               WHEN OTHER
                   DISPLAY "IMPOSSIBLE D'OUVRIR LITFILE-IDX - STATUT "
                       WS-LIT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2000-RETENIR-RETARD : écarte la facture courante si elle    *
      * est en litige ouvert - elle n'est pas relancée tant que le  *
      * litige n'est pas résolu (LITMNT1) - et examine sinon son    *
      * ancienneté                                                  *
      * -----------------------------------------------------------*
       2000-RETENIR-RETARD.
           PERFORM 2020-CHERCHER-LITIGE.
           IF WS-LTG-TROUVE
               ADD 1 TO WS-NB-EN-LITIGE
               PERFORM 2100-LIRE-FACTURE
           ELSE
               PERFORM 2010-EXAMINER-ANCIENNETE
           END-IF.

      * -----------------------------------------------------------*
      * 2010-EXAMINER-ANCIENNETE : calcule l'ancienneté de la       *
      * facture courante (30/360, comme INVAGE01) et retient celles *
      * des tranches 61-90 et 91+                                   *
      * -----------------------------------------------------------*
       2010-EXAMINER-ANCIENNETE.
           COMPUTE WS-JOURS-FACTURE =
               (INV-DATE-AAAA * 360) + (INV-DATE-MM * 30)
               + INV-DATE-JJ.
                   MOVE INV-NUMERO  TO WS-RET-NUMERO(WS-NB-RETARDS)
                   MOVE INV-DATE    TO WS-RET-DATE(WS-NB-RETARDS)
                   MOVE INV-MONTANT TO WS-RET-MONTANT(WS-NB-RETARDS)
                   PERFORM 2050-RETENIR-DEVISE
                   MOVE 0 TO WS-RET-TRANCHE(WS-NB-RETARDS)
                   MOVE "N" TO WS-RET-EDITEE(WS-NB-RETARDS)
               END-IF
                   MOVE INV-NUMERO  TO WS-RET-NUMERO(WS-NB-RETARDS)
                   MOVE INV-DATE    TO WS-RET-DATE(WS-NB-RETARDS)
                   MOVE INV-MONTANT TO WS-RET-MONTANT(WS-NB-RETARDS)
                   PERFORM 2050-RETENIR-DEVISE
                   IF WS-NB-JOURS-ANCIENNETE > 90
                       MOVE 4 TO WS-RET-TRANCHE(WS-NB-RETARDS)
                   ELSE
           PERFORM 2100-LIRE-FACTURE
           END-IF.

      * -----------------------------------------------------------*
      * 2020-CHERCHER-LITIGE : la facture courante est-elle en      *
      * litige ouvert ? (lecture de LITFILE-IDX par facture)        *
      * -----------------------------------------------------------*
       2020-CHERCHER-LITIGE.
           MOVE "N" TO WS-LTG-TROUVE-SWITCH.

           IF WS-LIT-DISPONIBLE
               MOVE INV-NUMERO TO LIDX-FACTURE
               READ LITFILE-IDX INTO LITIGE-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIT-OUVERT
                           SET WS-LTG-TROUVE TO TRUE
                       END-IF
               END-READ
           END-IF.

      * -----------------------------------------------------------*
      * 2050-RETENIR-DEVISE : note la devise de la facture retenue  *
      * et sa contre-valeur euro ; une ligne sans devise est en     *
      * euros                                                       *
      * -----------------------------------------------------------*
       2050-RETENIR-DEVISE.
           IF INV-EN-EURO
               MOVE "EUR" TO WS-RET-DEVISE(WS-NB-RETARDS)
               MOVE INV-MONTANT TO WS-RET-MONTANT-EUR(WS-NB-RETARDS)
           ELSE
               MOVE INV-DEVISE TO WS-RET-DEVISE(WS-NB-RETARDS)
               MOVE INV-MONTANT-EUR TO
                   WS-RET-MONTANT-EUR(WS-NB-RETARDS)
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-FACTURE : lit la prochaine facture ouverte        *
      * -----------------------------------------------------------*
           END-PERFORM.

      * -----------------------------------------------------------*
      * 3200-CHERCHER-CLIENT : lit le client édité par son code    *
      * dans l'index du maître des clients                          *
      * -----------------------------------------------------------*
       3200-CHERCHER-CLIENT.
           MOVE "N" TO WS-CUS-TROUVE-SWITCH.

           IF WS-CUS-OUVERT
               MOVE WS-CLIENT-EDITE TO CIDX-CODE
               READ CUSTFILE-IDX INTO CLIENT-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUS-TROUVE TO TRUE
               END-READ
           END-IF.

      * -----------------------------------------------------------*
           WRITE DUNFILE-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE DUNFILE-LIGNE FROM WS-LIGNE-VIDE.

           MOVE CUST-NOM       TO LN-NOM.
           MOVE CUST-ADR-RUE   TO LR-RUE.
           MOVE CUST-ADR-CP    TO LV-CP.
           MOVE CUST-ADR-VILLE TO LV-VILLE.
           WRITE DUNFILE-LIGNE FROM WS-LIGNE-NOM.
           WRITE DUNFILE-LIGNE FROM WS-LIGNE-RUE.
           WRITE DUNFILE-LIGNE FROM WS-LIGNE-VILLE.
               MOVE WS-RET-NUMERO(WS-RET-IDX)  TO DL-NUMERO
               MOVE WS-RET-DATE(WS-RET-IDX)    TO DL-DATE
               MOVE WS-RET-MONTANT(WS-RET-IDX) TO DL-MONTANT
               MOVE WS-RET-DEVISE(WS-RET-IDX)  TO DL-DEVISE
               MOVE WS-RET-MONTANT-EUR(WS-RET-IDX) TO DL-MONTANT-EUR
               EVALUATE WS-RET-TRANCHE(WS-RET-IDX)
                   WHEN 4
                       MOVE "91+ JOURS" TO DL-TRANCHE
                       MOVE "AVOIR" TO DL-TRANCHE
               END-EVALUATE
               WRITE DUNFILE-LIGNE FROM WS-LIGNE-DETAIL
               ADD WS-RET-MONTANT-EUR(WS-RET-IDX) TO WS-TOTAL-DU
               MOVE "O" TO WS-RET-EDITEE(WS-RET-IDX)
           END-IF.

      * les fichiers                                                *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-LIT-DISPONIBLE
               CLOSE LITFILE-IDX
           END-IF.
           IF WS-DUN-OK
               MOVE WS-NB-LETTRES TO RC-LETTRES
               MOVE WS-NB-CLIENTS-INCONNUS TO RC-INCONNUS
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.
           IF WS-CUS-OUVERT
               CLOSE CUSTFILE-IDX
           END-IF.

           DISPLAY "RETARDS RETENUS   : " WS-NB-RETARDS.
           DISPLAY "FACTURES EN LITIGE: " WS-NB-EN-LITIGE.
           DISPLAY "LETTRES PRODUITES : " WS-NB-LETTRES.
           DISPLAY "CLIENTS INCONNUS  : " WS-NB-CLIENTS-INCONNUS.

