      *                 postes négatifs qui REDUISENT le total de
      *                 leur tranche au lieu de vieillir en dette -
      *                 ils s'affichent avec la mention AVOIR.
      * 2026-10-15  AG  Factures en devise : chaque ligne montre le
      *                 montant dans la devise de facture, la devise et
      *                 la contre-valeur euro ; les totaux de tranche
      *                 sont en euros - INVFILE étendu de 33 à 45
      *                 caractères
      * 2026-10-15  AG  Une facture en litige ouvert (LITFILE, tenu par
      *                 LITMNT1) reste sur la balance, marquée LITIGE,
      *                 avec le total en litige
      * 2026-10-15  AG  Les litiges sont lus par facture dans l'index
      *                 LITFILE-IDX (tenu par IDXMST01) au lieu d'une
      *                 table de 500 litiges ouverts : au-delà, les
      *                 litiges suivants étaient ignorés en silence.

      * -------------------
       ENVIRONMENT DIVISION.
           SELECT AGEFILE ASSIGN TO "AGEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
      * Litiges clients : une facture en litige ouvert est signalée
      * - voir copy LITREC
           SELECT LITFILE-IDX ASSIGN TO "LITFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIDX-FACTURE
               ALTERNATE RECORD KEY IS LIDX-RESPONSABLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIDX-AVOIR WITH DUPLICATES
               FILE STATUS IS WS-LIT-STATUS.
      * Journal de run commun de la fenêtre - voir copy RUNREC et
      * l'état récapitulatif OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"

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

       FD  AGEFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AGEFILE-LIGNE               PIC X(80).

       FD  LITFILE-IDX.
       01  LITFILE-IDX-ENREG.
           05  LIDX-FACTURE            PIC X(08).
           05  FILLER                  PIC X(18).
           05  LIDX-RESPONSABLE        PIC X(08).
           05  FILLER                  PIC X(17).
           05  LIDX-AVOIR              PIC X(08).
           05  LIDX-RESTE              PIC X(51).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Litige client - voir copy LITREC
       COPY LITREC.

       01  WS-LIT-STATUS               PIC X(02).
           88  WS-LIT-OK               VALUE "00".

      * LITFILE-IDX ouvert en lecture
       01  WS-LIT-DISPONIBLE-SW        PIC X(01) VALUE "N".
           88  WS-LIT-DISPONIBLE       VALUE "O".

       01  WS-LTG-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LTG-TROUVE           VALUE "O".

       01  WS-NB-EN-LITIGE             PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-LITIGE             PIC S9(09)V9(02) VALUE ZEROES.

       01  WS-DATE-JOUR.
           05  WS-JOUR-AAAA            PIC 9(04).
           05  WS-JOUR-MM              PIC 9(02).
           88  WS-TRANCHE-61-90        VALUE 3.
           88  WS-TRANCHE-91-PLUS      VALUE 4.

      * Les tranches cumulent en euros : contre-valeur d'une facture
      * en devise (facture antérieure aux devises = euros)
       01  WS-CREANCE-EUR              PIC S9(07)V9(02).

       01  WS-TOTAUX-TRANCHES.
           05  WS-TOTAL-0-30           PIC S9(09)V9(02) VALUE ZEROES.
           05  WS-TOTAL-31-60          PIC S9(09)V9(02) VALUE ZEROES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "TRANCHE".
           05  FILLER             PIC X(08) VALUE "CLIENT".
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FILLER             PIC X(04) VALUE "DEV".
           05  FILLER             PIC X(14) VALUE "CONTRE-VAL EUR".

       01  WS-LIGNE-DETAIL.
           05  DET-NUMERO         PIC X(08).
           05  DET-TRANCHE        PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-CLIENT         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-DEVISE         PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-MONTANT-EUR    PIC -(07)9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-LITIGE         PIC X(06).

       01  WS-LIGNE-TOTAL-TRANCHE.
           05  FILLER             PIC X(18) VALUE SPACES.
           05  TT-LIBELLE         PIC X(10).
           05  TT-MONTANT         PIC -(07)9.99.
           05  FILLER             PIC X(04) VALUE " EUR".
           05  FILLER             PIC X(41) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE) ; date
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           PERFORM 1200-OUVRIR-LITIGES.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-JOUR.
           COMPUTE WS-JOURS-AUJOURDHUI =
               PERFORM 2100-LIRE-FACTURE
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
      * 2000-CLASSER-FACTURES : calcule l'ancienneté de chaque       *
      * facture, la classe dans sa tranche et imprime le détail      *
           COMPUTE WS-NB-JOURS-ANCIENNETE =
               WS-JOURS-AUJOURDHUI - WS-JOURS-FACTURE.

           IF INV-EN-EURO
               MOVE "EUR"           TO DET-DEVISE
               MOVE INV-MONTANT     TO WS-CREANCE-EUR
           ELSE
               MOVE INV-DEVISE      TO DET-DEVISE
               MOVE INV-MONTANT-EUR TO WS-CREANCE-EUR
           END-IF.

           EVALUATE TRUE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 30
                   SET WS-TRANCHE-0-30 TO TRUE
                   ADD WS-CREANCE-EUR TO WS-TOTAL-0-30
                   MOVE "0-30 JOURS" TO DET-TRANCHE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 60
                   SET WS-TRANCHE-31-60 TO TRUE
                   ADD WS-CREANCE-EUR TO WS-TOTAL-31-60
                   MOVE "31-60 JRS" TO DET-TRANCHE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 90
                   SET WS-TRANCHE-61-90 TO TRUE
                   ADD WS-CREANCE-EUR TO WS-TOTAL-61-90
                   MOVE "61-90 JRS" TO DET-TRANCHE
               WHEN OTHER
                   SET WS-TRANCHE-91-PLUS TO TRUE
                   ADD WS-CREANCE-EUR TO WS-TOTAL-91-PLUS
                   MOVE "91+ JOURS" TO DET-TRANCHE
           END-EVALUATE.

               MOVE "AVOIR" TO DET-TRANCHE
           END-IF.

      * Une facture en litige ouvert reste dans sa tranche, signalée
      * par la mention LITIGE et totalisée à part
           PERFORM 2050-CHERCHER-LITIGE.
           IF WS-LTG-TROUVE
               MOVE "LITIGE" TO DET-LITIGE
               ADD 1 TO WS-NB-EN-LITIGE
               ADD WS-CREANCE-EUR TO WS-TOTAL-LITIGE
           ELSE
               MOVE SPACES TO DET-LITIGE
           END-IF.

           MOVE INV-NUMERO  TO DET-NUMERO.
           MOVE INV-DATE-AAAA TO DET-DATE(1:4).
           MOVE "-"           TO DET-DATE(5:1).
           MOVE "-"           TO DET-DATE(8:1).
           MOVE INV-DATE-JJ   TO DET-DATE(9:2).
           MOVE INV-MONTANT   TO DET-MONTANT.
           MOVE WS-CREANCE-EUR TO DET-MONTANT-EUR.
           MOVE INV-CLIENT    TO DET-CLIENT.

           WRITE AGEFILE-LIGNE FROM WS-LIGNE-DETAIL.

           PERFORM 2100-LIRE-FACTURE.

      * -----------------------------------------------------------*
      * 2050-CHERCHER-LITIGE : la facture courante est-elle en      *
      * litige ouvert ? (lecture de LITFILE-IDX par facture)        *
      * -----------------------------------------------------------*
       2050-CHERCHER-LITIGE.
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
      * 2100-LIRE-FACTURE : lit la prochaine facture ouverte         *
      * -----------------------------------------------------------*
      * les fichiers                                                 *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-LIT-DISPONIBLE
               CLOSE LITFILE-IDX
           END-IF.
           MOVE "0-30 JOURS"  TO TT-LIBELLE.
           MOVE WS-TOTAL-0-30 TO TT-MONTANT.
           WRITE AGEFILE-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE.
           MOVE WS-TOTAL-91-PLUS TO TT-MONTANT.
           WRITE AGEFILE-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE.

      * Part des tranches en litige ouvert (déjà comprise ci-dessus)
           IF WS-NB-EN-LITIGE > ZEROES
               MOVE "EN LITIGE"     TO TT-LIBELLE
               MOVE WS-TOTAL-LITIGE TO TT-MONTANT
               WRITE AGEFILE-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE
           END-IF.

           CLOSE INVFILE.
           IF WS-AGE-OK
               CLOSE AGEFILE
