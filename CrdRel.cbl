      *                 libération qui écrit les lignes VATREGF
      *                 (copy VATREC, datées du jour de la
      *                 libération) ; un refus n'en laisse aucune.
      * 2026-09-18  AG  Chaque décision est aussi signalée à la tenue
      *                 du stock dans STKTRNF (copy STKTRN, en
      *                 ajout) : une libération (L) transforme en
      *                 sorties les réservations posées par MUL010
      *                 sur la facture, un refus (X) les annule -
      *                 appliqué la nuit suivante par STKUPD010.
      * 2026-10-15  AG  Factures en devise : la devise et la
      *                 contre-valeur euro sont affichées au credit
      *                 manager et la décision est journalisée en euros
      *                 - INVFILE étendu de 33 à 45 caractères, INVHOLD
      *                 de 168 à 180
      * 2026-10-15  AG  La limite de crédit est lue par clé dans
      *                 l'index CUSTFILE-IDX au lieu d'une table de
      *                 200 clients ; après les libérations, l'index
      *                 des postes ouverts INVFILE-IDX est rechargé
      *                 par IDXMST01.
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Index du maître des clients, lu par code client : limite
      * de crédit - voir copy CUSTREC
           SELECT CUSTFILE-IDX ASSIGN TO "CUSTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIDX-CODE
               FILE STATUS IS WS-CUS-STATUS.

      * Registre de TVA : les lignes de la facture libérée s'y
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-STATUS.

      * Mouvements de stock à appliquer par STKUPD010 : chaque
      * décision y est signalée - voir copy STKTRN, en ajout
           SELECT STKTRNF ASSIGN TO "STKTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STT-STATUS.

      * Journal des anomalies : chaque décision y est journalisée
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL

       FILE SECTION.
       FD  INVHOLD
           RECORD CONTAINS 180 CHARACTERS.
       01  INVHOLD-ENREG               PIC X(180).

       FD  INVHOLD-NEW
           RECORD CONTAINS 180 CHARACTERS.
       01  INVHOLD-NEW-ENREG           PIC X(180).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  CUSTFILE-IDX.
       01  CUSTFILE-IDX-ENREG.
           05  CIDX-CODE               PIC X(08).
           05  CIDX-RESTE              PIC X(105).

       FD  VATREGF
           RECORD CONTAINS 43 CHARACTERS.
       01  VATREGF-ENREG               PIC X(43).

       FD  STKTRNF
           RECORD CONTAINS 60 CHARACTERS.
       01  STKTRNF-ENREG               PIC X(60).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).
      * Ligne du registre de TVA - voir copy VATREC
       COPY VATREC.

      * Mouvement de stock à appliquer - voir copy STKTRN
       COPY STKTRN.

      * Facture en attente courante : le découpage d'INVFILE suivi
      * de la ventilation de TVA par code de taux posée par MUL010
       01  WS-FACTURE-ENREG.
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).
           05  WFA-VENTILATION.
               10  WFA-TVA-POSTE OCCURS 5 TIMES.
                   15  WFA-CODE        PIC X(01).
       01  WS-VAT-STATUS               PIC X(02).
           88  WS-VAT-OK               VALUE "00".

       01  WS-STT-STATUS               PIC X(02).
           88  WS-STT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

           88  WS-DECISION-REFUSER     VALUE "R".
           88  WS-DECISION-ATTENDRE    VALUE "S" " ".

      * Index du maître des clients ouvert
       01  WS-CUS-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-CUS-OUVERT           VALUE "O".

      * Rechargement de l'index des postes ouverts après les
      * libérations (sous-programme commun IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "INVFILE".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-CUS-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CUS-TROUVE           VALUE "O".
               MOVE "INCONNU" TO WS-OPERATEUR
           END-IF.

           PERFORM 1100-OUVRIR-CLIENTS.

           OPEN INPUT INVHOLD.
           IF NOT WS-HLD-OK
                   WS-VAT-STATUS
           END-IF.

      * EXTEND : les décisions s'ajoutent aux mouvements de stock
      * en attente de STKUPD010 ; statut 35 = fichier vidé par la
      * dernière nuit, il se recrée
           MOVE SPACES TO STT-ENREG.
           OPEN EXTEND STKTRNF.
           IF WS-STT-STATUS = "35"
               OPEN OUTPUT STKTRNF
           END-IF.
           IF NOT WS-STT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STKTRNF - STATUT "
                   WS-STT-STATUS
           END-IF.

      * EXTEND : mêmes décisions journalisées que les anomalies de
      * la fenêtre, consolidées par EXCRPT010
           OPEN EXTEND EXCFILE.
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-CLIENTS : ouvre l'index du maître des clients,  *
      * lu par clé pour la limite de crédit                         *
      * -----------------------------------------------------------*
       1100-OUVRIR-CLIENTS.
           OPEN INPUT CUSTFILE-IDX.
           IF WS-CUS-OK
               SET WS-CUS-OUVERT TO TRUE
           ELSE
               DISPLAY "CUSTFILE-IDX INTROUVABLE - STATUT "
                   WS-CUS-STATUS " - LIMITES INCONNUES"
           END-IF.

      * -----------------------------------------------------------*
      * 2000-DECIDER-UNE-FACTURE : présente la facture en attente   *
      * courante et applique la décision du credit manager          *
               "  DU " WFA-DATE.
           DISPLAY "CLIENT             : " WFA-CLIENT.
           DISPLAY "MONTANT TTC        : " EDIT-MONTANT.
           IF NOT WFA-EN-EURO
               DISPLAY "DEVISE             : " WFA-DEVISE
               MOVE WFA-MONTANT-EUR TO EDIT-MONTANT
               DISPLAY "CONTRE-VALEUR EUR  : " EDIT-MONTANT
           END-IF.
           IF WS-CUS-TROUVE
               MOVE CUST-LIMITE-CREDIT TO EDIT-LIMITE
               DISPLAY "LIMITE DE CREDIT   : " EDIT-LIMITE
           ELSE
               DISPLAY "LIMITE DE CREDIT   : CLIENT INCONNU"
           END-IF.

      * -----------------------------------------------------------*
      * 2350-CHERCHER-CLIENT : lit le client de la facture par son  *
      * code dans l'index du maître                                 *
      * -----------------------------------------------------------*
       2350-CHERCHER-CLIENT.
           MOVE "N" TO WS-CUS-TROUVE-SWITCH.

           IF WS-CUS-OUVERT
               MOVE WFA-CLIENT TO CIDX-CODE
               READ CUSTFILE-IDX INTO CLIENT-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUS-TROUVE TO TRUE
               END-READ
           END-IF.

      * -----------------------------------------------------------*
      * -----------------------------------------------------------*
       2400-LIBERER-FACTURE.
           IF WS-INV-OK
      * Seuls les 45 premiers caractères (découpage INVFILE)
      * partent dans les postes ouverts
               WRITE INVFILE-ENREG FROM WS-FACTURE-ENREG(1:45)
               ADD 1 TO WS-NB-LIBEREES
               PERFORM 2450-ALIMENTER-REGISTRE-TVA
               MOVE "FACTURE LIBEREE PAR" TO EXC-MESSAGE
               PERFORM 8000-JOURNALISER-DECISION
               MOVE "L" TO STT-TYPE
               PERFORM 8100-SIGNALER-AU-STOCK
               DISPLAY "FACTURE LIBEREE"
           ELSE
               DISPLAY "INVFILE INDISPONIBLE - FACTURE LAISSEE EN "
           ADD 1 TO WS-NB-REFUSEES.
           MOVE "FACTURE REFUSEE PAR" TO EXC-MESSAGE.
           PERFORM 8000-JOURNALISER-DECISION.
           MOVE "X" TO STT-TYPE.
           PERFORM 8100-SIGNALER-AU-STOCK.
           DISPLAY "FACTURE REFUSEE".

      * -----------------------------------------------------------*
           MOVE "CRDREL1"    TO EXC-PROGRAMME.
           SET EXC-SEV-INFO TO TRUE.
           MOVE WFA-NUMERO   TO EXC-CHAMP.
           IF WFA-EN-EURO
               MOVE WFA-MONTANT     TO EXC-VALEUR1
           ELSE
               MOVE WFA-MONTANT-EUR TO EXC-VALEUR1
           END-IF.
           MOVE ZEROES       TO EXC-VALEUR2.
           MOVE WS-OPERATEUR TO EXC-MESSAGE(21:8).

               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 8100-SIGNALER-AU-STOCK : écrit dans STKTRNF la décision     *
      * sur la facture (STT-TYPE déjà posé par l'appelant : L =     *
      * libérée, X = refusée) pour que STKUPD010 solde ses          *
      * réservations                                                *
      * -----------------------------------------------------------*
       8100-SIGNALER-AU-STOCK.
           MOVE WS-DATE-TRAITEMENT TO STT-DATE.
           MOVE SPACES       TO STT-PRODUIT.
           MOVE WFA-NUMERO   TO STT-REFERENCE.
           MOVE ZEROES       TO STT-QUANTITE STT-QTE-REAPPRO
                                STT-COUT-UNITAIRE.
           MOVE "CRDREL1"    TO STT-PROGRAMME.

           IF WS-STT-OK
               WRITE STKTRNF-ENREG FROM STT-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TERMINER : ferme les fichiers et affiche le            *
      * récapitulatif des décisions                                 *
           IF WS-VAT-OK
               CLOSE VATREGF
           END-IF.
           IF WS-STT-OK
               CLOSE STKTRNF
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.
           IF WS-CUS-OUVERT
               CLOSE CUSTFILE-IDX
           END-IF.

      * Les factures libérées sont au maître des postes ouverts :
      * son index est rechargé pour les lectures par clé
           IF WS-NB-LIBEREES > ZEROES
               CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
                   WS-IXM-RETOUR
               IF WS-IXM-RETOUR >= 8
                   DISPLAY "RECHARGEMENT DE INVFILE-IDX EN ERREUR - "
                       "RELANCER IDXCHK1 INVFILE R"
               END-IF
           END-IF.

           DISPLAY "FACTURES LIBEREES   : " WS-NB-LIBEREES.
           DISPLAY "FACTURES REFUSEES   : " WS-NB-REFUSEES.
