       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKUPD010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-18  AG  Création : tenue nocturne du maître des
      *                 stocks (STKFILE, copy STKREC) - jusqu'ici
      *                 personne ne savait combien de chaque produit
      *                 du maître PRDFILE restait en stock et MUL010
      *                 facturait des articles épuisés. Le step
      *                 reprend le maître (un poste est créé à zéro
      *                 pour tout nouveau produit de PRDFILE), y
      *                 applique d'abord les réceptions fournisseurs
      *                 de POMNT1 (GRNFILE), entrées valorisées au
      *                 prix convenu de la ligne de commande POFILE
      *                 et recalcul du coût moyen pondéré, puis les
      *                 mouvements de STKTRNF (copy STKTRN) : sorties
      *                 et retours des factures et avoirs de MUL010,
      *                 réservations des factures retenues dans
      *                 INVHOLD, libérations et refus de CRDREL1,
      *                 seuils et comptages d'inventaire de PRDMNT1.
      *                 La quantité réservée est recalculée depuis
      *                 les réservations encore pendantes, la
      *                 quantité en commande depuis les lignes des
      *                 commandes approuvées non encore reçues.
      *                 Chaque mouvement physique est historisé dans
      *                 STKMVTF (copy STKMVT). Le maître mis à jour
      *                 part dans STKFILE-NEW (basculé par
      *                 PROMOT010) ; GRNFILE et STKTRNF sont vidés
      *                 une fois appliqués (même principe que
      *                 MVTFILE dans FUTWHS010), STKTRNF ne gardant
      *                 que les réservations pendantes. Deux états
      *                 via RPTHDR010 : la valorisation des stocks
      *                 (STKVAL) et les produits sous leur seuil de
      *                 réapprovisionnement (STKREO). Raccordé au
      *                 pilotage de reprise (STEPCTL01), à la date
      *                 de traitement (DATPRM01), aux anomalies
      *                 (EXCFILE) et au journal de run (RUNFILE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des stocks - voir copy STKREC
           SELECT STKFILE ASSIGN TO "STKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STK-STATUS.

      * Nouveau maître des stocks, basculé par PROMOT010
           SELECT STKFILE-NEW ASSIGN TO "STKFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STN-STATUS.

      * Maître des produits - voir copy PRODREC
           SELECT PRDFILE ASSIGN TO "PRDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

      * Commandes fournisseurs : prix convenus et quantités en
      * commande - voir copy PORDREC
           SELECT POFILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

      * Réceptions de marchandises saisies par POMNT1, vidées une
      * fois appliquées
           SELECT GRNFILE ASSIGN TO "GRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-STATUS.

      * Mouvements de stock à appliquer - voir copy STKTRN ; réécrit
      * avec les seules réservations pendantes
           SELECT STKTRNF ASSIGN TO "STKTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STT-STATUS.

      * Historique permanent des mouvements de stock - voir copy
      * STKMVT
           SELECT STKMVTF ASSIGN TO "STKMVTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.

      * État de valorisation des stocks
           SELECT STKVAL ASSIGN TO "STKVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-STATUS.

      * État des produits sous leur seuil de réapprovisionnement
           SELECT STKREO ASSIGN TO "STKREO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REO-STATUS.

      * Journal des anomalies (réceptions sans ligne de commande,
      * mouvements inconnus)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  STKFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  STKFILE-ENREG               PIC X(60).

       FD  STKFILE-NEW
           RECORD CONTAINS 60 CHARACTERS.
       01  STKFILE-NEW-ENREG           PIC X(60).

       FD  PRDFILE
           RECORD CONTAINS 29 CHARACTERS.
       01  PRDFILE-ENREG               PIC X(29).

       FD  POFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  POFILE-ENREG                PIC X(60).

      * Même découpage que le FD de POMNT1
       FD  GRNFILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GRNFILE-ENREG.
           05  GRN-COMMANDE            PIC X(08).
           05  GRN-NO-LIGNE            PIC 9(03).
           05  GRN-PRODUIT             PIC X(08).
           05  GRN-DATE                PIC 9(08).
           05  GRN-QUANTITE            PIC 9(05).
           05  GRN-OPERATEUR           PIC X(08).

       FD  STKTRNF
           RECORD CONTAINS 60 CHARACTERS.
       01  STKTRNF-ENREG               PIC X(60).

       FD  STKMVTF
           RECORD CONTAINS 65 CHARACTERS.
       01  STKMVTF-ENREG               PIC X(65).

       FD  STKVAL
           RECORD CONTAINS 80 CHARACTERS.
       01  STKVAL-LIGNE                PIC X(80).

       FD  STKREO
           RECORD CONTAINS 80 CHARACTERS.
       01  STKREO-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des stocks - voir copy STKREC
       COPY STKREC.

      * Mouvement de stock à appliquer - voir copy STKTRN
       COPY STKTRN.

      * Mouvement historisé - voir copy STKMVT
       COPY STKMVT.

      * Enregistrement du maître des produits - voir copy PRODREC
       COPY PRODREC.

      * Enregistrement des commandes fournisseurs - voir PORDREC
       COPY PORDREC.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-STK-STATUS               PIC X(02).
           88  WS-STK-OK               VALUE "00".

       01  WS-STN-STATUS               PIC X(02).
           88  WS-STN-OK               VALUE "00".

       01  WS-PRD-STATUS               PIC X(02).
           88  WS-PRD-OK               VALUE "00".

       01  WS-POR-STATUS               PIC X(02).
           88  WS-POR-OK               VALUE "00".

       01  WS-GRN-STATUS               PIC X(02).
           88  WS-GRN-OK               VALUE "00".

       01  WS-STT-STATUS               PIC X(02).
           88  WS-STT-OK               VALUE "00".

       01  WS-SMV-STATUS               PIC X(02).
           88  WS-SMV-OK               VALUE "00".

       01  WS-VAL-STATUS               PIC X(02).
           88  WS-VAL-OK               VALUE "00".

       01  WS-REO-STATUS               PIC X(02).
           88  WS-REO-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Table du maître des stocks : chargée, mise à jour par les
      * réceptions et les mouvements, réécrite en entier dans
      * STKFILE-NEW
       01  WS-STK-TABLE.
           05  WS-STK-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-STK-IDX.
               10  WS-STK-CODE         PIC X(08).
               10  WS-STK-DESIGNATION  PIC X(20).
               10  WS-STK-QTE          PIC S9(07).
               10  WS-STK-RESERVEE     PIC 9(07).
               10  WS-STK-COMMANDEE    PIC 9(07).
               10  WS-STK-CMP          PIC 9(05)V9(04).
               10  WS-STK-SEUIL        PIC 9(07).
               10  WS-STK-QTE-REAPPRO  PIC 9(07).
               10  WS-STK-DATE-MVT     PIC 9(08).
       01  WS-NB-STK                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-STK                   PIC 9(03).

       01  WS-STK-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-STK-TROUVE           VALUE "O".

      * Produit cherché ou créé dans la table des stocks
       01  WS-PRODUIT-CIBLE            PIC X(08).

      * Lignes des commandes fournisseurs approuvées : prix convenu
      * (valorisation des réceptions) et reste à recevoir
       01  WS-LCD-TABLE.
           05  WS-LCD-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-LCD-IDX.
               10  WS-LCD-COMMANDE     PIC X(08).
               10  WS-LCD-NO           PIC 9(03).
               10  WS-LCD-PRODUIT      PIC X(08).
               10  WS-LCD-PRIX         PIC 9(05)V9(02).
               10  WS-LCD-RESTE        PIC 9(05).
       01  WS-NB-LCD                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-LCD                   PIC 9(03).

       01  WS-LCD-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LCD-TROUVE           VALUE "O".

      * Statut de l'entête de commande en cours de lecture : seules
      * les lignes d'une commande approuvée sont retenues
       01  WS-CDE-APPROUVEE-SWITCH     PIC X(01) VALUE "N".
           88  WS-CDE-APPROUVEE        VALUE "O".

      * Réservations des factures retenues : pendantes reportées
      * des nuits précédentes puis nouvelles de la fenêtre ; une
      * libération ou un refus de CRDREL1 les désactive
       01  WS-RSV-TABLE.
           05  WS-RSV-ENTREE OCCURS 500 TIMES.
               10  WS-RSV-MOUVEMENT    PIC X(60).
               10  WS-RSV-ACTIVE       PIC X(01).
       01  WS-NB-RSV                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-RSV                   PIC 9(03).

      * Table pleine : le run sort en erreur fichier sans vider
      * ses entrées, qui seront rejouées à la relance
       01  WS-TABLE-PLEINE-SWITCH      PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

      * Mouvement physique à appliquer, préparé par l'appelant de
      * 7000-APPLIQUER-MOUVEMENT
       01  WS-MVT-TYPE                 PIC X(01).
       01  WS-MVT-QUANTITE             PIC S9(07).
       01  WS-MVT-COUT                 PIC 9(05)V9(04).
       01  WS-MVT-REFERENCE            PIC X(08).
       01  WS-MVT-PROGRAMME            PIC X(08).

      * Calcul du coût moyen pondéré
       01  WS-VALEUR-AVANT             PIC S9(11)V9(04).
       01  WS-VALEUR-ENTREE            PIC S9(11)V9(04).
       01  WS-QTE-APRES                PIC S9(07).

      * Valorisation et position de réapprovisionnement
       01  WS-VALEUR-STOCK             PIC S9(11)V9(02).
       01  WS-TOTAL-VALEUR             PIC S9(11)V9(02) VALUE ZEROES.
       01  WS-POSITION                 PIC S9(08).
       01  WS-A-COMMANDER              PIC 9(07).

       01  WS-NB-RECEPTIONS            PIC 9(07) VALUE ZEROES.
       01  WS-NB-TRANSACTIONS          PIC 9(07) VALUE ZEROES.
       01  WS-NB-MOUVEMENTS            PIC 9(07) VALUE ZEROES.
       01  WS-NB-RESERVATIONS          PIC 9(05) VALUE ZEROES.
       01  WS-NB-SOUS-SEUIL            PIC 9(05) VALUE ZEROES.

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010 - chaque état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-VALORISATION       PIC X(40)
               VALUE "VALORISATION DES STOCKS".
       01  WS-TITRE-REAPPRO            PIC X(40)
               VALUE "PRODUITS SOUS LE SEUIL DE REAPPRO".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-ENTETE-VAL.
           05  FILLER                  PIC X(09) VALUE "PRODUIT".
           05  FILLER                  PIC X(21) VALUE "DESIGNATION".
           05  FILLER                  PIC X(09) VALUE "   STOCK".
           05  FILLER                  PIC X(08) VALUE " RESERVE".
           05  FILLER                  PIC X(08) VALUE "  CDE".
           05  FILLER                  PIC X(11) VALUE "   CMP".
           05  FILLER                  PIC X(14) VALUE "      VALEUR".

       01  WS-LIGNE-DETAIL-VAL.
           05  DV-PRODUIT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DV-DESIGNATION          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DV-STOCK                PIC -(07)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DV-RESERVEE             PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DV-COMMANDEE            PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DV-CMP                  PIC ZZZZ9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DV-VALEUR               PIC -(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-LIGNE-TOTAL-VAL.
           05  FILLER                  PIC X(21)
               VALUE "PRODUITS EN STOCK  : ".
           05  TV-NB                   PIC ZZZZ9.
           05  FILLER                  PIC X(20)
               VALUE "   VALEUR TOTALE   :".
           05  TV-VALEUR               PIC -(10)9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-ENTETE-REO.
           05  FILLER                  PIC X(09) VALUE "PRODUIT".
           05  FILLER                  PIC X(21) VALUE "DESIGNATION".
           05  FILLER                  PIC X(09) VALUE "   STOCK".
           05  FILLER                  PIC X(08) VALUE " RESERVE".
           05  FILLER                  PIC X(08) VALUE "  CDE".
           05  FILLER                  PIC X(08) VALUE "  SEUIL".
           05  FILLER                  PIC X(17)
               VALUE " A COMMANDER".

       01  WS-LIGNE-DETAIL-REO.
           05  DR-PRODUIT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DR-DESIGNATION          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DR-STOCK                PIC -(07)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DR-RESERVEE             PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DR-COMMANDEE            PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DR-SEUIL                PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DR-A-COMMANDER          PIC Z(06)9.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-LIGNE-TOTAL-REO.
           05  FILLER                  PIC X(21)
               VALUE "PRODUITS SOUS SEUIL: ".
           05  TR-NB                   PIC ZZZZ9.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise de la fenêtre (sous-programme commun
      * STEPCTL01 + fichier RUNCTLF) : un step déjà terminé pour la
      * date du jour est sauté à la relance - indispensable ici,
      * GRNFILE et STKTRNF ayant été vidés, une relance repartirait
      * du maître de la veille sans ses mouvements
       01  WS-STEP-NOM                 PIC X(08) VALUE "STKUPD01".
       01  WS-STEP-DATE                PIC 9(08).
       01  WS-STEP-FONCTION            PIC X(01).
       01  WS-STEP-NB-LUS              PIC 9(07).
       01  WS-STEP-NB-ECRITS           PIC 9(07).
       01  WS-STEP-DEJA-FAIT-SW        PIC X(01).
           88  WS-STEP-DEJA-FAIT       VALUE "O".

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

      * Heures machine HHMMSSCC telles que restituées par TIME ;
      * seuls les six premiers chiffres (HHMMSS) vont au journal
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).
       01  WS-SYS-HHMMSS               PIC 9(08).
       01  WS-NB-REJETS-RUN            PIC 9(07) VALUE ZEROES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 0100-CONTROLER-REPRISE.

           IF WS-STEP-DEJA-FAIT
               DISPLAY "STEP DEJA TERMINE POUR CETTE DATE - SAUTE"
           ELSE
               PERFORM 1000-INITIALISER
               PERFORM 2000-APPLIQUER-RECEPTIONS
               PERFORM 3000-APPLIQUER-MOUVEMENTS
               PERFORM 4000-CALCULER-ENGAGEMENTS
               PERFORM 5000-ECRIRE-MAITRE-ET-ETATS
               PERFORM 6000-VIDER-LES-ENTREES
               PERFORM 8000-TERMINER
               PERFORM 0200-ENREGISTRER-BONNE-FIN
               PERFORM 9600-ECRIRE-JOURNAL-RUN
           END-IF.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 0100-CONTROLER-REPRISE : demande au pilotage de reprise     *
      * (STEPCTL01) si ce step s'est déjà terminé normalement pour  *
      * la date du jour                                             *
      * -----------------------------------------------------------*
       0100-CONTROLER-REPRISE.
           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE WS-DATE-TRAITEMENT TO WS-STEP-DATE.
           MOVE "D" TO WS-STEP-FONCTION.
           MOVE ZEROES TO WS-STEP-NB-LUS WS-STEP-NB-ECRITS.
           CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
               WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
               WS-STEP-DEJA-FAIT-SW.

      * -----------------------------------------------------------*
      * 0200-ENREGISTRER-BONNE-FIN : enregistre la bonne fin du     *
      * step (et ses compteurs) dans le pilotage de reprise, sauf   *
      * si le run s'est terminé en erreur fichier                   *
      * -----------------------------------------------------------*
       0200-ENREGISTRER-BONNE-FIN.
           IF WS-CODE-RETOUR < 8
               MOVE "F" TO WS-STEP-FONCTION
               COMPUTE WS-STEP-NB-LUS =
                   WS-NB-RECEPTIONS + WS-NB-TRANSACTIONS
               MOVE WS-NB-MOUVEMENTS TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge le maître des stocks, le complète *
      * des produits nouveaux, charge les lignes de commande        *
      * approuvées et ouvre les fichiers de sortie                  *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-STOCKS.
           PERFORM 1200-CHARGER-PRODUITS.
           PERFORM 1300-CHARGER-COMMANDES.

      * EXTEND : l'historique des mouvements est permanent ; premier
      * run = le fichier n'existe pas encore (statut 35)
           OPEN EXTEND STKMVTF.
           IF WS-SMV-STATUS = "35"
               OPEN OUTPUT STKMVTF
           END-IF.
           IF NOT WS-SMV-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STKMVTF - STATUT "
                   WS-SMV-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT STKFILE-NEW.
           IF NOT WS-STN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STKFILE-NEW - STATUT "
                   WS-STN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT STKVAL.
           IF NOT WS-VAL-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STKVAL - STATUT "
                   WS-VAL-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT STKREO.
           IF NOT WS-REO-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STKREO - STATUT "
                   WS-REO-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-STOCKS : charge le maître des stocks en        *
      * table ; maître absent = première tenue, tout part de zéro   *
      * -----------------------------------------------------------*
       1100-CHARGER-STOCKS.
           OPEN INPUT STKFILE.
           IF WS-STK-OK
               PERFORM 1150-LIRE-ET-STOCKER-STOCK
                   UNTIL NOT WS-STK-OK
               CLOSE STKFILE
           ELSE
               DISPLAY "STKFILE ABSENT - PREMIERE TENUE DU STOCK"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-STOCK : lit un poste du maître des     *
      * stocks et le place dans la table                            *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-STOCK.
           READ STKFILE INTO STK-ENREG
               AT END
                   MOVE "10" TO WS-STK-STATUS
               NOT AT END
                   IF WS-NB-STK >= 200
                       DISPLAY "TABLE DES STOCKS PLEINE (200) - "
                           STK-PRODUIT " NON CHARGE"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-STK
                       SET WS-STK-IDX TO WS-NB-STK
                       MOVE STK-PRODUIT TO WS-STK-CODE(WS-STK-IDX)
                       MOVE SPACES
                           TO WS-STK-DESIGNATION(WS-STK-IDX)
                       MOVE STK-QTE-STOCK TO WS-STK-QTE(WS-STK-IDX)
                       MOVE STK-QTE-RESERVEE
                           TO WS-STK-RESERVEE(WS-STK-IDX)
                       MOVE STK-QTE-COMMANDEE
                           TO WS-STK-COMMANDEE(WS-STK-IDX)
                       MOVE STK-CMP TO WS-STK-CMP(WS-STK-IDX)
                       MOVE STK-SEUIL-REAPPRO
                           TO WS-STK-SEUIL(WS-STK-IDX)
                       MOVE STK-QTE-REAPPRO
                           TO WS-STK-QTE-REAPPRO(WS-STK-IDX)
                       MOVE STK-DATE-DERN-MVT
                           TO WS-STK-DATE-MVT(WS-STK-IDX)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-PRODUITS : relit le maître des produits pour   *
      * libeller la table et y créer à zéro tout produit nouveau    *
      * -----------------------------------------------------------*
       1200-CHARGER-PRODUITS.
           OPEN INPUT PRDFILE.
           IF WS-PRD-OK
               PERFORM 1250-LIRE-UN-PRODUIT
                   UNTIL NOT WS-PRD-OK
               CLOSE PRDFILE
           ELSE
               DISPLAY "PRDFILE INTROUVABLE - AUCUN PRODUIT NOUVEAU"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-UN-PRODUIT : lit un produit et reporte sa         *
      * désignation sur son poste de stock                          *
      * -----------------------------------------------------------*
       1250-LIRE-UN-PRODUIT.
           READ PRDFILE INTO PRODUIT-ENREG
               AT END
                   MOVE "10" TO WS-PRD-STATUS
               NOT AT END
                   MOVE PRD-CODE TO WS-PRODUIT-CIBLE
                   PERFORM 7500-TROUVER-CREER-STOCK
                   IF WS-STK-TROUVE
                       MOVE PRD-DESIGNATION
                           TO WS-STK-DESIGNATION(WS-STK-IDX)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-COMMANDES : charge les lignes des commandes    *
      * fournisseurs approuvées ; fichier absent = rien en commande *
      * et réceptions valorisées au coût moyen                      *
      * -----------------------------------------------------------*
       1300-CHARGER-COMMANDES.
           OPEN INPUT POFILE.
           IF WS-POR-OK
               PERFORM 1350-LIRE-UNE-COMMANDE
                   UNTIL NOT WS-POR-OK
               CLOSE POFILE
           ELSE
               DISPLAY "POFILE ABSENT - AUCUNE QUANTITE EN COMMANDE"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-UNE-COMMANDE : lit un enregistrement de POFILE -  *
      * une entête donne le statut de la commande, une ligne d'une  *
      * commande approuvée entre dans la table                      *
      * -----------------------------------------------------------*
       1350-LIRE-UNE-COMMANDE.
           READ POFILE INTO POR-ENREG
               AT END
                   MOVE "10" TO WS-POR-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN POR-ENTETE
                           IF POR-APPROUVEE
                               SET WS-CDE-APPROUVEE TO TRUE
                           ELSE
                               MOVE "N" TO WS-CDE-APPROUVEE-SWITCH
                           END-IF
                       WHEN POR-LIGNE AND WS-CDE-APPROUVEE
                           PERFORM 1370-STOCKER-LIGNE-COMMANDE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------*
      * 1370-STOCKER-LIGNE-COMMANDE : retient le prix convenu et le *
      * reste à recevoir de la ligne                                *
      * -----------------------------------------------------------*
       1370-STOCKER-LIGNE-COMMANDE.
           IF WS-NB-LCD >= 500
               DISPLAY "TABLE DES LIGNES DE COMMANDE PLEINE (500) - "
                   POR-COMMANDE " " POR-NO-LIGNE " NON CHARGEE"
               SET WS-TABLE-PLEINE TO TRUE
           ELSE
               ADD 1 TO WS-NB-LCD
               SET WS-LCD-IDX TO WS-NB-LCD
               MOVE POR-COMMANDE   TO WS-LCD-COMMANDE(WS-LCD-IDX)
               MOVE POR-NO-LIGNE   TO WS-LCD-NO(WS-LCD-IDX)
               MOVE POR-PRODUIT    TO WS-LCD-PRODUIT(WS-LCD-IDX)
               MOVE POR-PRIX-CONVENU TO WS-LCD-PRIX(WS-LCD-IDX)
               IF POR-QTE-RECUE < POR-QTE-COMMANDEE
                   COMPUTE WS-LCD-RESTE(WS-LCD-IDX) =
                       POR-QTE-COMMANDEE - POR-QTE-RECUE
               ELSE
                   MOVE ZEROES TO WS-LCD-RESTE(WS-LCD-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2000-APPLIQUER-RECEPTIONS : applique les réceptions de      *
      * marchandises saisies depuis la dernière nuit ; fichier      *
      * absent = aucune réception                                   *
      * -----------------------------------------------------------*
       2000-APPLIQUER-RECEPTIONS.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT GRNFILE.
           IF WS-GRN-OK
               PERFORM 2100-LIRE-ET-APPLIQUER-RECEPTION
                   UNTIL WS-FIN-FICHIER
               CLOSE GRNFILE
           ELSE
               DISPLAY "GRNFILE ABSENT - AUCUNE RECEPTION"
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-ET-APPLIQUER-RECEPTION : lit une réception et     *
      * l'entre en stock au prix convenu de sa ligne de commande    *
      * (au coût moyen courant si la ligne est introuvable)         *
      * -----------------------------------------------------------*
       2100-LIRE-ET-APPLIQUER-RECEPTION.
           READ GRNFILE
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-RECEPTIONS
                   MOVE GRN-PRODUIT TO WS-PRODUIT-CIBLE
                   PERFORM 7500-TROUVER-CREER-STOCK
                   IF WS-STK-TROUVE
                       PERFORM 2150-CHERCHER-LIGNE-COMMANDE
                       IF WS-LCD-TROUVE
                           MOVE WS-LCD-PRIX(WS-LCD-IDX)
                               TO WS-MVT-COUT
                       ELSE
                           MOVE WS-STK-CMP(WS-STK-IDX)
                               TO WS-MVT-COUT
                           PERFORM 2170-SIGNALER-SANS-COMMANDE
                       END-IF
                       MOVE "E"           TO WS-MVT-TYPE
                       MOVE GRN-QUANTITE  TO WS-MVT-QUANTITE
                       MOVE GRN-COMMANDE  TO WS-MVT-REFERENCE
                       MOVE "POMNT1"      TO WS-MVT-PROGRAMME
                       PERFORM 7000-APPLIQUER-MOUVEMENT
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2150-CHERCHER-LIGNE-COMMANDE : cherche la ligne de commande *
      * réceptionnée dans la table des commandes approuvées         *
      * -----------------------------------------------------------*
       2150-CHERCHER-LIGNE-COMMANDE.
           MOVE "N" TO WS-LCD-TROUVE-SWITCH.

           IF WS-NB-LCD > ZEROES
               SET WS-LCD-IDX TO 1
               SEARCH WS-LCD-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-LCD-IDX > WS-NB-LCD
                       CONTINUE
                   WHEN WS-LCD-COMMANDE(WS-LCD-IDX) = GRN-COMMANDE
                       AND WS-LCD-NO(WS-LCD-IDX) = GRN-NO-LIGNE
                       SET WS-LCD-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2170-SIGNALER-SANS-COMMANDE : la réception ne retrouve pas  *
      * sa ligne de commande approuvée - entrée au coût moyen,      *
      * journalisée dans EXCFILE                                    *
      * -----------------------------------------------------------*
       2170-SIGNALER-SANS-COMMANDE.
           DISPLAY "RECEPTION SANS LIGNE DE COMMANDE : "
               GRN-COMMANDE " " GRN-NO-LIGNE " - VALORISEE AU CMP".
           PERFORM 9700-NOTER-REJET.

           MOVE GRN-PRODUIT         TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE GRN-QUANTITE        TO EXC-VALEUR1.
           MOVE GRN-NO-LIGNE        TO EXC-VALEUR2.
           MOVE SPACES              TO EXC-MESSAGE.
           MOVE GRN-COMMANDE        TO EXC-MESSAGE(1:8).
           MOVE "RECEPTION SANS LIGNE - AU CMP"
               TO EXC-MESSAGE(10:31).
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 3000-APPLIQUER-MOUVEMENTS : applique dans l'ordre les       *
      * mouvements de STKTRNF (réservations pendantes en tête,      *
      * reportées par la nuit précédente) ; fichier absent = aucun  *
      * mouvement                                                   *
      * -----------------------------------------------------------*
       3000-APPLIQUER-MOUVEMENTS.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT STKTRNF.
           IF WS-STT-OK
               PERFORM 3100-LIRE-ET-APPLIQUER-MOUVEMENT
                   UNTIL WS-FIN-FICHIER
               CLOSE STKTRNF
           ELSE
               DISPLAY "STKTRNF ABSENT - AUCUN MOUVEMENT"
           END-IF.

      * -----------------------------------------------------------*
      * 3100-LIRE-ET-APPLIQUER-MOUVEMENT : lit un mouvement et      *
      * l'aiguille selon son type                                   *
      * -----------------------------------------------------------*
       3100-LIRE-ET-APPLIQUER-MOUVEMENT.
           READ STKTRNF INTO STT-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-TRANSACTIONS
                   EVALUATE TRUE
                       WHEN STT-SORTIE
                       WHEN STT-RETOUR
                           PERFORM 3200-APPLIQUER-FACTURATION
                       WHEN STT-RESERVATION
                           PERFORM 3300-RETENIR-RESERVATION
                       WHEN STT-LIBERATION
                       WHEN STT-REFUS
                           PERFORM 3400-SOLDER-RESERVATIONS
                               VARYING WS-NO-RSV FROM 1 BY 1
                                   UNTIL WS-NO-RSV > WS-NB-RSV
                       WHEN STT-PARAMETRES
                           PERFORM 3500-POSER-SEUIL
                       WHEN STT-INVENTAIRE
                           PERFORM 3600-APPLIQUER-INVENTAIRE
                       WHEN OTHER
                           PERFORM 3900-REJETER-MOUVEMENT
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------*
      * 3200-APPLIQUER-FACTURATION : sortie (facture postée) ou     *
      * retour (avoir), au coût moyen courant du produit            *
      * -----------------------------------------------------------*
       3200-APPLIQUER-FACTURATION.
           MOVE STT-PRODUIT TO WS-PRODUIT-CIBLE.
           PERFORM 7500-TROUVER-CREER-STOCK.

           IF WS-STK-TROUVE
               MOVE STT-TYPE          TO WS-MVT-TYPE
               IF STT-SORTIE
                   COMPUTE WS-MVT-QUANTITE = STT-QUANTITE * -1
               ELSE
                   MOVE STT-QUANTITE  TO WS-MVT-QUANTITE
               END-IF
               MOVE WS-STK-CMP(WS-STK-IDX) TO WS-MVT-COUT
               MOVE STT-REFERENCE     TO WS-MVT-REFERENCE
               MOVE STT-PROGRAMME     TO WS-MVT-PROGRAMME
               PERFORM 7000-APPLIQUER-MOUVEMENT
           END-IF.

      * -----------------------------------------------------------*
      * 3300-RETENIR-RESERVATION : une ligne de facture retenue     *
      * réserve son produit jusqu'à la décision de CRDREL1          *
      * -----------------------------------------------------------*
       3300-RETENIR-RESERVATION.
           IF WS-NB-RSV >= 500
               DISPLAY "TABLE DES RESERVATIONS PLEINE (500) - "
                   STT-REFERENCE " " STT-PRODUIT " NON RETENUE"
               SET WS-TABLE-PLEINE TO TRUE
           ELSE
               ADD 1 TO WS-NB-RSV
               MOVE STT-ENREG TO WS-RSV-MOUVEMENT(WS-NB-RSV)
               MOVE "O"       TO WS-RSV-ACTIVE(WS-NB-RSV)
           END-IF.

      * -----------------------------------------------------------*
      * 3400-SOLDER-RESERVATIONS : une réservation active de la     *
      * facture décidée par CRDREL1 devient une sortie (facture     *
      * libérée) ou disparaît (facture refusée)                     *
      * -----------------------------------------------------------*
       3400-SOLDER-RESERVATIONS.
           IF WS-RSV-ACTIVE(WS-NO-RSV) = "O"
               AND WS-RSV-MOUVEMENT(WS-NO-RSV)(18:8) = STT-REFERENCE
               MOVE "N" TO WS-RSV-ACTIVE(WS-NO-RSV)
               IF STT-LIBERATION
                   MOVE WS-RSV-MOUVEMENT(WS-NO-RSV)(10:8)
                       TO WS-PRODUIT-CIBLE
                   PERFORM 7500-TROUVER-CREER-STOCK
                   IF WS-STK-TROUVE
                       MOVE "S" TO WS-MVT-TYPE
                       MOVE WS-RSV-MOUVEMENT(WS-NO-RSV)(26:7)
                           TO WS-MVT-QUANTITE
                       COMPUTE WS-MVT-QUANTITE =
                           WS-MVT-QUANTITE * -1
                       MOVE WS-STK-CMP(WS-STK-IDX) TO WS-MVT-COUT
                       MOVE STT-REFERENCE  TO WS-MVT-REFERENCE
                       MOVE STT-PROGRAMME  TO WS-MVT-PROGRAMME
                       PERFORM 7000-APPLIQUER-MOUVEMENT
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3500-POSER-SEUIL : seuil et quantité de réapprovisionnement *
      * saisis par PRDMNT1                                          *
      * -----------------------------------------------------------*
       3500-POSER-SEUIL.
           MOVE STT-PRODUIT TO WS-PRODUIT-CIBLE.
           PERFORM 7500-TROUVER-CREER-STOCK.

           IF WS-STK-TROUVE
               MOVE STT-QUANTITE    TO WS-STK-SEUIL(WS-STK-IDX)
               MOVE STT-QTE-REAPPRO TO WS-STK-QTE-REAPPRO(WS-STK-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 3600-APPLIQUER-INVENTAIRE : ramène le stock à la quantité   *
      * comptée (l'écart est historisé) et, si un coût est saisi,   *
      * revalorise le produit à ce coût                             *
      * -----------------------------------------------------------*
       3600-APPLIQUER-INVENTAIRE.
           MOVE STT-PRODUIT TO WS-PRODUIT-CIBLE.
           PERFORM 7500-TROUVER-CREER-STOCK.

           IF WS-STK-TROUVE
               IF STT-COUT-UNITAIRE > ZEROES
                   MOVE STT-COUT-UNITAIRE TO WS-STK-CMP(WS-STK-IDX)
               END-IF
               MOVE "I" TO WS-MVT-TYPE
               COMPUTE WS-MVT-QUANTITE =
                   STT-QUANTITE - WS-STK-QTE(WS-STK-IDX)
               MOVE WS-STK-CMP(WS-STK-IDX) TO WS-MVT-COUT
               MOVE STT-REFERENCE  TO WS-MVT-REFERENCE
               MOVE STT-PROGRAMME  TO WS-MVT-PROGRAMME
               PERFORM 7000-APPLIQUER-MOUVEMENT
           END-IF.

      * -----------------------------------------------------------*
      * 3900-REJETER-MOUVEMENT : type de mouvement inconnu - rejeté *
      * et journalisé                                               *
      * -----------------------------------------------------------*
       3900-REJETER-MOUVEMENT.
           DISPLAY "TYPE DE MOUVEMENT DE STOCK INCONNU - REJETE : "
               STT-TYPE " " STT-PRODUIT.
           PERFORM 9700-NOTER-REJET.

           MOVE STT-PRODUIT         TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE STT-QUANTITE        TO EXC-VALEUR1.
           MOVE ZEROES              TO EXC-VALEUR2.
           MOVE SPACES              TO EXC-MESSAGE.
           MOVE STT-TYPE            TO EXC-MESSAGE(1:1).
           MOVE "MOUVEMENT DE STOCK INCONNU - REJETE"
               TO EXC-MESSAGE(3:38).
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 4000-CALCULER-ENGAGEMENTS : recalcule les quantités         *
      * réservées (réservations restées actives) et en commande     *
      * (reste à recevoir des commandes approuvées)                 *
      * -----------------------------------------------------------*
       4000-CALCULER-ENGAGEMENTS.
           PERFORM 4100-REMETTRE-A-ZERO
               VARYING WS-NO-STK FROM 1 BY 1
                   UNTIL WS-NO-STK > WS-NB-STK.

           PERFORM 4200-CUMULER-UNE-RESERVATION
               VARYING WS-NO-RSV FROM 1 BY 1
                   UNTIL WS-NO-RSV > WS-NB-RSV.

           PERFORM 4300-CUMULER-UNE-LIGNE-COMMANDE
               VARYING WS-NO-LCD FROM 1 BY 1
                   UNTIL WS-NO-LCD > WS-NB-LCD.

      * -----------------------------------------------------------*
      * 4100-REMETTRE-A-ZERO : remet à zéro les engagements d'un    *
      * poste de stock                                              *
      * -----------------------------------------------------------*
       4100-REMETTRE-A-ZERO.
           SET WS-STK-IDX TO WS-NO-STK.
           MOVE ZEROES TO WS-STK-RESERVEE(WS-STK-IDX).
           MOVE ZEROES TO WS-STK-COMMANDEE(WS-STK-IDX).

      * -----------------------------------------------------------*
      * 4200-CUMULER-UNE-RESERVATION : ajoute une réservation       *
      * restée active à la quantité réservée de son produit         *
      * -----------------------------------------------------------*
       4200-CUMULER-UNE-RESERVATION.
           IF WS-RSV-ACTIVE(WS-NO-RSV) = "O"
               MOVE WS-RSV-MOUVEMENT(WS-NO-RSV) TO STT-ENREG
               MOVE STT-PRODUIT TO WS-PRODUIT-CIBLE
               PERFORM 7500-TROUVER-CREER-STOCK
               IF WS-STK-TROUVE
                   ADD STT-QUANTITE TO WS-STK-RESERVEE(WS-STK-IDX)
               END-IF
               ADD 1 TO WS-NB-RESERVATIONS
           END-IF.

      * -----------------------------------------------------------*
      * 4300-CUMULER-UNE-LIGNE-COMMANDE : ajoute le reste à         *
      * recevoir d'une ligne approuvée à la quantité en commande de *
      * son produit                                                 *
      * -----------------------------------------------------------*
       4300-CUMULER-UNE-LIGNE-COMMANDE.
           SET WS-LCD-IDX TO WS-NO-LCD.
           IF WS-LCD-RESTE(WS-LCD-IDX) > ZEROES
               MOVE WS-LCD-PRODUIT(WS-LCD-IDX) TO WS-PRODUIT-CIBLE
               PERFORM 7500-TROUVER-CREER-STOCK
               IF WS-STK-TROUVE
                   ADD WS-LCD-RESTE(WS-LCD-IDX)
                       TO WS-STK-COMMANDEE(WS-STK-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 5000-ECRIRE-MAITRE-ET-ETATS : réécrit le maître dans        *
      * STKFILE-NEW et imprime la valorisation et les produits sous *
      * leur seuil de réapprovisionnement                           *
      * -----------------------------------------------------------*
       5000-ECRIRE-MAITRE-ET-ETATS.
           IF WS-VAL-OK
               CALL "RPTHDR010" USING WS-TITRE-VALORISATION,
                   WS-NO-PAGE, WS-LIGNE-ENTETE-1
               WRITE STKVAL-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE STKVAL-LIGNE FROM WS-LIGNE-VIDE
               WRITE STKVAL-LIGNE FROM WS-LIGNE-ENTETE-VAL
           END-IF.

           IF WS-REO-OK
               CALL "RPTHDR010" USING WS-TITRE-REAPPRO,
                   WS-NO-PAGE, WS-LIGNE-ENTETE-1
               WRITE STKREO-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE STKREO-LIGNE FROM WS-LIGNE-VIDE
               WRITE STKREO-LIGNE FROM WS-LIGNE-ENTETE-REO
           END-IF.

           PERFORM 5100-TRAITER-UN-POSTE
               VARYING WS-NO-STK FROM 1 BY 1
                   UNTIL WS-NO-STK > WS-NB-STK.

           IF WS-VAL-OK
               MOVE WS-NB-STK       TO TV-NB
               MOVE WS-TOTAL-VALEUR TO TV-VALEUR
               WRITE STKVAL-LIGNE FROM WS-LIGNE-VIDE
               WRITE STKVAL-LIGNE FROM WS-LIGNE-TOTAL-VAL
           END-IF.

           IF WS-REO-OK
               MOVE WS-NB-SOUS-SEUIL TO TR-NB
               WRITE STKREO-LIGNE FROM WS-LIGNE-VIDE
               WRITE STKREO-LIGNE FROM WS-LIGNE-TOTAL-REO
           END-IF.

      * -----------------------------------------------------------*
      * 5100-TRAITER-UN-POSTE : écrit un poste dans STKFILE-NEW,    *
      * l'imprime sur la valorisation et, s'il passe sous son       *
      * seuil, sur l'état de réapprovisionnement                    *
      * -----------------------------------------------------------*
       5100-TRAITER-UN-POSTE.
           SET WS-STK-IDX TO WS-NO-STK.

           MOVE WS-STK-CODE(WS-STK-IDX)      TO STK-PRODUIT.
           MOVE WS-STK-QTE(WS-STK-IDX)       TO STK-QTE-STOCK.
           MOVE WS-STK-RESERVEE(WS-STK-IDX)  TO STK-QTE-RESERVEE.
           MOVE WS-STK-COMMANDEE(WS-STK-IDX) TO STK-QTE-COMMANDEE.
           MOVE WS-STK-CMP(WS-STK-IDX)       TO STK-CMP.
           MOVE WS-STK-SEUIL(WS-STK-IDX)     TO STK-SEUIL-REAPPRO.
           MOVE WS-STK-QTE-REAPPRO(WS-STK-IDX) TO STK-QTE-REAPPRO.
           MOVE WS-STK-DATE-MVT(WS-STK-IDX)  TO STK-DATE-DERN-MVT.
           IF WS-STN-OK
               WRITE STKFILE-NEW-ENREG FROM STK-ENREG
           END-IF.

           COMPUTE WS-VALEUR-STOCK ROUNDED =
               WS-STK-QTE(WS-STK-IDX) * WS-STK-CMP(WS-STK-IDX).
           ADD WS-VALEUR-STOCK TO WS-TOTAL-VALEUR.

           IF WS-VAL-OK
               MOVE WS-STK-CODE(WS-STK-IDX)       TO DV-PRODUIT
               MOVE WS-STK-DESIGNATION(WS-STK-IDX) TO DV-DESIGNATION
               MOVE WS-STK-QTE(WS-STK-IDX)        TO DV-STOCK
               MOVE WS-STK-RESERVEE(WS-STK-IDX)   TO DV-RESERVEE
               MOVE WS-STK-COMMANDEE(WS-STK-IDX)  TO DV-COMMANDEE
               MOVE WS-STK-CMP(WS-STK-IDX)        TO DV-CMP
               MOVE WS-VALEUR-STOCK               TO DV-VALEUR
               WRITE STKVAL-LIGNE FROM WS-LIGNE-DETAIL-VAL
           END-IF.

      * Position disponible : stock physique diminué des réserva-
      * tions et augmenté de ce qui est déjà en commande
           COMPUTE WS-POSITION =
               WS-STK-QTE(WS-STK-IDX) - WS-STK-RESERVEE(WS-STK-IDX)
               + WS-STK-COMMANDEE(WS-STK-IDX).

           IF WS-STK-SEUIL(WS-STK-IDX) > ZEROES
               AND WS-POSITION < WS-STK-SEUIL(WS-STK-IDX)
               PERFORM 5200-IMPRIMER-SOUS-SEUIL
           END-IF.

      * -----------------------------------------------------------*
      * 5200-IMPRIMER-SOUS-SEUIL : imprime un produit sous son      *
      * seuil avec la quantité à commander (quantité de             *
      * réapprovisionnement, au moins de quoi revenir au seuil)     *
      * -----------------------------------------------------------*
       5200-IMPRIMER-SOUS-SEUIL.
           ADD 1 TO WS-NB-SOUS-SEUIL.

           COMPUTE WS-A-COMMANDER =
               WS-STK-SEUIL(WS-STK-IDX) - WS-POSITION.
           IF WS-STK-QTE-REAPPRO(WS-STK-IDX) > WS-A-COMMANDER
               MOVE WS-STK-QTE-REAPPRO(WS-STK-IDX) TO WS-A-COMMANDER
           END-IF.

           IF WS-REO-OK
               MOVE WS-STK-CODE(WS-STK-IDX)       TO DR-PRODUIT
               MOVE WS-STK-DESIGNATION(WS-STK-IDX) TO DR-DESIGNATION
               MOVE WS-STK-QTE(WS-STK-IDX)        TO DR-STOCK
               MOVE WS-STK-RESERVEE(WS-STK-IDX)   TO DR-RESERVEE
               MOVE WS-STK-COMMANDEE(WS-STK-IDX)  TO DR-COMMANDEE
               MOVE WS-STK-SEUIL(WS-STK-IDX)      TO DR-SEUIL
               MOVE WS-A-COMMANDER                TO DR-A-COMMANDER
               WRITE STKREO-LIGNE FROM WS-LIGNE-DETAIL-REO
           END-IF.

      * -----------------------------------------------------------*
      * 6000-VIDER-LES-ENTREES : une fois tout appliqué sans erreur *
      * fichier, vide GRNFILE et réécrit STKTRNF avec les seules    *
      * réservations pendantes ; sinon les entrées restent en place *
      * pour la relance                                             *
      * -----------------------------------------------------------*
       6000-VIDER-LES-ENTREES.
           IF WS-TABLE-PLEINE
               DISPLAY "TABLE PLEINE - ENTREES CONSERVEES, MAITRE "
                   "NON BASCULABLE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           IF WS-CODE-RETOUR < 8
               OPEN OUTPUT GRNFILE
               IF WS-GRN-OK
                   CLOSE GRNFILE
               ELSE
                   DISPLAY "IMPOSSIBLE DE VIDER GRNFILE - STATUT "
                       WS-GRN-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF

               OPEN OUTPUT STKTRNF
               IF WS-STT-OK
                   PERFORM 6100-REPORTER-UNE-RESERVATION
                       VARYING WS-NO-RSV FROM 1 BY 1
                           UNTIL WS-NO-RSV > WS-NB-RSV
                   CLOSE STKTRNF
               ELSE
                   DISPLAY "IMPOSSIBLE DE REECRIRE STKTRNF - STATUT "
                       WS-STT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 6100-REPORTER-UNE-RESERVATION : réécrit dans STKTRNF une    *
      * réservation restée active                                   *
      * -----------------------------------------------------------*
       6100-REPORTER-UNE-RESERVATION.
           IF WS-RSV-ACTIVE(WS-NO-RSV) = "O"
               WRITE STKTRNF-ENREG FROM WS-RSV-MOUVEMENT(WS-NO-RSV)
           END-IF.

      * -----------------------------------------------------------*
      * 7000-APPLIQUER-MOUVEMENT : applique au poste WS-STK-IDX le  *
      * mouvement préparé par l'appelant (une entrée recalcule le   *
      * coût moyen pondéré) et l'historise dans STKMVTF             *
      * -----------------------------------------------------------*
       7000-APPLIQUER-MOUVEMENT.
           COMPUTE WS-QTE-APRES =
               WS-STK-QTE(WS-STK-IDX) + WS-MVT-QUANTITE.

           IF WS-MVT-TYPE = "E"
               IF WS-STK-QTE(WS-STK-IDX) > ZEROES
                   AND WS-QTE-APRES > ZEROES
                   COMPUTE WS-VALEUR-AVANT =
                       WS-STK-QTE(WS-STK-IDX) * WS-STK-CMP(WS-STK-IDX)
                   COMPUTE WS-VALEUR-ENTREE =
                       WS-MVT-QUANTITE * WS-MVT-COUT
                   COMPUTE WS-STK-CMP(WS-STK-IDX) ROUNDED =
                       (WS-VALEUR-AVANT + WS-VALEUR-ENTREE)
                       / WS-QTE-APRES
               ELSE
                   MOVE WS-MVT-COUT TO WS-STK-CMP(WS-STK-IDX)
               END-IF
           END-IF.

           MOVE WS-QTE-APRES TO WS-STK-QTE(WS-STK-IDX).
           MOVE WS-DATE-TRAITEMENT TO WS-STK-DATE-MVT(WS-STK-IDX).

           MOVE WS-DATE-TRAITEMENT      TO SMV-DATE.
           MOVE WS-STK-CODE(WS-STK-IDX) TO SMV-PRODUIT.
           MOVE WS-MVT-TYPE             TO SMV-TYPE.
           MOVE WS-MVT-REFERENCE        TO SMV-REFERENCE.
           MOVE WS-MVT-QUANTITE         TO SMV-QUANTITE.
           MOVE WS-MVT-COUT             TO SMV-COUT-UNITAIRE.
           MOVE WS-QTE-APRES            TO SMV-STOCK-APRES.
           MOVE WS-STK-CMP(WS-STK-IDX)  TO SMV-CMP-APRES.
           MOVE WS-MVT-PROGRAMME        TO SMV-PROGRAMME.
           IF WS-SMV-OK
               WRITE STKMVTF-ENREG FROM SMV-ENREG
               ADD 1 TO WS-NB-MOUVEMENTS
           END-IF.

      * -----------------------------------------------------------*
      * 7500-TROUVER-CREER-STOCK : positionne WS-STK-IDX sur le     *
      * poste du produit cible, en le créant à zéro s'il n'est pas  *
      * encore tenu en stock                                        *
      * -----------------------------------------------------------*
       7500-TROUVER-CREER-STOCK.
           MOVE "N" TO WS-STK-TROUVE-SWITCH.

           IF WS-NB-STK > ZEROES
               SET WS-STK-IDX TO 1
               SEARCH WS-STK-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-STK-IDX > WS-NB-STK
                       CONTINUE
                   WHEN WS-STK-CODE(WS-STK-IDX) = WS-PRODUIT-CIBLE
                       SET WS-STK-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-STK-TROUVE
               IF WS-NB-STK >= 200
                   DISPLAY "TABLE DES STOCKS PLEINE (200) - "
                       WS-PRODUIT-CIBLE " NON TENU"
                   SET WS-TABLE-PLEINE TO TRUE
               ELSE
                   ADD 1 TO WS-NB-STK
                   SET WS-STK-IDX TO WS-NB-STK
                   MOVE WS-PRODUIT-CIBLE TO WS-STK-CODE(WS-STK-IDX)
                   MOVE SPACES TO WS-STK-DESIGNATION(WS-STK-IDX)
                   MOVE ZEROES TO WS-STK-QTE(WS-STK-IDX)
                   MOVE ZEROES TO WS-STK-RESERVEE(WS-STK-IDX)
                   MOVE ZEROES TO WS-STK-COMMANDEE(WS-STK-IDX)
                   MOVE ZEROES TO WS-STK-CMP(WS-STK-IDX)
                   MOVE ZEROES TO WS-STK-SEUIL(WS-STK-IDX)
                   MOVE ZEROES TO WS-STK-QTE-REAPPRO(WS-STK-IDX)
                   MOVE ZEROES TO WS-STK-DATE-MVT(WS-STK-IDX)
                   SET WS-STK-TROUVE TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 8000-TERMINER : ferme les fichiers et affiche les compteurs *
      * -----------------------------------------------------------*
       8000-TERMINER.
           IF WS-SMV-OK
               CLOSE STKMVTF
           END-IF.
           IF WS-STN-OK
               CLOSE STKFILE-NEW
           END-IF.
           IF WS-VAL-OK
               CLOSE STKVAL
           END-IF.
           IF WS-REO-OK
               CLOSE STKREO
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "RECEPTIONS APPLIQUEES  : " WS-NB-RECEPTIONS.
           DISPLAY "MOUVEMENTS LUS         : " WS-NB-TRANSACTIONS.
           DISPLAY "MOUVEMENTS HISTORISES  : " WS-NB-MOUVEMENTS.
           DISPLAY "RESERVATIONS PENDANTES : " WS-NB-RESERVATIONS.
           DISPLAY "PRODUITS SOUS SEUIL    : " WS-NB-SOUS-SEUIL.

      * -----------------------------------------------------------*
      * 8100-ECRIRE-ANOMALIE : horodate et écrit dans EXCFILE       *
      * l'anomalie préparée par l'appelant                          *
      * -----------------------------------------------------------*
       8100-ECRIRE-ANOMALIE.
           ACCEPT WS-SYS-HHMMSS FROM TIME.

           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.
           MOVE "STKUPD01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "STKUPD01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           COMPUTE RUN-NB-LUS = WS-NB-RECEPTIONS + WS-NB-TRANSACTIONS.
           MOVE WS-NB-MOUVEMENTS TO RUN-NB-ECRITS.
           MOVE WS-NB-REJETS-RUN TO RUN-NB-REJETES.
           MOVE WS-CODE-RETOUR TO RUN-CODE-RETOUR.

           OPEN EXTEND RUNFILE.
           IF WS-RUN-OK
               WRITE RUNFILE-ENREG FROM RUN-ENREG
               CLOSE RUNFILE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR RUNFILE - STATUT "
                   WS-RUN-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 9700-NOTER-REJET : retient le code retour 4 (enregistre-    *
      * ments rejetés) sans écraser un code plus grave              *
      * -----------------------------------------------------------*
       9700-NOTER-REJET.
           ADD 1 TO WS-NB-REJETS-RUN.
           IF WS-CODE-RETOUR < 4
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      * -----------------------------------------------------------*
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
      * -----------------------------------------------------------*
       9800-NOTER-ERREUR-FICHIER.
           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
