      *                 passe de 33 à 168 caractères : il emporte la
      *                 ventilation par code de taux, que CRDREL1
      *                 écrit dans VATREGF à la libération.
      * 2026-09-18  AG  Tenue du stock : les quantités en stock du
      *                 maître STKFILE (copy STKREC, tenu par
      *                 STKUPD010) sont chargées au démarrage et
      *                 décrémentées ligne à ligne ; une ligne de
      *                 facture qui dépasse le stock restant est
      *                 journalisée dans EXCFILE (avertissement, code
      *                 retour 4) mais reste facturée. Chaque ligne
      *                 retenue part dans STKTRNF (copy STKTRN, en
      *                 ajout) à la clôture du document : sortie pour
      *                 une facture postée, retour pour un avoir,
      *                 réservation pour une facture retenue dans
      *                 INVHOLD - appliquées la nuit même par
      *                 STKUPD010.
      * 2026-09-19  AG  Commissions des commerciaux : chaque ligne
      *                 d'une facture écrite ou retenue en attente, et
      *                 chaque ligne d'avoir, part dans l'assiette des
      *                 commissions COMBASF (copy COMBAS, en ajout :
      *                 produit, HT et TTC de la ligne, négatifs pour
      *                 un avoir) ; chaque avoir émis laisse en plus
      *                 un événement C dans COMEVTF (copy COMEVT, en
      *                 ajout), matière de la reprise de commission
      *                 de COMCAL010. CUSTFILE passe de 93 à 99
      *                 caractères (CUSTREC étendu, copy commune).
      * 2026-10-15  AG  Facturation en devise du client (CUST-DEVISE) :
      *                 prix du maître convertis au cours FOREX01 du
      *                 jour, devise et contre-valeur euro portées dans
      *                 INVFILE ; encours, limite de crédit, registre de
      *                 TVA, assiette des commissions et CUSTEVTF tenus
      *                 en euros - INVFILE étendu de 33 à 45 caractères,
      *                 INVHOLD de 168 à 180
      * 2026-10-15  AG  Après l'ajout des factures du run à INVFILE,
      *                 son index INVFILE-IDX est rechargé (IDXMST01).
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

      * Maître des stocks : quantité en stock par produit - voir
      * copy STKREC, tenu par STKUPD010
           SELECT STKFILE ASSIGN TO "STKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STK-STATUS.

      * Mouvements de stock à appliquer par STKUPD010 (sorties,
      * retours, réservations) - voir copy STKTRN, en ajout
           SELECT STKTRNF ASSIGN TO "STKTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STT-STATUS.

      * Journal de run commun de la fenêtre - voir copy RUNREC et
      * l'état récapitulatif OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

      * Assiette des commissions : une ligne par ligne de facture ou
      * d'avoir - voir copy COMBAS, en ajout
           SELECT COMBASF ASSIGN TO "COMBASF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBA-STATUS.

      * Evénements commissionnables : avoirs émis - voir copy
      * COMEVT, en ajout
           SELECT COMEVTF ASSIGN TO "COMEVTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEV-STATUS.

       DATA DIVISION.

       FILE SECTION.
               10  FILLER              PIC X(19).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  INVDOC
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDITFIL-ENREG              PIC X(59).

       FD  CUSTFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-ENREG              PIC X(113).

       FD  INVHOLD
           RECORD CONTAINS 180 CHARACTERS.
       01  INVHOLD-ENREG               PIC X(180).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
           RECORD CONTAINS 43 CHARACTERS.
       01  VATREGF-ENREG               PIC X(43).

       FD  STKFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  STKFILE-ENREG               PIC X(60).

       FD  STKTRNF
           RECORD CONTAINS 60 CHARACTERS.
       01  STKTRNF-ENREG               PIC X(60).

      * Déclaration de variables
      * Cette section se situe dans la DATA DIVISION
       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       FD  COMBASF
           RECORD CONTAINS 51 CHARACTERS.
       01  COMBASF-ENREG               PIC X(51).

       FD  COMEVTF
           RECORD CONTAINS 42 CHARACTERS.
       01  COMEVTF-ENREG               PIC X(42).

       WORKING-STORAGE SECTION.

      * Montant étendu d'une ligne de commande (quantité x prix
       01  CMD-MONTANT-ETENDU          PIC 9(09)V9(02).

      * Enregistrement facture écrit dans INVFILE (même découpage
      * que le FD d'INVAGE01 : numéro, date, montant en devise de
      * facturation, client, devise et contre-valeur euro)
       01  WS-FACTURE-ENREG.
           05  WFA-NUMERO              PIC X(08).
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

      * Facture retenue, écrite dans INVHOLD avec sa ventilation de
      * TVA par code de taux (en euros, comme le registre) : c'est
      * CRDREL1 qui alimentera le registre VATREGF à la libération
       01  WS-ATTENTE-ENREG.
           05  WAT-FACTURE             PIC X(45).
           05  WAT-VENTILATION.
               10  WAT-TVA-POSTE OCCURS 5 TIMES.
                   15  WAT-CODE        PIC X(01).
       01  WS-PRIX-MANUEL-SW           PIC X(01).
           88  WS-PRIX-MANUEL          VALUE "O".

      * Enregistrement du maître des stocks - voir copy STKREC
       COPY STKREC.

      * Mouvement de stock à appliquer - voir copy STKTRN
       COPY STKTRN.

       01  WS-STK-STATUS               PIC X(02).
           88  WS-STK-OK               VALUE "00".

       01  WS-STT-STATUS               PIC X(02).
           88  WS-STT-OK               VALUE "00".

      * Stock restant par produit : chargé du maître au démarrage,
      * décrémenté par chaque ligne facturée (réservations
      * comprises) et recrédité par chaque ligne d'avoir ; un
      * produit absent du maître y entre à zéro
       01  WS-STK-TABLE.
           05  WS-STK-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-STK-IDX.
               10  WS-STK-CODE         PIC X(08).
               10  WS-STK-QTE          PIC S9(07).
       01  WS-NB-STK                   PIC 9(03) VALUE ZEROES.

       01  WS-STK-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-STK-TROUVE           VALUE "O".

      * Maître des stocks absent (avant la première nuit de
      * STKUPD010) = aucun contrôle de stock
       01  WS-STK-CHARGE-SWITCH        PIC X(01) VALUE "N".
           88  WS-STK-CHARGE           VALUE "O".

      * Lignes retenues du document en cours (produit, quantité,
      * montants HT et TTC), écrites à sa clôture dans STKTRNF avec
      * le type de mouvement qui convient (sortie, retour ou
      * réservation) et dans l'assiette des commissions COMBASF
       01  WS-SLG-TABLE.
           05  WS-SLG-ENTREE OCCURS 100 TIMES.
               10  WS-SLG-PRODUIT      PIC X(08).
               10  WS-SLG-QUANTITE     PIC 9(05).
               10  WS-SLG-HT           PIC 9(07)V9(02).
               10  WS-SLG-TTC          PIC 9(07)V9(02).
       01  WS-NB-SLG                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-SLG                   PIC 9(03).
       01  WS-TYPE-MVT-STOCK           PIC X(01).
       01  WS-NB-MVT-STOCK             PIC 9(05) VALUE ZEROES.
       01  WS-NB-STOCK-DEPASSE         PIC 9(05) VALUE ZEROES.

      * Ligne d'assiette des commissions - voir copy COMBAS
       COPY COMBAS.

       01  WS-CBA-STATUS               PIC X(02).
           88  WS-CBA-OK               VALUE "00".

      * Evénement commissionnable (avoir émis) - voir copy COMEVT
       COPY COMEVT.

       01  WS-CEV-STATUS               PIC X(02).
           88  WS-CEV-OK               VALUE "00".

       01  WS-NB-ASSIETTE              PIC 9(05) VALUE ZEROES.

      * Ventilation de la facture en cours par code de taux (même
      * rang que la table des taux), écrite dans le registre de TVA
      * à la clôture de la facture - voir copy VATREC
       01  WS-TOTAL-HT                 PIC 9(09)V9(02).
       01  WS-TOTAL-TVA                PIC 9(09)V9(02).
       01  WS-TOTAL-TTC                PIC 9(09)V9(02).
       01  WS-TOTAL-TTC-EUR            PIC 9(09)V9(02).
       01  WS-TVA-LIGNE                PIC 9(09)V9(02).
       01  WS-NB-LIGNES-FACTURE        PIC 9(03).

      * Devise de facturation du client de la facture en cours
      * (maître des clients, blanc = EUR) et cours FOREX01 de la date
      * de facture, en euros pour une unité de devise (1 pour une
      * facture en euros) : les prix du maître, en euros, sont
      * convertis dans la devise de la facture ; la contre-valeur
      * euro de la facture, du registre de TVA et de l'assiette des
      * commissions est calculée à ce cours
       01  WS-DEVISE-COURANTE          PIC X(03).
           88  WS-DEVISE-EURO          VALUE "EUR" SPACES.
       01  WS-TAUX-FACTURE             PIC 9(04)V9(04).
       01  WS-FX-MONTANT               PIC S9(07)V9(02).
       01  WS-FX-MONTANT-EUR           PIC S9(07)V9(02).

       01  WS-NB-FACTURES              PIC 9(05) VALUE ZEROES.

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".

      * Rechargement de l'index des postes ouverts (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "INVFILE".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-DOC-STATUS               PIC X(02).
           88  WS-DOC-OK               VALUE "00".

           05  FILLER                  PIC X(09)
               VALUE "   DU : ".
           05  DF-DATE                 PIC 9(08).
           05  FILLER                  PIC X(12)
               VALUE "   DEVISE : ".
           05  DF-DEVISE               PIC X(03).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-LIGNE-COLONNES.
           05  FILLER                  PIC X(22) VALUE "DESIGNATION".
           05  TC-MONTANT              PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-LIGNE-TOTAL-EUR.
           05  FILLER                  PIC X(20)
               VALUE "CONTRE-VALEUR EUR : ".
           05  TE-MONTANT              PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(09) VALUE " AU COURS".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TE-TAUX                 PIC ZZZ9.9999.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-CMD-STATUS               PIC X(02).
               10  WS-CRD-CLIENT       PIC X(08).
               10  WS-CRD-LIMITE       PIC 9(07)V9(02).
               10  WS-CRD-ENCOURS      PIC S9(09)V9(02).
               10  WS-CRD-DEVISE       PIC X(03).
       01  WS-NB-CRD                   PIC 9(03) VALUE ZEROES.

       01  WS-CRD-TROUVE-SWITCH        PIC X(01) VALUE "N".
           PERFORM 1200-CHARGER-ENCOURS.
           PERFORM 1300-CHARGER-PRODUITS.
           PERFORM 1400-CHARGER-PRIX.
           PERFORM 1500-CHARGER-STOCKS.

      * EXTEND : les factures du jour s'ajoutent aux factures
      * ouvertes qu'INVAGE01 classe en balance âgée
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : les mouvements de la fenêtre s'ajoutent à ceux
      * saisis depuis la dernière nuit (CRDREL1, PRDMNT1) ; fichier
      * vidé par STKUPD010 = absent ou vide (statut 35)
           OPEN EXTEND STKTRNF.
           IF WS-STT-STATUS = "35"
               OPEN OUTPUT STKTRNF
           END-IF.
           IF NOT WS-STT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STKTRNF - STATUT "
                   WS-STT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : l'assiette des commissions est permanente ;
      * première facture = le fichier n'existe pas encore (statut
      * 35)
           OPEN EXTEND COMBASF.
           IF WS-CBA-STATUS = "35"
               OPEN OUTPUT COMBASF
           END-IF.
           IF NOT WS-CBA-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR COMBASF - STATUT "
                   WS-CBA-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : les avoirs émis s'ajoutent aux événements du mois ;
      * fichier vidé par COMCAL010 = absent ou vide (statut 35)
           OPEN EXTEND COMEVTF.
           IF WS-CEV-STATUS = "35"
               OPEN OUTPUT COMEVTF
           END-IF.
           IF NOT WS-CEV-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR COMEVTF - STATUT "
                   WS-CEV-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 2100-LIRE-LIGNE-COMMANDE
           END-IF.
                   MOVE CUST-LIMITE-CREDIT
                       TO WS-CRD-LIMITE(WS-NB-CRD)
                   MOVE ZEROES TO WS-CRD-ENCOURS(WS-NB-CRD)
                   MOVE CUST-DEVISE TO WS-CRD-DEVISE(WS-NB-CRD)
           END-READ.

      * -----------------------------------------------------------*
               NOT AT END
                   MOVE WFA-CLIENT TO WS-CLIENT-COURANT
                   PERFORM 2720-TROUVER-CREER-CLIENT
      * Encours en euros, comme la limite : contre-valeur à la date
      * de facture pour un poste en devise
                   IF WS-CRD-TROUVE
                       IF WFA-EN-EURO
                           ADD WFA-MONTANT
                               TO WS-CRD-ENCOURS(WS-CRD-IDX)
                       ELSE
                           ADD WFA-MONTANT-EUR
                               TO WS-CRD-ENCOURS(WS-CRD-IDX)
                       END-IF
                   END-IF
           END-READ.

                   MOVE PRP-PRIX       TO WS-PRP-PRIX(WS-NB-PRP)
           END-READ.

      * -----------------------------------------------------------*
      * 1500-CHARGER-STOCKS : charge les quantités en stock du      *
      * maître des stocks ; maître absent = pas de contrôle         *
      * -----------------------------------------------------------*
       1500-CHARGER-STOCKS.
           OPEN INPUT STKFILE.
           IF WS-STK-OK
               SET WS-STK-CHARGE TO TRUE
               PERFORM 1550-LIRE-ET-STOCKER-STOCK
                   UNTIL NOT WS-STK-OK OR WS-NB-STK >= 200
               CLOSE STKFILE
           ELSE
               DISPLAY "STKFILE INTROUVABLE - AUCUN CONTROLE DE "
                   "STOCK"
           END-IF.

      * -----------------------------------------------------------*
      * 1550-LIRE-ET-STOCKER-STOCK : lit un poste du maître des     *
      * stocks et retient sa quantité en stock                      *
      * -----------------------------------------------------------*
       1550-LIRE-ET-STOCKER-STOCK.
           READ STKFILE INTO STK-ENREG
               AT END
                   MOVE "10" TO WS-STK-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-STK
                   MOVE STK-PRODUIT   TO WS-STK-CODE(WS-NB-STK)
                   MOVE STK-QTE-STOCK TO WS-STK-QTE(WS-NB-STK)
           END-READ.

      * -----------------------------------------------------------*
      * 2000-ETENDRE-LIGNES : aiguille chaque enregistrement de     *
      * CMDFILE - une entête clôture la facture en cours et en      *
           MOVE ZEROES TO WS-TOTAL-HT WS-TOTAL-TVA WS-TOTAL-TTC.
           MOVE ZEROES TO WS-NB-LIGNES-FACTURE.
           MOVE ZEROES TO WS-FTV-TABLE.
           MOVE ZEROES TO WS-NB-SLG.
           SET WS-FACTURE-OUVERTE TO TRUE.

           IF CMD-AVOIR
               MOVE "N" TO WS-AVOIR-SWITCH
           END-IF.

           PERFORM 2420-RETENIR-DEVISE.

           ADD 1 TO WS-NO-PAGE.
           IF WS-AVOIR
               CALL "RPTHDR010" USING WS-TITRE-AVOIR, WS-NO-PAGE,
               MOVE WS-FACTURE-COURANTE TO DF-FACTURE
               MOVE WS-CLIENT-COURANT   TO DF-CLIENT
               MOVE WS-DATE-TRAITEMENT  TO DF-DATE
               MOVE WS-DEVISE-COURANTE  TO DF-DEVISE
               WRITE INVDOC-LIGNE FROM WS-LIGNE-FACTURE
               WRITE INVDOC-LIGNE FROM WS-LIGNE-COLONNES
           END-IF.

      * -----------------------------------------------------------*
      * 2420-RETENIR-DEVISE : retient la devise de facturation du   *
      * client (blanc = EUR) et son cours FOREX01 à la date de      *
      * facture ; le cours est obtenu en convertissant 10000        *
      * unités, ce qui restitue ses quatre décimales sans perte     *
      * -----------------------------------------------------------*
       2420-RETENIR-DEVISE.
           PERFORM 2720-TROUVER-CREER-CLIENT.

           MOVE "EUR" TO WS-DEVISE-COURANTE.
           IF WS-CRD-TROUVE
               AND WS-CRD-DEVISE(WS-CRD-IDX) NOT = SPACES
               MOVE WS-CRD-DEVISE(WS-CRD-IDX) TO WS-DEVISE-COURANTE
           END-IF.

           MOVE 1 TO WS-TAUX-FACTURE.
           IF NOT WS-DEVISE-EURO
               MOVE 10000 TO WS-FX-MONTANT
               CALL "FOREX01" USING WS-DEVISE-COURANTE, WS-FX-MONTANT,
                   WS-FX-MONTANT-EUR
               COMPUTE WS-TAUX-FACTURE = WS-FX-MONTANT-EUR / 10000
               IF WS-FX-MONTANT-EUR = WS-FX-MONTANT
                   OR WS-TAUX-FACTURE = ZEROES
                   DISPLAY "DEVISE SANS COURS - FACTURE "
                       WS-FACTURE-COURANTE " EN " WS-DEVISE-COURANTE
                       " A PARITE AVEC L'EURO"
                   PERFORM 9700-NOTER-REJET
                   MOVE 1 TO WS-TAUX-FACTURE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2500-TRAITER-LIGNE : pré-contrôle le prix unitaire, étend   *
      * la ligne, calcule sa TVA selon son code de taux et la       *
      * -----------------------------------------------------------*
      * 2520-RETENIR-LE-PRIX : retient le prix de la ligne - prix   *
      * manuel de la commande s'il est saisi (journalisé en         *
      * avertissement, déjà exprimé dans la devise de la facture),  *
      * sinon la cotation du maître la plus récente à la date de    *
      * traitement, convertie de l'euro vers la devise de facture   *
      * -----------------------------------------------------------*
       2520-RETENIR-LE-PRIX.
           MOVE "N" TO WS-PRIX-TROUVE-SW.
               PERFORM 2540-EXAMINER-UNE-COTATION
                   VARYING WS-NO-PRP FROM 1 BY 1
                       UNTIL WS-NO-PRP > WS-NB-PRP
               IF WS-PRIX-TROUVE AND NOT WS-DEVISE-EURO
                   COMPUTE WS-PRIX-RETENU ROUNDED =
                       WS-PRIX-RETENU / WS-TAUX-FACTURE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
               WRITE INVDOC-LIGNE FROM WS-LIGNE-DETAIL
           END-IF.

           PERFORM 2650-MOUVEMENTER-STOCK.

      * -----------------------------------------------------------*
      * 2650-MOUVEMENTER-STOCK : contrôle la ligne de facture       *
      * contre le stock restant du produit (avertissement si elle   *
      * le dépasse), met à jour le stock restant et retient la      *
      * ligne pour STKTRNF                                          *
      * -----------------------------------------------------------*
       2650-MOUVEMENTER-STOCK.
           IF WS-STK-CHARGE
               PERFORM 2670-TROUVER-CREER-STOCK
               IF WS-STK-TROUVE
                   IF WS-AVOIR
                       ADD CMD-QUANTITE TO WS-STK-QTE(WS-STK-IDX)
                   ELSE
                       IF CMD-QUANTITE > WS-STK-QTE(WS-STK-IDX)
                           PERFORM 2680-SIGNALER-STOCK-DEPASSE
                       END-IF
                       SUBTRACT CMD-QUANTITE
                           FROM WS-STK-QTE(WS-STK-IDX)
                   END-IF
               END-IF
           END-IF.

           IF WS-NB-SLG >= 100
               DISPLAY "PLUS DE 100 LIGNES - MOUVEMENT DE STOCK ET "
                   "ASSIETTE DE COMMISSION NON TRACES : "
                   WS-FACTURE-COURANTE " " CMD-PRODUIT
               PERFORM 9700-NOTER-REJET
           ELSE
               ADD 1 TO WS-NB-SLG
               MOVE CMD-PRODUIT  TO WS-SLG-PRODUIT(WS-NB-SLG)
               MOVE CMD-QUANTITE TO WS-SLG-QUANTITE(WS-NB-SLG)
               MOVE CMD-MONTANT-ETENDU TO WS-SLG-HT(WS-NB-SLG)
               COMPUTE WS-SLG-TTC(WS-NB-SLG) =
                   CMD-MONTANT-ETENDU + WS-TVA-LIGNE
           END-IF.

      * -----------------------------------------------------------*
      * 2670-TROUVER-CREER-STOCK : positionne WS-STK-IDX sur le     *
      * produit de la ligne dans la table des stocks, en l'y        *
      * créant à zéro s'il n'est pas encore tenu en stock           *
      * -----------------------------------------------------------*
       2670-TROUVER-CREER-STOCK.
           MOVE "N" TO WS-STK-TROUVE-SWITCH.

           IF WS-NB-STK > ZEROES
               SET WS-STK-IDX TO 1
               SEARCH WS-STK-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-STK-IDX > WS-NB-STK
                       CONTINUE
                   WHEN WS-STK-CODE(WS-STK-IDX) = CMD-PRODUIT
                       SET WS-STK-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-STK-TROUVE
               IF WS-NB-STK >= 200
                   DISPLAY "TABLE DES STOCKS PLEINE (200) - "
                       CMD-PRODUIT " SANS CONTROLE"
               ELSE
                   ADD 1 TO WS-NB-STK
                   SET WS-STK-IDX TO WS-NB-STK
                   MOVE CMD-PRODUIT TO WS-STK-CODE(WS-STK-IDX)
                   MOVE ZEROES TO WS-STK-QTE(WS-STK-IDX)
                   SET WS-STK-TROUVE TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2680-SIGNALER-STOCK-DEPASSE : la ligne facture plus que le  *
      * stock restant du produit - facturée quand même, mais        *
      * journalisée dans EXCFILE                                    *
      * -----------------------------------------------------------*
       2680-SIGNALER-STOCK-DEPASSE.
           DISPLAY "STOCK INSUFFISANT SUR " CMD-PRODUIT
               " - FACTURE " WS-FACTURE-COURANTE.
           PERFORM 9700-NOTER-REJET.
           ADD 1 TO WS-NB-STOCK-DEPASSE.

           ACCEPT WS-SYS-HHMMSS FROM TIME.

           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.

           MOVE "MUL010"      TO EXC-PROGRAMME.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE CMD-PRODUIT   TO EXC-CHAMP.
           MOVE CMD-QUANTITE  TO EXC-VALEUR1.
           MOVE WS-STK-QTE(WS-STK-IDX) TO EXC-VALEUR2.
           MOVE "QUANTITE FACTUREE SUPERIEURE AU STOCK"
               TO EXC-MESSAGE.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2300-CLOTURER-FACTURE : totalise la facture en cours,       *
      * imprime ses totaux et l'écrit dans INVFILE pour la balance  *
               ELSE
                   COMPUTE WS-TOTAL-TTC =
                       WS-TOTAL-HT + WS-TOTAL-TVA
                   COMPUTE WS-TOTAL-TTC-EUR ROUNDED =
                       WS-TOTAL-TTC * WS-TAUX-FACTURE

                   IF WS-DOC-OK
                       MOVE WS-TOTAL-HT  TO TH-MONTANT
                       WRITE INVDOC-LIGNE FROM WS-LIGNE-TOTAL-TVA
                       MOVE WS-TOTAL-TTC TO TC-MONTANT
                       WRITE INVDOC-LIGNE FROM WS-LIGNE-TOTAL-TTC
                       IF NOT WS-DEVISE-EURO
                           MOVE WS-TOTAL-TTC-EUR TO TE-MONTANT
                           MOVE WS-TAUX-FACTURE  TO TE-TAUX
                           WRITE INVDOC-LIGNE FROM WS-LIGNE-TOTAL-EUR
                       END-IF
                       WRITE INVDOC-LIGNE FROM WS-LIGNE-VIDE
                   END-IF

      * Le registre de TVA et l'assiette des commissions sont tenus
      * en euros : la ventilation passe à la contre-valeur
                   IF NOT WS-DEVISE-EURO
                       PERFORM 2320-CONVERTIR-UN-TAUX
                           VARYING WS-NO-TVA FROM 1 BY 1
                               UNTIL WS-NO-TVA > 5
                   END-IF

                   MOVE WS-FACTURE-COURANTE TO WFA-NUMERO
                   MOVE WS-DATE-TRAITEMENT  TO WFA-DATE
                   MOVE WS-CLIENT-COURANT   TO WFA-CLIENT
                   MOVE WS-DEVISE-COURANTE  TO WFA-DEVISE
                   IF WS-AVOIR
                       COMPUTE WFA-MONTANT = WS-TOTAL-TTC * -1
                       COMPUTE WFA-MONTANT-EUR = WS-TOTAL-TTC-EUR * -1
                   ELSE
                       MOVE WS-TOTAL-TTC    TO WFA-MONTANT
                       MOVE WS-TOTAL-TTC-EUR TO WFA-MONTANT-EUR
                   END-IF
                   IF WS-AVOIR
      * Un avoir réduit l'encours du client : jamais retenu par la
                           WRITE INVFILE-ENREG FROM WS-FACTURE-ENREG
                           ADD 1 TO WS-NB-FACTURES
                           PERFORM 2900-ALIMENTER-REGISTRE-TVA
                           MOVE "R" TO WS-TYPE-MVT-STOCK
                           PERFORM 2850-ECRIRE-MOUVEMENTS-STOCK
                           PERFORM 2870-ALIMENTER-ASSIETTE
                           PERFORM 2890-SIGNALER-AVOIR-EMIS
                           PERFORM 2720-TROUVER-CREER-CLIENT
                           IF WS-CRD-TROUVE
                               SUBTRACT WS-TOTAL-TTC-EUR
                                   FROM WS-CRD-ENCOURS(WS-CRD-IDX)
                           END-IF
                       END-IF
                       PERFORM 2700-CONTROLER-LIMITE
                       IF WS-LIMITE-DEPASSEE
                           PERFORM 2750-RETENIR-EN-ATTENTE
                           MOVE "V" TO WS-TYPE-MVT-STOCK
                           PERFORM 2850-ECRIRE-MOUVEMENTS-STOCK
                           PERFORM 2870-ALIMENTER-ASSIETTE
                       ELSE
                           IF WS-INV-OK
                               WRITE INVFILE-ENREG
                                   FROM WS-FACTURE-ENREG
                               ADD 1 TO WS-NB-FACTURES
                               PERFORM 2900-ALIMENTER-REGISTRE-TVA
                               MOVE "S" TO WS-TYPE-MVT-STOCK
                               PERFORM 2850-ECRIRE-MOUVEMENTS-STOCK
                               PERFORM 2870-ALIMENTER-ASSIETTE
                               IF WS-CRD-TROUVE
                                   ADD WS-TOTAL-TTC-EUR TO
                                       WS-CRD-ENCOURS(WS-CRD-IDX)
                               END-IF
                           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2320-CONVERTIR-UN-TAUX : passe la base et la TVA d'un code  *
      * de taux de la facture en devise à leur contre-valeur euro   *
      * -----------------------------------------------------------*
       2320-CONVERTIR-UN-TAUX.
           COMPUTE WS-FTV-BASE(WS-NO-TVA) ROUNDED =
               WS-FTV-BASE(WS-NO-TVA) * WS-TAUX-FACTURE.
           COMPUTE WS-FTV-TVA(WS-NO-TVA) ROUNDED =
               WS-FTV-TVA(WS-NO-TVA) * WS-TAUX-FACTURE.

      * -----------------------------------------------------------*
      * 2700-CONTROLER-LIMITE : l'encours du client augmenté de la  *
      * contre-valeur euro du TTC de la facture dépasse-t-il sa     *
      * limite de crédit, tenue en euros ? (limite à zéro ou client *
      * inconnu = pas de contrôle)                                  *
      * -----------------------------------------------------------*
       2700-CONTROLER-LIMITE.
           MOVE "N" TO WS-LIMITE-DEPASSEE-SW.
           IF WS-CRD-TROUVE
               AND WS-CRD-LIMITE(WS-CRD-IDX) > ZEROES
               COMPUTE WS-ENCOURS-PROJETE =
                   WS-CRD-ENCOURS(WS-CRD-IDX) + WS-TOTAL-TTC-EUR
               IF WS-ENCOURS-PROJETE > WS-CRD-LIMITE(WS-CRD-IDX)
                   SET WS-LIMITE-DEPASSEE TO TRUE
               END-IF
                       TO WS-CRD-CLIENT(WS-CRD-IDX)
                   MOVE ZEROES TO WS-CRD-LIMITE(WS-CRD-IDX)
                   MOVE ZEROES TO WS-CRD-ENCOURS(WS-CRD-IDX)
                   MOVE SPACES TO WS-CRD-DEVISE(WS-CRD-IDX)
                   SET WS-CRD-TROUVE TO TRUE
               END-IF
           END-IF.
           MOVE "MUL010"     TO EXC-PROGRAMME.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE "INV-MONTANT" TO EXC-CHAMP.
           MOVE WS-TOTAL-TTC-EUR TO EXC-VALEUR1.
           MOVE WS-CRD-LIMITE(WS-CRD-IDX) TO EXC-VALEUR2.
           MOVE "LIMITE CREDIT DEPASSEE - FACTURE RETENUE"
               TO EXC-MESSAGE.
           MOVE WS-FTV-BASE(WS-NO-TVA)  TO WAT-BASE(WS-NO-TVA).
           MOVE WS-FTV-TVA(WS-NO-TVA)   TO WAT-TVA(WS-NO-TVA).

      * -----------------------------------------------------------*
      * 2850-ECRIRE-MOUVEMENTS-STOCK : écrit dans STKTRNF une ligne *
      * par ligne retenue du document qui vient d'être clôturé,     *
      * avec le type de mouvement posé par l'appelant (S = facture  *
      * postée, R = avoir, V = réservation d'une facture retenue)   *
      * -----------------------------------------------------------*
       2850-ECRIRE-MOUVEMENTS-STOCK.
           IF WS-STT-OK
               PERFORM 2860-ECRIRE-UN-MOUVEMENT
                   VARYING WS-NO-SLG FROM 1 BY 1
                       UNTIL WS-NO-SLG > WS-NB-SLG
           END-IF.

      * -----------------------------------------------------------*
      * 2860-ECRIRE-UN-MOUVEMENT : écrit le mouvement de stock      *
      * d'une ligne du document                                     *
      * -----------------------------------------------------------*
       2860-ECRIRE-UN-MOUVEMENT.
           MOVE SPACES TO STT-ENREG.
           MOVE WS-TYPE-MVT-STOCK  TO STT-TYPE.
           MOVE WS-DATE-TRAITEMENT TO STT-DATE.
           MOVE WS-SLG-PRODUIT(WS-NO-SLG)  TO STT-PRODUIT.
           MOVE WS-FACTURE-COURANTE        TO STT-REFERENCE.
           MOVE WS-SLG-QUANTITE(WS-NO-SLG) TO STT-QUANTITE.
           MOVE ZEROES TO STT-QTE-REAPPRO STT-COUT-UNITAIRE.
           MOVE "MUL010"           TO STT-PROGRAMME.
           WRITE STKTRNF-ENREG FROM STT-ENREG.
           ADD 1 TO WS-NB-MVT-STOCK.

      * -----------------------------------------------------------*
      * 2870-ALIMENTER-ASSIETTE : écrit dans l'assiette des         *
      * commissions une ligne par ligne retenue du document qui     *
      * vient d'être clôturé (facture écrite ou retenue en attente, *
      * avoir) - une facture retenue puis libérée par CRDREL1 garde *
      * ainsi son assiette                                          *
      * -----------------------------------------------------------*
       2870-ALIMENTER-ASSIETTE.
           IF WS-CBA-OK
               PERFORM 2880-ECRIRE-UNE-ASSIETTE
                   VARYING WS-NO-SLG FROM 1 BY 1
                       UNTIL WS-NO-SLG > WS-NB-SLG
           END-IF.

      * -----------------------------------------------------------*
      * 2880-ECRIRE-UNE-ASSIETTE : écrit l'assiette d'une ligne du  *
      * document, en négatif pour un avoir, à sa contre-valeur euro *
      * -----------------------------------------------------------*
       2880-ECRIRE-UNE-ASSIETTE.
           MOVE WS-DATE-TRAITEMENT         TO CBA-DATE.
           MOVE WS-FACTURE-COURANTE        TO CBA-FACTURE.
           MOVE WS-CLIENT-COURANT          TO CBA-CLIENT.
           MOVE WS-SLG-PRODUIT(WS-NO-SLG)  TO CBA-PRODUIT.
           IF WS-AVOIR
               SET CBA-AVOIR TO TRUE
               COMPUTE CBA-MONTANT-HT ROUNDED =
                   WS-SLG-HT(WS-NO-SLG) * WS-TAUX-FACTURE * -1
               COMPUTE CBA-MONTANT-TTC ROUNDED =
                   WS-SLG-TTC(WS-NO-SLG) * WS-TAUX-FACTURE * -1
           ELSE
               SET CBA-FACTURE-CLIENT TO TRUE
               COMPUTE CBA-MONTANT-HT ROUNDED =
                   WS-SLG-HT(WS-NO-SLG) * WS-TAUX-FACTURE
               COMPUTE CBA-MONTANT-TTC ROUNDED =
                   WS-SLG-TTC(WS-NO-SLG) * WS-TAUX-FACTURE
           END-IF.
           WRITE COMBASF-ENREG FROM CBA-ENREG.
           ADD 1 TO WS-NB-ASSIETTE.

      * -----------------------------------------------------------*
      * 2890-SIGNALER-AVOIR-EMIS : l'avoir qui vient d'être écrit   *
      * dans INVFILE part dans les événements commissionnables, la  *
      * commission de ses lignes sera reprise par COMCAL010         *
      * -----------------------------------------------------------*
       2890-SIGNALER-AVOIR-EMIS.
           IF WS-CEV-OK
               SET CEV-AVOIR-EMIS TO TRUE
               MOVE WS-DATE-TRAITEMENT  TO CEV-DATE
               MOVE WS-CLIENT-COURANT   TO CEV-CLIENT
               MOVE WS-FACTURE-COURANTE TO CEV-FACTURE
               MOVE WFA-MONTANT-EUR     TO CEV-MONTANT
               MOVE "MUL010"            TO CEV-PROGRAMME
               WRITE COMEVTF-ENREG FROM CEV-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2900-ALIMENTER-REGISTRE-TVA : écrit dans le registre une    *
      * ligne par code de taux utilisé par la facture qui vient de  *
           END-IF.
           IF WS-INV-OK
               CLOSE INVFILE
               CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
                   WS-IXM-RETOUR
               IF WS-IXM-RETOUR >= 8
                   DISPLAY "RECHARGEMENT DE INVFILE-IDX EN ERREUR"
                       " - RELANCER IDXCHK1 INVFILE R"
               END-IF
           END-IF.
           IF WS-DOC-OK
               CLOSE INVDOC
           IF WS-VAT-OK
               CLOSE VATREGF
           END-IF.
           IF WS-STT-OK
               CLOSE STKTRNF
           END-IF.
           IF WS-CBA-OK
               CLOSE COMBASF
           END-IF.
           IF WS-CEV-OK
               CLOSE COMEVTF
           END-IF.

           DISPLAY "FACTURES EMISES : " WS-NB-FACTURES.
           DISPLAY "FACTURES EN ATTENTE (LIMITE) : "
               WS-NB-EN-ATTENTE.
           DISPLAY "MOUVEMENTS DE STOCK ECRITS : " WS-NB-MVT-STOCK.
           DISPLAY "LIGNES AU-DELA DU STOCK : " WS-NB-STOCK-DEPASSE.
           DISPLAY "LIGNES D'ASSIETTE DE COMMISSION : "
               WS-NB-ASSIETTE.


      * -----------------------------------------------------------*
