      *                 retour 4) et l'état APIRPT (via RPTHDR010)
      *                 donne le sort de chaque transaction pour le
      *                 pointage de la comptabilité fournisseurs.
      * 2026-09-17  AG  Rapprochement commande / réception / facture :
      *                 APINVF devient un fichier typé (copy APITRN),
      *                 chaque entête de facture portant la commande
      *                 POFILE facturée et suivie de ses lignes. Une
      *                 facture validée est rapprochée de sa commande
      *                 approuvée (saisie POMNT1) ligne par ligne :
      *                 article commandé, quantité facturée au plus
      *                 égale au reçu non encore facturé, prix dans la
      *                 tolérance du prix convenu, montant TTC égal
      *                 aux lignes valorisées avec la TVA de l'article
      *                 (PRDFILE). Rapprochée, elle est ouverte dans
      *                 APOPENF comme avant et les quantités facturées
      *                 sont reportées sur la commande (POFILE-NEW) ;
      *                 sinon elle part dans le fichier d'attente
      *                 APHOLDF et l'état APMRPT, avertissement dans
      *                 EXCFILE et code retour 4 - elle n'est pas
      *                 proposée au paiement par APPAY010.
      * 2026-09-28  AG  SUPFILE passe de 77 à 78 caractères
      *                 (SUP-COORD-STATUT).
      * 2026-10-15  AG  Ventilation de la TVA par code de taux sur
      *                 l'entête de facture (APINVREC étendu, APOPENF
      *                 passe de 41 à 98 caractères, APINVF de 50 à 107)
      *                 : codes connus, TVA égale à base x taux à la
      *                 tolérance près, bases plus TVA égales au montant
      *                 TTC, sinon rejet. Chaque facture ouverte inscrit
      *                 sa ventilation au registre de TVA déductible
      *                 VATDEDF (copy VATREC, EXTEND), imputé par
      *                 VATDCL010 sur la TVA collectée.
      * 2026-10-15  AG  Le fournisseur de chaque facture est lu par
      *                 clé dans l'index SUPFILE-IDX (tenu par
      *                 IDXMST01) au lieu d'une table de 200
      *                 fournisseurs : au-delà, la facture partait à
      *                 tort en fournisseur inconnu.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Transactions de factures fournisseurs - voir copy APITRN
           SELECT APINVF ASSIGN TO "APINVF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

      * Index du maître des fournisseurs, lu par code fournisseur -
      * voir copy SUPREC
           SELECT SUPFILE-IDX ASSIGN TO "SUPFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIDX-CODE
               FILE STATUS IS WS-SUP-STATUS.

      * Postes fournisseurs ouverts - voir copy APINVREC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APO-STATUS.

      * Registre de TVA déductible - voir copy VATREC
           SELECT VATDEDF ASSIGN TO "VATDEDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.

      * Commandes fournisseurs - voir copy PORDREC
           SELECT POFILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

      * Commandes mises à jour des quantités facturées
           SELECT POFILE-NEW ASSIGN TO "POFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PON-STATUS.

      * Maître des produits (code de TVA) - voir copy PRODREC
           SELECT PRDFILE ASSIGN TO "PRDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

      * Factures en attente de rapprochement - voir copy APHLDREC
           SELECT APHOLDF ASSIGN TO "APHOLDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APH-STATUS.

      * Etat des écarts de rapprochement, pour les acheteurs
           SELECT APMRPT ASSIGN TO "APMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRP-STATUS.

      * Etat des transactions saisies, pointé par la comptabilité
           SELECT APIRPT ASSIGN TO "APIRPT"
               ORGANIZATION IS LINE SEQUENTIAL

       FILE SECTION.
       FD  APINVF
           RECORD CONTAINS 107 CHARACTERS.
       01  APINVF-ENREG                PIC X(107).

       FD  SUPFILE-IDX.
       01  SUPFILE-IDX-ENREG.
           05  SIDX-CODE               PIC X(08).
           05  SIDX-RESTE              PIC X(70).

       FD  APOPENF
           RECORD CONTAINS 98 CHARACTERS.
       01  APOPENF-ENREG               PIC X(98).

       FD  VATDEDF
           RECORD CONTAINS 43 CHARACTERS.
       01  VATDEDF-ENREG               PIC X(43).

       FD  POFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  POFILE-ENREG                PIC X(60).

       FD  POFILE-NEW
           RECORD CONTAINS 60 CHARACTERS.
       01  POFILE-NEW-ENREG            PIC X(60).

       FD  PRDFILE
           RECORD CONTAINS 29 CHARACTERS.
       01  PRDFILE-ENREG               PIC X(29).

       FD  APHOLDF
           RECORD CONTAINS 97 CHARACTERS.
       01  APHOLDF-ENREG               PIC X(97).

       FD  APMRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  APMRPT-LIGNE                PIC X(80).

       FD  APIRPT
           RECORD CONTAINS 80 CHARACTERS.

       WORKING-STORAGE SECTION.

      * Transaction courante (entête ou ligne) - voir copy APITRN
       COPY APITRN.

      * Facture courante, telle qu'ouverte dans APOPENF - voir
      * copy APINVREC
       COPY APINVREC.

      * Ligne du registre de TVA déductible - voir copy VATREC
       COPY VATREC.

      * Enregistrement des commandes fournisseurs - voir PORDREC
       COPY PORDREC.

      * Enregistrement du maître des produits - voir PRODREC
       COPY PRODREC.

      * Facture mise en attente de rapprochement - voir APHLDREC
       COPY APHLDREC.

      * Enregistrement du maître des fournisseurs - voir SUPREC
       COPY SUPREC.

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-DED-STATUS               PIC X(02).
           88  WS-DED-OK               VALUE "00".

       01  WS-POR-STATUS               PIC X(02).
           88  WS-POR-OK               VALUE "00".

       01  WS-PON-STATUS               PIC X(02).
           88  WS-PON-OK               VALUE "00".

       01  WS-PRD-STATUS               PIC X(02).
           88  WS-PRD-OK               VALUE "00".

       01  WS-APH-STATUS               PIC X(02).
           88  WS-APH-OK               VALUE "00".

       01  WS-MRP-STATUS               PIC X(02).
           88  WS-MRP-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Index du maître des fournisseurs ouvert
       01  WS-SUP-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-SUP-OUVERT           VALUE "O".

       01  WS-SUP-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SUP-TROUVE           VALUE "O".

       01  WS-MOTIF-REJET              PIC X(40).

      * Commande invoquée par la facture courante et lignes de la
      * facture, mises en table jusqu'à l'entête suivante
       01  WS-COMMANDE-FACTUREE        PIC X(08).

       01  WS-LFA-TABLE.
           05  WS-LFA-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-LFA-IDX.
               10  WS-LFA-NO           PIC 9(03).
               10  WS-LFA-PRODUIT      PIC X(08).
               10  WS-LFA-QTE          PIC 9(05).
               10  WS-LFA-PRIX         PIC 9(05)V9(02).
       01  WS-NB-LFA                   PIC 9(03) VALUE ZEROES.

       01  WS-LFA-DEBORD-SW            PIC X(01) VALUE "N".
           88  WS-LFA-DEBORD           VALUE "O".

       01  WS-LFA-INVALIDE-SW          PIC X(01) VALUE "N".
           88  WS-LFA-INVALIDE         VALUE "O".

      * Commandes fournisseurs chargées de POFILE (même découpage
      * que POMNT1) ; le fichier entier est réécrit vers
      * POFILE-NEW avec les quantités facturées mises à jour
       01  WS-CDE-TABLE.
           05  WS-CDE-ENTREE OCCURS 100 TIMES
                   INDEXED BY WS-CDE-IDX.
               10  WS-CDE-NUMERO       PIC X(08).
               10  WS-CDE-FOURNISSEUR  PIC X(08).
               10  WS-CDE-DATE         PIC 9(08).
               10  WS-CDE-STATUT       PIC X(01).
               10  WS-CDE-SAISI-PAR    PIC X(08).
               10  WS-CDE-APPROUVE-PAR PIC X(08).
               10  WS-CDE-DATE-APPRO   PIC 9(08).
       01  WS-NB-CDE                   PIC 9(03) VALUE ZEROES.

      * Lignes de commande ; WS-LCD-QTE-EN-COURS cumule ce que la
      * facture courante impute sur la ligne, reporté dans la
      * quantité facturée si la facture est rapprochée
       01  WS-LCD-TABLE.
           05  WS-LCD-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-LCD-IDX.
               10  WS-LCD-COMMANDE     PIC X(08).
               10  WS-LCD-NO           PIC 9(03).
               10  WS-LCD-PRODUIT      PIC X(08).
               10  WS-LCD-QTE-CDE      PIC 9(05).
               10  WS-LCD-PRIX         PIC 9(05)V9(02).
               10  WS-LCD-QTE-RECUE    PIC 9(05).
               10  WS-LCD-QTE-FACT     PIC 9(05).
               10  WS-LCD-DATE-RECEP   PIC 9(08).
               10  WS-LCD-QTE-EN-COURS PIC 9(05).
       01  WS-NB-LCD                   PIC 9(03) VALUE ZEROES.

      * POFILE plus grand que les tables : aucun rapprochement ni
      * réécriture, la réécriture perdrait des commandes
       01  WS-POFILE-TRONQUE-SW        PIC X(01) VALUE "N".
           88  WS-POFILE-TRONQUE       VALUE "O".

       01  WS-CDE-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CDE-TROUVE           VALUE "O".

       01  WS-LCD-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LCD-TROUVE           VALUE "O".

      * Table des taux de TVA par code (mêmes codes que MUL010) :
      * N = normal, I = intermédiaire, R = réduit, S = super-réduit,
      * Z = exonéré
       01  WS-TVA-TABLE.
           05  FILLER                  PIC X(06) VALUE "N2000".
           05  FILLER                  PIC X(06) VALUE "I1000".
           05  FILLER                  PIC X(06) VALUE "R0550".
           05  FILLER                  PIC X(06) VALUE "S0210".
           05  FILLER                  PIC X(06) VALUE "Z0000".
       01  WS-TVA-ENTREES REDEFINES WS-TVA-TABLE.
           05  WS-TVA-ENTREE OCCURS 5 TIMES
                   INDEXED BY WS-TVA-IDX.
               10  WS-TVA-CODE         PIC X(01).
               10  WS-TVA-TAUX         PIC 9(02)V9(02).
               10  FILLER              PIC X(01).
       01  WS-TAUX-RETENU              PIC 9(02)V9(02).

       01  WS-TVA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-TVA-TROUVE           VALUE "O".

      * Contrôle de la ventilation de TVA de l'entête : codes
      * renseignés, cumul bases plus TVA comparé au montant TTC,
      * TVA de chaque code comparée à base x taux (tolérance
      * WS-TOL-MONTANT)
       01  WS-VEN-IDX                  PIC 9(01).
       01  WS-VEN-NB-CODES             PIC 9(01).
       01  WS-VEN-TOTAL                PIC 9(09)V9(02).
       01  WS-VEN-TVA-CALCULEE         PIC 9(07)V9(02).
       01  WS-VEN-ECART                PIC S9(07)V9(02).

       01  WS-VEN-INVALIDE-SW          PIC X(01) VALUE "N".
           88  WS-VEN-INVALIDE         VALUE "O".

       01  WS-NB-LIGNES-TVA            PIC 9(05) VALUE ZEROES.

      * Table du maître des produits : code et code de TVA
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-PRD-IDX.
               10  WS-PRD-CODE         PIC X(08).
               10  WS-PRD-TVA          PIC X(01).
       01  WS-NB-PRD                   PIC 9(03) VALUE ZEROES.

      * Tolérances du rapprochement : quantité facturée au-delà du
      * reçu (en % du reçu), écart de prix unitaire (en % du prix
      * convenu) et écart sur le montant TTC (en euros, arrondis)
       01  WS-TOL-QTE-PCT              PIC 9(02)V9(02) VALUE 0.
       01  WS-TOL-PRIX-PCT             PIC 9(02)V9(02) VALUE 2.00.
       01  WS-TOL-MONTANT              PIC 9(03)V9(02) VALUE 1.00.

      * Motif de mise en attente (blanc = facture rapprochée)
       01  WS-MOTIF-ECART              PIC X(40).
       01  WS-NO-LIGNE-EDITE           PIC 9(03).

       01  WS-QTE-ADMISE               PIC 9(07)V9(02).
       01  WS-QTE-IMPUTEE              PIC 9(07).
       01  WS-ECART-PRIX               PIC S9(05)V9(02).
       01  WS-ECART-ADMIS              PIC 9(05)V9(04).
       01  WS-LIGNE-TTC                PIC 9(09)V9(02).
       01  WS-MONTANT-CALCULE          PIC 9(09)V9(02).
       01  WS-ECART-MONTANT            PIC S9(09)V9(02).

       01  WS-NB-LUES                  PIC 9(05) VALUE ZEROES.
       01  WS-NB-RETENUES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-REJETEES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-ATTENTE               PIC 9(05) VALUE ZEROES.
       01  WS-NB-ECRITS                PIC 9(05) VALUE ZEROES.

       01  WS-SYS-HHMMSS               PIC 9(08).

           05  FILLER                  PIC X(14)
               VALUE "   REJETEES : ".
           05  TT-REJETEES             PIC ZZZZ9.
           05  FILLER                  PIC X(14)
               VALUE "   ATTENTE  : ".
           05  TT-ATTENTE              PIC ZZZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

      * Etat des écarts de rapprochement (APMRPT), même entête
      * commune RPTHDR010
       01  WS-LIGNE-ENTETE-ATT         PIC X(80).
       01  WS-TITRE-ATTENTE            PIC X(40)
               VALUE "FACTURES EN ATTENTE DE RAPPROCHEMENT".

       01  WS-ENTETE-ATT-2.
           05  FILLER                  PIC X(10) VALUE "FOURNISS.".
           05  FILLER                  PIC X(10) VALUE "FACTURE".
           05  FILLER                  PIC X(10) VALUE "COMMANDE".
           05  FILLER                  PIC X(12) VALUE "MONTANT".
           05  FILLER                  PIC X(38) VALUE "MOTIF".

       01  WS-DETAIL-ATT.
           05  DA-FOURNISSEUR          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DA-FACTURE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DA-COMMANDE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DA-MONTANT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DA-MOTIF                PIC X(38).

       01  WS-TOTAL-ATT.
           05  FILLER                  PIC X(24)
               VALUE "FACTURES EN ATTENTE   : ".
           05  TA-ATTENTE              PIC ZZZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge le maître des fournisseurs, les   *
      * postes déjà ouverts, les commandes et les produits, ouvre   *
      * les fichiers                                                *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-FOURNISSEURS.
           PERFORM 1200-CHARGER-POSTES-OUVERTS.
           PERFORM 1300-CHARGER-COMMANDES.
           PERFORM 1400-CHARGER-PRODUITS.

           OPEN INPUT APINVF.
           IF NOT WS-TRN-OK
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * EXTEND : le registre de TVA déductible est permanent ;
      * premier run = le fichier n'existe pas (statut 35)
           OPEN EXTEND VATDEDF.
           IF WS-DED-STATUS = "35"
               OPEN OUTPUT VATDEDF
           END-IF.
           IF NOT WS-DED-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR VATDEDF - STATUT "
                   WS-DED-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * EXTEND : les factures en attente s'accumulent jusqu'à leur
      * ressaisie ; premier écart = le fichier n'existe pas (35)
           OPEN EXTEND APHOLDF.
           IF WS-APH-STATUS = "35"
               OPEN OUTPUT APHOLDF
           END-IF.
           IF NOT WS-APH-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR APHOLDF - STATUT "
                   WS-APH-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

               WRITE APIRPT-LIGNE FROM WS-LIGNE-ENTETE-2
           END-IF.

           CALL "RPTHDR010" USING WS-TITRE-ATTENTE, WS-NO-PAGE,
               WS-LIGNE-ENTETE-ATT.

           OPEN OUTPUT APMRPT.
           IF NOT WS-MRP-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR APMRPT - STATUT "
                   WS-MRP-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE APMRPT-LIGNE FROM WS-LIGNE-ENTETE-ATT
               WRITE APMRPT-LIGNE FROM WS-ENTETE-ATT-2
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-FOURNISSEURS : ouvre l'index du maître des      *
      * fournisseurs ; index absent = tout sera rejeté              *
      * -----------------------------------------------------------*
       1100-OUVRIR-FOURNISSEURS.
           OPEN INPUT SUPFILE-IDX.
           IF WS-SUP-OK
               SET WS-SUP-OUVERT TO TRUE
           ELSE
               DISPLAY "SUPFILE-IDX INTROUVABLE - STATUT "
                   WS-SUP-STATUS " - TOUT SERA REJETE"
           END-IF.

      * -----------------------------------------------------------*
      * 1200-CHARGER-POSTES-OUVERTS : retient les numéros déjà      *
      * ouverts pour refuser une double saisie                      *
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-COMMANDES : charge entêtes et lignes de        *
      * POFILE ; absent = toute facture reste en attente            *
      * -----------------------------------------------------------*
       1300-CHARGER-COMMANDES.
           OPEN INPUT POFILE.
           IF WS-POR-OK
               PERFORM 1350-LIRE-ET-STOCKER-COMMANDE
                   UNTIL NOT WS-POR-OK OR WS-POFILE-TRONQUE
               CLOSE POFILE
           ELSE
               DISPLAY "POFILE INTROUVABLE - AUCUNE FACTURE "
                   "RAPPROCHEE"
           END-IF.

           IF WS-POFILE-TRONQUE
               DISPLAY "POFILE DEPASSE LA CAPACITE DES TABLES - "
                   "FACTURES MISES EN ATTENTE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-COMMANDE : lit un enregistrement de    *
      * POFILE et le range dans la table des entêtes ou des lignes  *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-COMMANDE.
           READ POFILE INTO POR-ENREG
               AT END
                   MOVE "10" TO WS-POR-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN POR-ENTETE AND WS-NB-CDE >= 100
                           SET WS-POFILE-TRONQUE TO TRUE
                       WHEN POR-ENTETE
                           ADD 1 TO WS-NB-CDE
                           MOVE POR-COMMANDE
                               TO WS-CDE-NUMERO(WS-NB-CDE)
                           MOVE POR-FOURNISSEUR
                               TO WS-CDE-FOURNISSEUR(WS-NB-CDE)
                           MOVE POR-DATE-COMMANDE
                               TO WS-CDE-DATE(WS-NB-CDE)
                           MOVE POR-STATUT TO WS-CDE-STATUT(WS-NB-CDE)
                           MOVE POR-SAISI-PAR
                               TO WS-CDE-SAISI-PAR(WS-NB-CDE)
                           MOVE POR-APPROUVE-PAR
                               TO WS-CDE-APPROUVE-PAR(WS-NB-CDE)
                           MOVE POR-DATE-APPROBATION
                               TO WS-CDE-DATE-APPRO(WS-NB-CDE)
                       WHEN POR-LIGNE AND WS-NB-LCD >= 500
                           SET WS-POFILE-TRONQUE TO TRUE
                       WHEN POR-LIGNE
                           ADD 1 TO WS-NB-LCD
                           MOVE POR-COMMANDE
                               TO WS-LCD-COMMANDE(WS-NB-LCD)
                           MOVE POR-NO-LIGNE TO WS-LCD-NO(WS-NB-LCD)
                           MOVE POR-PRODUIT
                               TO WS-LCD-PRODUIT(WS-NB-LCD)
                           MOVE POR-QTE-COMMANDEE
                               TO WS-LCD-QTE-CDE(WS-NB-LCD)
                           MOVE POR-PRIX-CONVENU
                               TO WS-LCD-PRIX(WS-NB-LCD)
                           MOVE POR-QTE-RECUE
                               TO WS-LCD-QTE-RECUE(WS-NB-LCD)
                           MOVE POR-QTE-FACTUREE
                               TO WS-LCD-QTE-FACT(WS-NB-LCD)
                           MOVE POR-DATE-RECEPTION
                               TO WS-LCD-DATE-RECEP(WS-NB-LCD)
                           MOVE ZEROES
                               TO WS-LCD-QTE-EN-COURS(WS-NB-LCD)
                       WHEN OTHER
                           DISPLAY "POFILE : TYPE INCONNU IGNORE - "
                               POR-COMMANDE
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------*
      * 1400-CHARGER-PRODUITS : charge code et code de TVA du       *
      * maître des produits, pour valoriser les lignes TTC          *
      * -----------------------------------------------------------*
       1400-CHARGER-PRODUITS.
           OPEN INPUT PRDFILE.
           IF WS-PRD-OK
               PERFORM 1450-LIRE-ET-STOCKER-PRODUIT
                   UNTIL NOT WS-PRD-OK OR WS-NB-PRD >= 200
               CLOSE PRDFILE
           ELSE
               DISPLAY "PRDFILE INTROUVABLE - LIGNES VALORISEES "
                   "HORS TVA"
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-ET-STOCKER-PRODUIT : lit un produit et le place   *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1450-LIRE-ET-STOCKER-PRODUIT.
           READ PRDFILE INTO PRODUIT-ENREG
               AT END
                   MOVE "10" TO WS-PRD-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-PRD
                   MOVE PRD-CODE     TO WS-PRD-CODE(WS-NB-PRD)
                   MOVE PRD-CODE-TVA TO WS-PRD-TVA(WS-NB-PRD)
           END-READ.

      * -----------------------------------------------------------*
      * 2000-VALIDER-TRANSACTION : valide la facture courante et    *
      * ses lignes, la rapproche de sa commande puis l'ajoute aux   *
      * postes ouverts ou la met en attente                         *
      * -----------------------------------------------------------*
       2000-VALIDER-TRANSACTION.
           IF NOT ATR-ENTETE
               PERFORM 2050-REJETER-LIGNE-ISOLEE
               PERFORM 2100-LIRE-TRANSACTION
           ELSE
               PERFORM 2020-TRAITER-FACTURE
           END-IF.

      * -----------------------------------------------------------*
      * 2020-TRAITER-FACTURE : prend l'entête et ses lignes, valide *
      * la facture, la rapproche de sa commande et la pointe        *
      * -----------------------------------------------------------*
       2020-TRAITER-FACTURE.
           ADD 1 TO WS-NB-LUES.
           MOVE SPACES TO WS-MOTIF-REJET WS-MOTIF-ECART.
           MOVE ATR-POSTE TO API-ENREG.
           MOVE ATR-COMMANDE TO WS-COMMANDE-FACTUREE.

           MOVE ZEROES TO WS-NB-LFA.
           MOVE "N" TO WS-LFA-DEBORD-SW WS-LFA-INVALIDE-SW.
           PERFORM 2100-LIRE-TRANSACTION.
           PERFORM 2150-STOCKER-LIGNE-FACTURE
               UNTIL WS-FIN-FICHIER OR NOT ATR-LIGNE.

           PERFORM 2300-CHERCHER-FOURNISSEUR.
           PERFORM 2350-CHERCHER-POSTE-OUVERT.
           PERFORM 2200-CONTROLER-VENTILATION.

           EVALUATE TRUE
               WHEN NOT WS-SUP-TROUVE
                   MOVE "FOURNISSEUR INCONNU DU MAITRE"
                       TO WS-MOTIF-REJET
               WHEN SUP-STATUT NOT = "A"
                   MOVE "FOURNISSEUR INACTIF" TO WS-MOTIF-REJET
               WHEN API-DATE NOT NUMERIC
                   OR API-ECHEANCE NOT NUMERIC
                   OR API-MONTANT = ZEROES
                   MOVE "MONTANT NUL OU NON NUMERIQUE"
                       TO WS-MOTIF-REJET
               WHEN WS-VEN-INVALIDE
                   MOVE "VENTILATION TVA INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-VEN-NB-CODES = ZEROES
                   MOVE "VENTILATION TVA ABSENTE" TO WS-MOTIF-REJET
               WHEN WS-VEN-TOTAL NOT = API-MONTANT
                   MOVE "BASES + TVA DIFFERENTES DU MONTANT TTC"
                       TO WS-MOTIF-REJET
               WHEN WS-OUV-TROUVE
                   MOVE "FACTURE DEJA OUVERTE" TO WS-MOTIF-REJET
               WHEN WS-LFA-DEBORD
                   MOVE "PLUS DE 50 LIGNES SUR LA FACTURE"
                       TO WS-MOTIF-REJET
               WHEN WS-LFA-INVALIDE
                   MOVE "LIGNE DE FACTURE NON NUMERIQUE OU NULLE"
                       TO WS-MOTIF-REJET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               PERFORM 2700-RAPPROCHER-FACTURE
               IF WS-MOTIF-ECART = SPACES
                   PERFORM 2400-OUVRIR-LE-POSTE
                   PERFORM 2790-IMPUTER-QUANTITES
               ELSE
                   PERFORM 2800-METTRE-EN-ATTENTE
               END-IF
           ELSE
               PERFORM 2500-REJETER-TRANSACTION
           END-IF.

           PERFORM 2600-POINTER-SUR-ETAT.

      * -----------------------------------------------------------*
      * 2050-REJETER-LIGNE-ISOLEE : une ligne sans entête de        *
      * facture devant elle ne peut être rattachée - rejet          *
      * -----------------------------------------------------------*
       2050-REJETER-LIGNE-ISOLEE.
           ADD 1 TO WS-NB-LUES.
           MOVE "LIGNE DE FACTURE SANS ENTETE" TO WS-MOTIF-REJET.
           MOVE SPACES TO API-ENREG.
           MOVE ZEROES TO API-DATE API-ECHEANCE API-MONTANT.
           PERFORM 2500-REJETER-TRANSACTION.

      * -----------------------------------------------------------*
      * 2100-LIRE-TRANSACTION : lit la prochaine transaction        *
      * -----------------------------------------------------------*
       2100-LIRE-TRANSACTION.
           READ APINVF INTO ATR-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 2150-STOCKER-LIGNE-FACTURE : range la ligne courante dans   *
      * la table des lignes de la facture et lit la suivante        *
      * -----------------------------------------------------------*
       2150-STOCKER-LIGNE-FACTURE.
           IF WS-NB-LFA >= 50
               SET WS-LFA-DEBORD TO TRUE
           ELSE
               ADD 1 TO WS-NB-LFA
               MOVE ATR-NO-LIGNE TO WS-LFA-NO(WS-NB-LFA)
               MOVE ATR-PRODUIT TO WS-LFA-PRODUIT(WS-NB-LFA)
               MOVE ATR-QUANTITE TO WS-LFA-QTE(WS-NB-LFA)
               MOVE ATR-PRIX-UNITAIRE TO WS-LFA-PRIX(WS-NB-LFA)
               IF ATR-NO-LIGNE NOT NUMERIC
                   OR ATR-QUANTITE NOT NUMERIC
                   OR ATR-PRIX-UNITAIRE NOT NUMERIC
                   OR ATR-QUANTITE = ZEROES
                   SET WS-LFA-INVALIDE TO TRUE
               END-IF
           END-IF.

           PERFORM 2100-LIRE-TRANSACTION.

      * -----------------------------------------------------------*
      * 2200-CONTROLER-VENTILATION : contrôle la ventilation de TVA *
      * de l'entête et cumule bases plus TVA pour la comparer au    *
      * montant TTC                                                 *
      * -----------------------------------------------------------*
       2200-CONTROLER-VENTILATION.
           MOVE "N" TO WS-VEN-INVALIDE-SW.
           MOVE ZEROES TO WS-VEN-NB-CODES WS-VEN-TOTAL.

           PERFORM 2250-CONTROLER-UNE-TVA
               VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > 3.

      * -----------------------------------------------------------*
      * 2250-CONTROLER-UNE-TVA : un poste renseigné doit porter un  *
      * code connu, des montants numériques et une TVA égale à base *
      * x taux (tolérance) ; un poste à blanc doit être à zéro      *
      * -----------------------------------------------------------*
       2250-CONTROLER-UNE-TVA.
           IF API-TVA-BASE(WS-VEN-IDX) NOT NUMERIC
               OR API-TVA-MONTANT(WS-VEN-IDX) NOT NUMERIC
               SET WS-VEN-INVALIDE TO TRUE
           ELSE
               IF API-TVA-CODE(WS-VEN-IDX) = SPACE
                   IF API-TVA-BASE(WS-VEN-IDX) NOT = ZEROES
                       OR API-TVA-MONTANT(WS-VEN-IDX) NOT = ZEROES
                       SET WS-VEN-INVALIDE TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-VEN-NB-CODES
                   ADD API-TVA-BASE(WS-VEN-IDX)
                       API-TVA-MONTANT(WS-VEN-IDX) TO WS-VEN-TOTAL
                   PERFORM 2260-CHERCHER-TAUX-TVA
                   IF NOT WS-TVA-TROUVE
                       SET WS-VEN-INVALIDE TO TRUE
                   ELSE
                       COMPUTE WS-VEN-TVA-CALCULEE ROUNDED =
                           API-TVA-BASE(WS-VEN-IDX)
                           * WS-TAUX-RETENU / 100
                       COMPUTE WS-VEN-ECART =
                           API-TVA-MONTANT(WS-VEN-IDX)
                           - WS-VEN-TVA-CALCULEE
                       IF WS-VEN-ECART > WS-TOL-MONTANT
                           OR WS-VEN-ECART < ZEROES - WS-TOL-MONTANT
                           SET WS-VEN-INVALIDE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2260-CHERCHER-TAUX-TVA : cherche le taux du code de TVA du  *
      * poste de ventilation courant                                *
      * -----------------------------------------------------------*
       2260-CHERCHER-TAUX-TVA.
           MOVE "N" TO WS-TVA-TROUVE-SWITCH.
           MOVE ZEROES TO WS-TAUX-RETENU.

           SET WS-TVA-IDX TO 1.
           SEARCH WS-TVA-ENTREE
               AT END
                   CONTINUE
               WHEN WS-TVA-CODE(WS-TVA-IDX) =
                       API-TVA-CODE(WS-VEN-IDX)
                   SET WS-TVA-TROUVE TO TRUE
                   MOVE WS-TVA-TAUX(WS-TVA-IDX) TO WS-TAUX-RETENU
           END-SEARCH.

      * -----------------------------------------------------------*
      * 2300-CHERCHER-FOURNISSEUR : lit le fournisseur de la      *
      * transaction par son code dans l'index du maître             *
      * -----------------------------------------------------------*
       2300-CHERCHER-FOURNISSEUR.
           MOVE "N" TO WS-SUP-TROUVE-SWITCH.

           IF WS-SUP-OUVERT
               MOVE API-FOURNISSEUR TO SIDX-CODE
               READ SUPFILE-IDX INTO FOURNISSEUR-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SUP-TROUVE TO TRUE
               END-READ
           END-IF.

      * -----------------------------------------------------------*
               WRITE APOPENF-ENREG FROM API-ENREG
           END-IF.

           PERFORM 2450-ENREGISTRER-TVA-DEDUCTIBLE
               VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > 3.

           IF WS-NB-OUV < 500
               ADD 1 TO WS-NB-OUV
               MOVE API-FOURNISSEUR
               MOVE API-FACTURE TO WS-OUV-FACTURE(WS-NB-OUV)
           END-IF.

      * -----------------------------------------------------------*
      * 2450-ENREGISTRER-TVA-DEDUCTIBLE : inscrit un poste          *
      * renseigné de la ventilation au registre de TVA déductible,  *
      * daté de la facture                                          *
      * -----------------------------------------------------------*
       2450-ENREGISTRER-TVA-DEDUCTIBLE.
           IF API-TVA-CODE(WS-VEN-IDX) NOT = SPACE AND WS-DED-OK
               PERFORM 2260-CHERCHER-TAUX-TVA
               MOVE API-DATE                 TO VAT-DATE
               MOVE API-FACTURE              TO VAT-FACTURE
               MOVE API-TVA-CODE(WS-VEN-IDX) TO VAT-CODE-TAUX
               MOVE WS-TAUX-RETENU           TO VAT-TAUX
               MOVE API-TVA-BASE(WS-VEN-IDX) TO VAT-BASE-HT
               MOVE API-TVA-MONTANT(WS-VEN-IDX) TO VAT-MONTANT-TVA
               WRITE VATDEDF-ENREG FROM VAT-ENREG
               ADD 1 TO WS-NB-LIGNES-TVA
           END-IF.

      * -----------------------------------------------------------*
      * 2500-REJETER-TRANSACTION : journalise le rejet dans EXCFILE *
      * -----------------------------------------------------------*
               MOVE API-FACTURE     TO DL-FACTURE
               MOVE API-ECHEANCE    TO DL-ECHEANCE
               MOVE API-MONTANT     TO DL-MONTANT
               EVALUATE TRUE
                   WHEN WS-MOTIF-REJET NOT = SPACES
                       MOVE WS-MOTIF-REJET TO DL-SORT
                   WHEN WS-MOTIF-ECART NOT = SPACES
                       MOVE "EN ATTENTE - VOIR APMRPT" TO DL-SORT
                   WHEN OTHER
                       MOVE "OUVERTE" TO DL-SORT
               END-EVALUATE
               WRITE APIRPT-LIGNE FROM WS-LIGNE-DETAIL
           END-IF.

      * -----------------------------------------------------------*
      * 2700-RAPPROCHER-FACTURE : rapproche la facture validée de   *
      * sa commande et de ses réceptions ; laisse le motif du       *
      * premier écart dans WS-MOTIF-ECART                           *
      * -----------------------------------------------------------*
       2700-RAPPROCHER-FACTURE.
           MOVE ZEROES TO WS-MONTANT-CALCULE.
           PERFORM 2705-REMETTRE-A-ZERO
               VARYING WS-LCD-IDX FROM 1 BY 1
                   UNTIL WS-LCD-IDX > WS-NB-LCD.

           PERFORM 2710-CHERCHER-COMMANDE.

           EVALUATE TRUE
               WHEN WS-POFILE-TRONQUE
                   MOVE "FICHIER DES COMMANDES INCOMPLET"
                       TO WS-MOTIF-ECART
               WHEN WS-COMMANDE-FACTUREE = SPACES
                   MOVE "COMMANDE NON RENSEIGNEE" TO WS-MOTIF-ECART
               WHEN NOT WS-CDE-TROUVE
                   MOVE "COMMANDE INCONNUE" TO WS-MOTIF-ECART
               WHEN WS-CDE-FOURNISSEUR(WS-CDE-IDX) NOT =
                   API-FOURNISSEUR
                   MOVE "FOURNISSEUR DIFFERENT DE LA COMMANDE"
                       TO WS-MOTIF-ECART
               WHEN WS-CDE-STATUT(WS-CDE-IDX) NOT = "A"
                   MOVE "COMMANDE NON APPROUVEE" TO WS-MOTIF-ECART
               WHEN WS-NB-LFA = ZEROES
                   MOVE "FACTURE SANS LIGNE" TO WS-MOTIF-ECART
               WHEN OTHER
                   PERFORM 2720-RAPPROCHER-UNE-LIGNE
                       VARYING WS-LFA-IDX FROM 1 BY 1
                           UNTIL WS-LFA-IDX > WS-NB-LFA
                           OR WS-MOTIF-ECART NOT = SPACES
           END-EVALUATE.

           IF WS-MOTIF-ECART = SPACES
               COMPUTE WS-ECART-MONTANT =
                   API-MONTANT - WS-MONTANT-CALCULE
               IF WS-ECART-MONTANT < ZEROES
                   COMPUTE WS-ECART-MONTANT = 0 - WS-ECART-MONTANT
               END-IF
               IF WS-ECART-MONTANT > WS-TOL-MONTANT
                   MOVE "MONTANT TTC DIFFERENT DES LIGNES"
                       TO WS-MOTIF-ECART
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2705-REMETTRE-A-ZERO : annule l'imputation en cours d'une   *
      * ligne de commande avant le rapprochement d'une facture      *
      * -----------------------------------------------------------*
       2705-REMETTRE-A-ZERO.
           MOVE ZEROES TO WS-LCD-QTE-EN-COURS(WS-LCD-IDX).

      * -----------------------------------------------------------*
      * 2710-CHERCHER-COMMANDE : cherche la commande invoquée par   *
      * la facture dans la table des entêtes                        *
      * -----------------------------------------------------------*
       2710-CHERCHER-COMMANDE.
           MOVE "N" TO WS-CDE-TROUVE-SWITCH.

           IF WS-NB-CDE > ZEROES
               SET WS-CDE-IDX TO 1
               SEARCH WS-CDE-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CDE-IDX > WS-NB-CDE
                       CONTINUE
                   WHEN WS-CDE-NUMERO(WS-CDE-IDX) =
                       WS-COMMANDE-FACTUREE
                       SET WS-CDE-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2720-RAPPROCHER-UNE-LIGNE : contrôle une ligne de facture   *
      * contre sa ligne de commande (article, quantité reçue non    *
      * encore facturée, prix convenu) et la valorise TTC           *
      * -----------------------------------------------------------*
       2720-RAPPROCHER-UNE-LIGNE.
           MOVE WS-LFA-NO(WS-LFA-IDX) TO WS-NO-LIGNE-EDITE.
           PERFORM 2730-CHERCHER-LIGNE-COMMANDE.

           IF WS-LCD-TROUVE
               COMPUTE WS-QTE-ADMISE =
                   WS-LCD-QTE-RECUE(WS-LCD-IDX)
                   * (100 + WS-TOL-QTE-PCT) / 100
               COMPUTE WS-QTE-IMPUTEE = WS-LCD-QTE-FACT(WS-LCD-IDX)
                   + WS-LCD-QTE-EN-COURS(WS-LCD-IDX)
                   + WS-LFA-QTE(WS-LFA-IDX)
               COMPUTE WS-ECART-PRIX = WS-LFA-PRIX(WS-LFA-IDX)
                   - WS-LCD-PRIX(WS-LCD-IDX)
               IF WS-ECART-PRIX < ZEROES
                   COMPUTE WS-ECART-PRIX = 0 - WS-ECART-PRIX
               END-IF
               COMPUTE WS-ECART-ADMIS =
                   WS-LCD-PRIX(WS-LCD-IDX) * WS-TOL-PRIX-PCT / 100
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-LCD-TROUVE
                   STRING "LIGNE " WS-NO-LIGNE-EDITE
                       " INCONNUE A LA COMMANDE"
                       DELIMITED BY SIZE INTO WS-MOTIF-ECART
               WHEN WS-LFA-PRODUIT(WS-LFA-IDX) NOT =
                   WS-LCD-PRODUIT(WS-LCD-IDX)
                   STRING "LIGNE " WS-NO-LIGNE-EDITE
                       " : ARTICLE DIFFERENT"
                       DELIMITED BY SIZE INTO WS-MOTIF-ECART
               WHEN WS-QTE-IMPUTEE > WS-QTE-ADMISE
                   STRING "LIGNE " WS-NO-LIGNE-EDITE
                       " : QUANTITE NON RECUE"
                       DELIMITED BY SIZE INTO WS-MOTIF-ECART
               WHEN WS-ECART-PRIX > WS-ECART-ADMIS
                   STRING "LIGNE " WS-NO-LIGNE-EDITE
                       " : PRIX HORS TOLERANCE"
                       DELIMITED BY SIZE INTO WS-MOTIF-ECART
               WHEN OTHER
                   ADD WS-LFA-QTE(WS-LFA-IDX)
                       TO WS-LCD-QTE-EN-COURS(WS-LCD-IDX)
                   PERFORM 2750-VALORISER-LIGNE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2730-CHERCHER-LIGNE-COMMANDE : cherche la ligne de commande *
      * facturée (commande + numéro de ligne)                       *
      * -----------------------------------------------------------*
       2730-CHERCHER-LIGNE-COMMANDE.
           MOVE "N" TO WS-LCD-TROUVE-SWITCH.

           IF WS-NB-LCD > ZEROES
               SET WS-LCD-IDX TO 1
               SEARCH WS-LCD-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-LCD-IDX > WS-NB-LCD
                       CONTINUE
                   WHEN WS-LCD-COMMANDE(WS-LCD-IDX) =
                       WS-COMMANDE-FACTUREE
                       AND WS-LCD-NO(WS-LCD-IDX) =
                       WS-LFA-NO(WS-LFA-IDX)
                       SET WS-LCD-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2750-VALORISER-LIGNE : quantité x prix facturés, TVA du     *
      * code produit comprise, cumulés pour le contrôle du montant  *
      * -----------------------------------------------------------*
       2750-VALORISER-LIGNE.
           MOVE ZEROES TO WS-TAUX-RETENU.
           SET WS-PRD-IDX TO 1.
           SEARCH WS-PRD-ENTREE
               AT END
                   CONTINUE
               WHEN WS-PRD-IDX > WS-NB-PRD
                   CONTINUE
               WHEN WS-PRD-CODE(WS-PRD-IDX) =
                   WS-LFA-PRODUIT(WS-LFA-IDX)
                   SET WS-TVA-IDX TO 1
                   SEARCH WS-TVA-ENTREE
                       AT END
                           CONTINUE
                       WHEN WS-TVA-CODE(WS-TVA-IDX) =
                               WS-PRD-TVA(WS-PRD-IDX)
                           MOVE WS-TVA-TAUX(WS-TVA-IDX)
                               TO WS-TAUX-RETENU
                   END-SEARCH
           END-SEARCH.

           COMPUTE WS-LIGNE-TTC ROUNDED =
               WS-LFA-QTE(WS-LFA-IDX) * WS-LFA-PRIX(WS-LFA-IDX)
               * (100 + WS-TAUX-RETENU) / 100.
           ADD WS-LIGNE-TTC TO WS-MONTANT-CALCULE.

      * -----------------------------------------------------------*
      * 2790-IMPUTER-QUANTITES : reporte sur les lignes de commande *
      * les quantités de la facture rapprochée                      *
      * -----------------------------------------------------------*
       2790-IMPUTER-QUANTITES.
           PERFORM 2795-IMPUTER-UNE-LIGNE
               VARYING WS-LCD-IDX FROM 1 BY 1
                   UNTIL WS-LCD-IDX > WS-NB-LCD.

      * -----------------------------------------------------------*
      * 2795-IMPUTER-UNE-LIGNE : ajoute l'imputation en cours à la  *
      * quantité facturée de la ligne                               *
      * -----------------------------------------------------------*
       2795-IMPUTER-UNE-LIGNE.
           ADD WS-LCD-QTE-EN-COURS(WS-LCD-IDX)
               TO WS-LCD-QTE-FACT(WS-LCD-IDX).
           MOVE ZEROES TO WS-LCD-QTE-EN-COURS(WS-LCD-IDX).

      * -----------------------------------------------------------*
      * 2800-METTRE-EN-ATTENTE : écrit la facture non rapprochée    *
      * dans APHOLDF, la pointe sur l'état des écarts et la signale *
      * dans EXCFILE                                                *
      * -----------------------------------------------------------*
       2800-METTRE-EN-ATTENTE.
           ADD 1 TO WS-NB-ATTENTE.
           PERFORM 9700-NOTER-REJET.
           DISPLAY "FACTURE EN ATTENTE (" WS-MOTIF-ECART ") : "
               API-FOURNISSEUR " " API-FACTURE.

           MOVE API-FOURNISSEUR TO APH-FOURNISSEUR.
           MOVE API-FACTURE TO APH-FACTURE.
           MOVE API-DATE TO APH-DATE.
           MOVE API-ECHEANCE TO APH-ECHEANCE.
           MOVE API-MONTANT TO APH-MONTANT.
           MOVE WS-COMMANDE-FACTUREE TO APH-COMMANDE.
           MOVE WS-DATE-TRAITEMENT TO APH-DATE-ATTENTE.
           MOVE WS-MOTIF-ECART TO APH-MOTIF.
           IF WS-APH-OK
               WRITE APHOLDF-ENREG FROM APH-ENREG
           END-IF.

           IF WS-MRP-OK
               MOVE API-FOURNISSEUR TO DA-FOURNISSEUR
               MOVE API-FACTURE TO DA-FACTURE
               MOVE WS-COMMANDE-FACTUREE TO DA-COMMANDE
               MOVE API-MONTANT TO DA-MONTANT
               MOVE WS-MOTIF-ECART TO DA-MOTIF
               WRITE APMRPT-LIGNE FROM WS-DETAIL-ATT
           END-IF.

           ACCEPT WS-SYS-HHMMSS FROM TIME.
           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.
           MOVE "APINV010"  TO EXC-PROGRAMME.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE "APH-ENREG" TO EXC-CHAMP.
           MOVE API-MONTANT TO EXC-VALEUR1.
           MOVE WS-MONTANT-CALCULE TO EXC-VALEUR2.
           MOVE WS-MOTIF-ECART TO EXC-MESSAGE.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TERMINER : imprime les totaux et ferme les fichiers    *
      * -----------------------------------------------------------*
           IF WS-APO-OK
               CLOSE APOPENF
           END-IF.
           IF WS-APH-OK
               CLOSE APHOLDF
           END-IF.
           IF WS-DED-OK
               CLOSE VATDEDF
           END-IF.
           IF WS-MRP-OK
               MOVE WS-NB-ATTENTE TO TA-ATTENTE
               WRITE APMRPT-LIGNE FROM WS-TOTAL-ATT
               CLOSE APMRPT
           END-IF.
           IF WS-RPT-OK
               MOVE WS-NB-RETENUES TO TT-RETENUES
               MOVE WS-NB-REJETEES TO TT-REJETEES
               MOVE WS-NB-ATTENTE  TO TT-ATTENTE
               WRITE APIRPT-LIGNE FROM WS-LIGNE-TOTAUX
               CLOSE APIRPT
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.
           IF WS-SUP-OUVERT
               CLOSE SUPFILE-IDX
           END-IF.

           DISPLAY "TRANSACTIONS LUES     : " WS-NB-LUES.
           DISPLAY "FACTURES OUVERTES     : " WS-NB-RETENUES.
           DISPLAY "TRANSACTIONS REJETEES : " WS-NB-REJETEES.
           DISPLAY "FACTURES EN ATTENTE   : " WS-NB-ATTENTE.
           DISPLAY "LIGNES TVA DEDUCTIBLE : " WS-NB-LIGNES-TVA.

           IF WS-CODE-RETOUR < 8 AND WS-NB-CDE > ZEROES
               PERFORM 3500-REECRIRE-COMMANDES
           END-IF.

      * -----------------------------------------------------------*
      * 3500-REECRIRE-COMMANDES : réécrit POFILE entier vers        *
      * POFILE-NEW avec les quantités facturées, chaque entête      *
      * suivie de ses lignes (même principe que POMNT1)             *
      * -----------------------------------------------------------*
       3500-REECRIRE-COMMANDES.
           OPEN OUTPUT POFILE-NEW.
           IF NOT WS-PON-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR POFILE-NEW - STATUT "
                   WS-PON-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3510-ECRIRE-UNE-COMMANDE
                   VARYING WS-CDE-IDX FROM 1 BY 1
                       UNTIL WS-CDE-IDX > WS-NB-CDE
               CLOSE POFILE-NEW
               DISPLAY "ENREG. POFILE-NEW     : " WS-NB-ECRITS
           END-IF.

      * -----------------------------------------------------------*
      * 3510-ECRIRE-UNE-COMMANDE : écrit une entête puis ses lignes *
      * -----------------------------------------------------------*
       3510-ECRIRE-UNE-COMMANDE.
           MOVE SPACES TO POR-ENREG.
           SET POR-ENTETE TO TRUE.
           MOVE WS-CDE-NUMERO(WS-CDE-IDX) TO POR-COMMANDE.
           MOVE WS-CDE-FOURNISSEUR(WS-CDE-IDX) TO POR-FOURNISSEUR.
           MOVE WS-CDE-DATE(WS-CDE-IDX) TO POR-DATE-COMMANDE.
           MOVE WS-CDE-STATUT(WS-CDE-IDX) TO POR-STATUT.
           MOVE WS-CDE-SAISI-PAR(WS-CDE-IDX) TO POR-SAISI-PAR.
           MOVE WS-CDE-APPROUVE-PAR(WS-CDE-IDX) TO POR-APPROUVE-PAR.
           MOVE WS-CDE-DATE-APPRO(WS-CDE-IDX) TO POR-DATE-APPROBATION.
           WRITE POFILE-NEW-ENREG FROM POR-ENREG.
           ADD 1 TO WS-NB-ECRITS.

           PERFORM 3550-ECRIRE-UNE-LIGNE
               VARYING WS-LCD-IDX FROM 1 BY 1
                   UNTIL WS-LCD-IDX > WS-NB-LCD.

      * -----------------------------------------------------------*
      * 3550-ECRIRE-UNE-LIGNE : écrit la ligne si elle appartient à *
      * la commande en cours d'écriture                             *
      * -----------------------------------------------------------*
       3550-ECRIRE-UNE-LIGNE.
           IF WS-LCD-COMMANDE(WS-LCD-IDX) = WS-CDE-NUMERO(WS-CDE-IDX)
               MOVE SPACES TO POR-ENREG
               SET POR-LIGNE TO TRUE
               MOVE WS-LCD-COMMANDE(WS-LCD-IDX) TO POR-COMMANDE
               MOVE WS-LCD-NO(WS-LCD-IDX) TO POR-NO-LIGNE
               MOVE WS-LCD-PRODUIT(WS-LCD-IDX) TO POR-PRODUIT
               MOVE WS-LCD-QTE-CDE(WS-LCD-IDX) TO POR-QTE-COMMANDEE
               MOVE WS-LCD-PRIX(WS-LCD-IDX) TO POR-PRIX-CONVENU
               MOVE WS-LCD-QTE-RECUE(WS-LCD-IDX) TO POR-QTE-RECUE
               MOVE WS-LCD-QTE-FACT(WS-LCD-IDX) TO POR-QTE-FACTUREE
               MOVE WS-LCD-DATE-RECEP(WS-LCD-IDX)
                   TO POR-DATE-RECEPTION
               WRITE POFILE-NEW-ENREG FROM POR-ENREG
               ADD 1 TO WS-NB-ECRITS
           END-IF.

      * -----------------------------------------------------------*
      * 9700-NOTER-REJET : retient le code retour 4 sans écraser un *
