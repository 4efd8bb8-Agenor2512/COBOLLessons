       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMNT1.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-17  AG  Création : saisie en mode ligne
      *                 (ACCEPT/DISPLAY) des commandes fournisseurs
      *                 (POFILE, copy PORDREC), de leur approbation et
      *                 des réceptions de marchandises, préalable au
      *                 rapprochement commande / réception / facture
      *                 d'APINV010. Opérateur contrôlé contre OPRFILE
      *                 comme GLJRN1 (niveau 2 au moins) ; fournisseur
      *                 actif au maître SUPFILE, articles au maître
      *                 PRDFILE, avec reprompt. Une commande ne peut
      *                 être approuvée par l'opérateur qui l'a saisie.
      *                 Chaque réception est journalisée dans GRNFILE.
      *                 Le fichier est chargé en table puis réécrit
      *                 en entier vers POFILE-NEW (même principe que
      *                 SUBGEN010 pour BILSCHF).
      * 2026-09-28  AG  SUPFILE passe de 77 à 78 caractères
      *                 (SUP-COORD-STATUT).
      * 2026-10-13  AG  Ouverture de session par le sous-programme
      *                 commun OPRSGN01 (mot de passe conservé en
      *                 empreinte, changement imposé à la première
      *                 connexion et après expiration, verrouillage
      *                 après trois échecs consécutifs) : la table des
      *                 opérateurs chargée ici et la comparaison en
      *                 clair disparaissent.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ancien fichier des commandes fournisseurs - voir PORDREC
           SELECT POFILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

      * Nouveau fichier des commandes, réécrit en fin de session
           SELECT POFILE-NEW ASSIGN TO "POFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PON-STATUS.

      * Maître des fournisseurs - voir copy SUPREC
           SELECT SUPFILE ASSIGN TO "SUPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

      * Maître des produits - voir copy PRODREC
           SELECT PRDFILE ASSIGN TO "PRDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

      * Journal des réceptions de marchandises, en ajout
           SELECT GRNFILE ASSIGN TO "GRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  POFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  POFILE-ENREG                PIC X(60).

       FD  POFILE-NEW
           RECORD CONTAINS 60 CHARACTERS.
       01  POFILE-NEW-ENREG            PIC X(60).

       FD  SUPFILE
           RECORD CONTAINS 78 CHARACTERS.
       01  SUPFILE-ENREG               PIC X(78).

       FD  PRDFILE
           RECORD CONTAINS 29 CHARACTERS.
       01  PRDFILE-ENREG               PIC X(29).

      * Une réception : ligne de commande, article, date, quantité
      * reçue et opérateur qui l'a saisie
       FD  GRNFILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GRNFILE-ENREG.
           05  GRN-COMMANDE            PIC X(08).
           05  GRN-NO-LIGNE            PIC 9(03).
           05  GRN-PRODUIT             PIC X(08).
           05  GRN-DATE                PIC 9(08).
           05  GRN-QUANTITE            PIC 9(05).
           05  GRN-OPERATEUR           PIC X(08).

       WORKING-STORAGE SECTION.

      * Enregistrement des commandes fournisseurs - voir PORDREC
       COPY PORDREC.

      * Enregistrement du maître des fournisseurs - voir SUPREC
       COPY SUPREC.

      * Enregistrement du maître des produits - voir PRODREC
       COPY PRODREC.

       01  WS-POR-STATUS               PIC X(02).
           88  WS-POR-OK               VALUE "00".

       01  WS-PON-STATUS               PIC X(02).
           88  WS-PON-OK               VALUE "00".

       01  WS-SUP-STATUS               PIC X(02).
           88  WS-SUP-OK               VALUE "00".

       01  WS-PRD-STATUS               PIC X(02).
           88  WS-PRD-OK               VALUE "00".

       01  WS-GRN-STATUS               PIC X(02).
           88  WS-GRN-OK               VALUE "00".
           88  WS-GRN-ABSENT           VALUE "35".

       01  WS-ACTION                   PIC X(01).
           88  WS-ACTION-CREER         VALUE "C".
           88  WS-ACTION-VALIDER       VALUE "V".
           88  WS-ACTION-RECEPTION     VALUE "R".
           88  WS-ACTION-QUITTER       VALUE "Q" " ".

      * Identification de l'opérateur (même contrôle que GLJRN1),
      * niveau 2 au moins exigé ; l'identifiant retenu signe la
      * saisie, l'approbation et les réceptions
       01  WS-ID-SAISI                 PIC X(08).
       01  WS-MDP-SAISI                PIC X(08).
       01  WS-HABILITE-SW              PIC X(01) VALUE "N".
           88  WS-HABILITE             VALUE "O".

      * Appel du sous-programme commun de session OPRSGN01, seul
      * à lire et écrire le fichier des opérateurs OPRFILE
       01  WS-SGN-FONCTION             PIC X(01).
       01  WS-SGN-NIVEAU               PIC 9(01).
       01  WS-SGN-RESULTAT             PIC X(01).
           88  WS-SGN-ACCEPTE          VALUE "O".
           88  WS-SGN-VERROUILLE       VALUE "V".
           88  WS-SGN-FICHIER-ABSENT   VALUE "F".
      * Opérateur demandeur, sans objet pour une ouverture de session
       01  WS-SGN-OPERATEUR            PIC X(08) VALUE SPACES.

      * Entêtes de commande chargées de POFILE et créées dans la
      * session ; le fichier entier est réécrit en fin de session
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

      * Lignes de commande, rattachées à leur entête par le numéro
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
       01  WS-NB-LCD                   PIC 9(03) VALUE ZEROES.

      * POFILE plus grand que les tables : aucune mise à jour,
      * la réécriture perdrait des commandes
       01  WS-POFILE-TRONQUE-SW        PIC X(01) VALUE "N".
           88  WS-POFILE-TRONQUE       VALUE "O".

       01  WS-CDE-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CDE-TROUVE           VALUE "O".

       01  WS-LCD-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LCD-TROUVE           VALUE "O".

      * Fournisseurs actifs du maître SUPFILE
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-SUP-IDX.
               10  WS-SUP-CODE         PIC X(08).
       01  WS-NB-SUP                   PIC 9(03) VALUE ZEROES.

       01  WS-SUP-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SUP-TROUVE           VALUE "O".

      * Articles du maître PRDFILE
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-PRD-IDX.
               10  WS-PRD-CODE         PIC X(08).
       01  WS-NB-PRD                   PIC 9(03) VALUE ZEROES.

       01  WS-PRD-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PRD-TROUVE           VALUE "O".

      * Zones de saisie
       01  WS-NUMERO-SAISI             PIC X(08).
       01  WS-FOURNISSEUR-SAISI        PIC X(08).
       01  WS-PRODUIT-SAISI            PIC X(08).
       01  WS-QTE-SAISIE               PIC 9(05).
       01  WS-PRIX-SAISI               PIC 9(05)V9(02).
       01  WS-NO-LIGNE-SAISI           PIC 9(03).
       01  WS-OUI-NON                  PIC X(01).

       01  WS-SAISIE-ACCEPTEE-SW       PIC X(01).
           88  WS-SAISIE-ACCEPTEE      VALUE "O".

       01  WS-FIN-LIGNES-SW            PIC X(01).
           88  WS-FIN-LIGNES           VALUE "O".

      * Commande en cours (rang de l'entête) et numérotation des
      * lignes saisies
       01  WS-CDE-COURANTE             PIC 9(03).
       01  WS-NO-LIGNE-COURANT         PIC 9(03).
       01  WS-NB-LIGNES-CDE            PIC 9(03).

      * Valorisation HT d'une commande présentée à l'approbation
       01  WS-TOTAL-HT                 PIC 9(09)V9(02).
       01  WS-TOTAL-HT-EDITE           PIC Z(08)9.99.
       01  WS-PRIX-EDITE               PIC Z(04)9.99.

      * Compteurs de session
       01  WS-NB-CREEES                PIC 9(03) VALUE ZEROES.
       01  WS-NB-APPROUVEES            PIC 9(03) VALUE ZEROES.
       01  WS-NB-RECEPTIONS            PIC 9(03) VALUE ZEROES.
       01  WS-NB-ECRITS                PIC 9(04) VALUE ZEROES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 0500-CONTROLER-HABILITATION.

           IF WS-HABILITE
               PERFORM 1000-INITIALISER
               IF WS-POFILE-TRONQUE
                   DISPLAY "POFILE DEPASSE LA CAPACITE DES TABLES - "
                       "MAINTENANCE IMPOSSIBLE"
               ELSE
                   PERFORM 2000-SAISIR-TRANSACTIONS
                       UNTIL WS-ACTION-QUITTER
                   PERFORM 3000-REECRIRE-COMMANDES
               END-IF
               PERFORM 4000-TERMINER
           ELSE
               DISPLAY "SAISIE REFUSEE - NIVEAU 2 EXIGE"
           END-IF.

           GOBACK.

      * -----------------------------------------------------------*
      * 0500-CONTROLER-HABILITATION : fait contrôler l'identité et  *
      * le mot de passe par OPRSGN01 (comme GLJRN1) et exige le     *
      * niveau 2 au moins                                           *
      * -----------------------------------------------------------*
       0500-CONTROLER-HABILITATION.
           MOVE SPACES TO WS-ID-SAISI.
           DISPLAY "IDENTIFIANT  : ".
           ACCEPT WS-ID-SAISI.

           MOVE SPACES TO WS-MDP-SAISI.
           DISPLAY "MOT DE PASSE : ".
           ACCEPT WS-MDP-SAISI.

           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SGN-OPERATEUR,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.
           IF WS-SGN-FICHIER-ABSENT
               DISPLAY "OPRFILE ABSENT - SAISIE IMPOSSIBLE"
           END-IF.
           IF WS-SGN-ACCEPTE
               AND WS-SGN-NIVEAU >= 2
               SET WS-HABILITE TO TRUE
               DISPLAY "BONJOUR " WS-ID-SAISI
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les commandes, les fournisseurs   *
      * actifs et les articles, ouvre le journal des réceptions     *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-COMMANDES.
           PERFORM 1200-CHARGER-FOURNISSEURS.
           PERFORM 1300-CHARGER-PRODUITS.
           PERFORM 1400-OUVRIR-RECEPTIONS.

      * -----------------------------------------------------------*
      * 1100-CHARGER-COMMANDES : charge entêtes et lignes de        *
      * POFILE ; fichier absent = premier lancement                 *
      * -----------------------------------------------------------*
       1100-CHARGER-COMMANDES.
           OPEN INPUT POFILE.
           IF WS-POR-OK
               PERFORM 1150-LIRE-ET-STOCKER-COMMANDE
                   UNTIL NOT WS-POR-OK OR WS-POFILE-TRONQUE
               CLOSE POFILE
           ELSE
               DISPLAY "POFILE INTROUVABLE - CREATION DU FICHIER"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-COMMANDE : lit un enregistrement de    *
      * POFILE et le range dans la table des entêtes ou des lignes  *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-COMMANDE.
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
                       WHEN OTHER
                           DISPLAY "POFILE : TYPE INCONNU IGNORE - "
                               POR-COMMANDE
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-FOURNISSEURS : charge les codes des            *
      * fournisseurs actifs du maître SUPFILE                       *
      * -----------------------------------------------------------*
       1200-CHARGER-FOURNISSEURS.
           OPEN INPUT SUPFILE.
           IF WS-SUP-OK
               PERFORM 1250-LIRE-ET-STOCKER-FOURNISSEUR
                   UNTIL NOT WS-SUP-OK OR WS-NB-SUP >= 200
               CLOSE SUPFILE
           ELSE
               DISPLAY "SUPFILE INTROUVABLE - CREATION IMPOSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-FOURNISSEUR : lit un fournisseur et    *
      * retient son code s'il est actif                             *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-FOURNISSEUR.
           READ SUPFILE INTO FOURNISSEUR-ENREG
               AT END
                   MOVE "10" TO WS-SUP-STATUS
               NOT AT END
                   IF SUP-ACTIF
                       ADD 1 TO WS-NB-SUP
                       MOVE SUP-CODE TO WS-SUP-CODE(WS-NB-SUP)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-PRODUITS : charge les codes article du maître  *
      * PRDFILE                                                     *
      * -----------------------------------------------------------*
       1300-CHARGER-PRODUITS.
           OPEN INPUT PRDFILE.
           IF WS-PRD-OK
               PERFORM 1350-LIRE-ET-STOCKER-PRODUIT
                   UNTIL NOT WS-PRD-OK OR WS-NB-PRD >= 200
               CLOSE PRDFILE
           ELSE
               DISPLAY "PRDFILE INTROUVABLE - CREATION IMPOSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-PRODUIT : lit un article et retient    *
      * son code                                                    *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-PRODUIT.
           READ PRDFILE INTO PRODUIT-ENREG
               AT END
                   MOVE "10" TO WS-PRD-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-PRD
                   MOVE PRD-CODE TO WS-PRD-CODE(WS-NB-PRD)
           END-READ.

      * -----------------------------------------------------------*
      * 1400-OUVRIR-RECEPTIONS : ouvre le journal des réceptions en *
      * ajout (créé au premier lancement)                           *
      * -----------------------------------------------------------*
       1400-OUVRIR-RECEPTIONS.
           OPEN EXTEND GRNFILE.
           IF WS-GRN-ABSENT
               OPEN OUTPUT GRNFILE
           END-IF.
           IF NOT WS-GRN-OK
               DISPLAY "GRNFILE INACCESSIBLE - STATUT " WS-GRN-STATUS
                   " - RECEPTION IMPOSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 2000-SAISIR-TRANSACTIONS : affiche le menu et traite une    *
      * transaction                                                 *
      * -----------------------------------------------------------*
       2000-SAISIR-TRANSACTIONS.
           DISPLAY "C=CREER  V=VALIDER  R=RECEPTION  Q=QUITTER".
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-CREER
                   PERFORM 2100-CREER-COMMANDE
               WHEN WS-ACTION-VALIDER
                   PERFORM 2200-APPROUVER-COMMANDE
               WHEN WS-ACTION-RECEPTION
                   PERFORM 2300-SAISIR-RECEPTION
               WHEN WS-ACTION-QUITTER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-CREER-COMMANDE : saisit une commande (numéro unique,   *
      * fournisseur actif, lignes d'articles) au statut saisie      *
      * -----------------------------------------------------------*
       2100-CREER-COMMANDE.
           EVALUATE TRUE
               WHEN WS-NB-CDE >= 100
                   DISPLAY "TABLE DES COMMANDES PLEINE (100) - "
                       "CREATION REFUSEE"
               WHEN WS-NB-LCD >= 500
                   DISPLAY "TABLE DES LIGNES PLEINE (500) - "
                       "CREATION REFUSEE"
               WHEN WS-NB-SUP = ZEROES OR WS-NB-PRD = ZEROES
                   DISPLAY "SUPFILE OU PRDFILE ABSENT - "
                       "CREATION REFUSEE"
               WHEN OTHER
                   PERFORM 0700-SAISIR-NUMERO-UNIQUE
                   IF WS-NUMERO-SAISI NOT = SPACES
                       PERFORM 0800-SAISIR-FOURNISSEUR
                   END-IF
                   IF WS-NUMERO-SAISI = SPACES
                       OR WS-FOURNISSEUR-SAISI = SPACES
                       DISPLAY "CREATION ABANDONNEE"
                   ELSE
                       PERFORM 2120-SAISIR-COMMANDE
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2120-SAISIR-COMMANDE : empile l'entête puis saisit les      *
      * lignes ; une commande sans ligne est abandonnée             *
      * -----------------------------------------------------------*
       2120-SAISIR-COMMANDE.
           ADD 1 TO WS-NB-CDE.
           MOVE WS-NB-CDE TO WS-CDE-COURANTE.
           MOVE WS-NUMERO-SAISI TO WS-CDE-NUMERO(WS-NB-CDE).
           MOVE WS-FOURNISSEUR-SAISI TO WS-CDE-FOURNISSEUR(WS-NB-CDE).
           MOVE WS-DATE-TRAITEMENT TO WS-CDE-DATE(WS-NB-CDE).
           MOVE "S" TO WS-CDE-STATUT(WS-NB-CDE).
           MOVE WS-ID-SAISI TO WS-CDE-SAISI-PAR(WS-NB-CDE).
           MOVE SPACES TO WS-CDE-APPROUVE-PAR(WS-NB-CDE).
           MOVE ZEROES TO WS-CDE-DATE-APPRO(WS-NB-CDE).

           MOVE ZEROES TO WS-NO-LIGNE-COURANT.
           MOVE "N" TO WS-FIN-LIGNES-SW.
           PERFORM 2150-SAISIR-UNE-LIGNE
               UNTIL WS-FIN-LIGNES.

           IF WS-NO-LIGNE-COURANT = ZEROES
               SUBTRACT 1 FROM WS-NB-CDE
               DISPLAY "COMMANDE SANS LIGNE - CREATION ABANDONNEE"
           ELSE
               ADD 1 TO WS-NB-CREEES
               DISPLAY "COMMANDE " WS-NUMERO-SAISI " CREEE - "
                   WS-NO-LIGNE-COURANT " LIGNE(S), A FAIRE APPROUVER"
           END-IF.

      * -----------------------------------------------------------*
      * 2150-SAISIR-UNE-LIGNE : saisit un article (blanc = fin des  *
      * lignes), sa quantité et son prix unitaire HT convenu        *
      * -----------------------------------------------------------*
       2150-SAISIR-UNE-LIGNE.
           MOVE SPACES TO WS-PRODUIT-SAISI.
           DISPLAY "ARTICLE (BLANC = FIN DES LIGNES) : ".
           ACCEPT WS-PRODUIT-SAISI.

           EVALUATE TRUE
               WHEN WS-PRODUIT-SAISI = SPACES
                   SET WS-FIN-LIGNES TO TRUE
               WHEN OTHER
                   PERFORM 0850-CHERCHER-PRODUIT
                   IF WS-PRD-TROUVE
                       PERFORM 2160-EMPILER-LIGNE
                   ELSE
                       DISPLAY "ARTICLE INCONNU AU MAITRE : "
                           WS-PRODUIT-SAISI
                   END-IF
           END-EVALUATE.

           IF NOT WS-FIN-LIGNES
               AND (WS-NB-LCD >= 500 OR WS-NO-LIGNE-COURANT >= 999)
               DISPLAY "NOMBRE MAXIMAL DE LIGNES ATTEINT"
               SET WS-FIN-LIGNES TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2160-EMPILER-LIGNE : saisit quantité et prix de l'article   *
      * accepté et ajoute la ligne, numérotée à la suite            *
      * -----------------------------------------------------------*
       2160-EMPILER-LIGNE.
           PERFORM 0900-SAISIR-QUANTITE.
           PERFORM 0950-SAISIR-PRIX.

           ADD 1 TO WS-NO-LIGNE-COURANT.
           ADD 1 TO WS-NB-LCD.
           MOVE WS-NUMERO-SAISI TO WS-LCD-COMMANDE(WS-NB-LCD).
           MOVE WS-NO-LIGNE-COURANT TO WS-LCD-NO(WS-NB-LCD).
           MOVE WS-PRODUIT-SAISI TO WS-LCD-PRODUIT(WS-NB-LCD).
           MOVE WS-QTE-SAISIE TO WS-LCD-QTE-CDE(WS-NB-LCD).
           MOVE WS-PRIX-SAISI TO WS-LCD-PRIX(WS-NB-LCD).
           MOVE ZEROES TO WS-LCD-QTE-RECUE(WS-NB-LCD)
               WS-LCD-QTE-FACT(WS-NB-LCD)
               WS-LCD-DATE-RECEP(WS-NB-LCD).

           DISPLAY "LIGNE " WS-NO-LIGNE-COURANT " ENREGISTREE".

      * -----------------------------------------------------------*
      * 2200-APPROUVER-COMMANDE : approuve une commande saisie ;    *
      * l'opérateur qui l'a saisie ne peut pas l'approuver          *
      * -----------------------------------------------------------*
       2200-APPROUVER-COMMANDE.
           PERFORM 0750-SAISIR-COMMANDE-EXISTANTE.

           EVALUATE TRUE
               WHEN WS-NUMERO-SAISI = SPACES
                   DISPLAY "APPROBATION ABANDONNEE"
               WHEN WS-CDE-STATUT(WS-CDE-COURANTE) NOT = "S"
                   DISPLAY "COMMANDE DEJA APPROUVEE PAR "
                       WS-CDE-APPROUVE-PAR(WS-CDE-COURANTE)
               WHEN WS-CDE-SAISI-PAR(WS-CDE-COURANTE) = WS-ID-SAISI
                   DISPLAY "APPROBATION REFUSEE - COMMANDE SAISIE PAR "
                       "LE MEME OPERATEUR"
               WHEN OTHER
                   PERFORM 2250-CONFIRMER-APPROBATION
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2250-CONFIRMER-APPROBATION : présente la commande et sa     *
      * valeur HT, puis l'approuve sur confirmation                 *
      * -----------------------------------------------------------*
       2250-CONFIRMER-APPROBATION.
           DISPLAY "COMMANDE " WS-CDE-NUMERO(WS-CDE-COURANTE)
               " FOURNISSEUR " WS-CDE-FOURNISSEUR(WS-CDE-COURANTE)
               " SAISIE PAR " WS-CDE-SAISI-PAR(WS-CDE-COURANTE).

           MOVE ZEROES TO WS-TOTAL-HT WS-NB-LIGNES-CDE.
           PERFORM 2350-AFFICHER-UNE-LIGNE
               VARYING WS-LCD-IDX FROM 1 BY 1
                   UNTIL WS-LCD-IDX > WS-NB-LCD.
           MOVE WS-TOTAL-HT TO WS-TOTAL-HT-EDITE.
           DISPLAY "VALEUR HT DE LA COMMANDE : " WS-TOTAL-HT-EDITE.

           MOVE SPACES TO WS-OUI-NON.
           DISPLAY "CONFIRMER L'APPROBATION (O/N) : ".
           ACCEPT WS-OUI-NON.
           IF WS-OUI-NON = "O"
               MOVE "A" TO WS-CDE-STATUT(WS-CDE-COURANTE)
               MOVE WS-ID-SAISI TO WS-CDE-APPROUVE-PAR(WS-CDE-COURANTE)
               MOVE WS-DATE-TRAITEMENT
                   TO WS-CDE-DATE-APPRO(WS-CDE-COURANTE)
               ADD 1 TO WS-NB-APPROUVEES
               DISPLAY "COMMANDE APPROUVEE"
           ELSE
               DISPLAY "APPROBATION ABANDONNEE"
           END-IF.

      * -----------------------------------------------------------*
      * 2300-SAISIR-RECEPTION : saisit la quantité reçue sur une    *
      * ligne d'une commande approuvée et la journalise             *
      * -----------------------------------------------------------*
       2300-SAISIR-RECEPTION.
           IF NOT WS-GRN-OK
               DISPLAY "GRNFILE INACCESSIBLE - RECEPTION REFUSEE"
           ELSE
               PERFORM 0750-SAISIR-COMMANDE-EXISTANTE
               EVALUATE TRUE
                   WHEN WS-NUMERO-SAISI = SPACES
                       DISPLAY "RECEPTION ABANDONNEE"
                   WHEN WS-CDE-STATUT(WS-CDE-COURANTE) NOT = "A"
                       DISPLAY "COMMANDE NON APPROUVEE - "
                           "RECEPTION REFUSEE"
                   WHEN OTHER
                       PERFORM 2320-RECEPTIONNER-LIGNE
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 2320-RECEPTIONNER-LIGNE : affiche les lignes, saisit la     *
      * ligne reçue et la quantité, refusée au-delà du commandé     *
      * -----------------------------------------------------------*
       2320-RECEPTIONNER-LIGNE.
           MOVE ZEROES TO WS-TOTAL-HT WS-NB-LIGNES-CDE.
           PERFORM 2350-AFFICHER-UNE-LIGNE
               VARYING WS-LCD-IDX FROM 1 BY 1
                   UNTIL WS-LCD-IDX > WS-NB-LCD.

           PERFORM 0870-SAISIR-LIGNE-EXISTANTE.

           IF WS-NO-LIGNE-SAISI = ZEROES
               DISPLAY "RECEPTION ABANDONNEE"
           ELSE
               PERFORM 0900-SAISIR-QUANTITE
               IF WS-LCD-QTE-RECUE(WS-LCD-IDX) + WS-QTE-SAISIE
                   > WS-LCD-QTE-CDE(WS-LCD-IDX)
                   DISPLAY "RECEPTION REFUSEE - QUANTITE SUPERIEURE "
                       "AU RESTE A RECEVOIR"
               ELSE
                   PERFORM 2380-ENREGISTRER-RECEPTION
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2350-AFFICHER-UNE-LIGNE : affiche une ligne de la commande  *
      * courante et cumule sa valeur HT                             *
      * -----------------------------------------------------------*
       2350-AFFICHER-UNE-LIGNE.
           IF WS-LCD-COMMANDE(WS-LCD-IDX) =
               WS-CDE-NUMERO(WS-CDE-COURANTE)
               ADD 1 TO WS-NB-LIGNES-CDE
               COMPUTE WS-TOTAL-HT = WS-TOTAL-HT
                   + WS-LCD-QTE-CDE(WS-LCD-IDX)
                   * WS-LCD-PRIX(WS-LCD-IDX)
               MOVE WS-LCD-PRIX(WS-LCD-IDX) TO WS-PRIX-EDITE
               DISPLAY "  LIGNE " WS-LCD-NO(WS-LCD-IDX)
                   " " WS-LCD-PRODUIT(WS-LCD-IDX)
                   " COMMANDE " WS-LCD-QTE-CDE(WS-LCD-IDX)
                   " A " WS-PRIX-EDITE
                   " RECU " WS-LCD-QTE-RECUE(WS-LCD-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 2380-ENREGISTRER-RECEPTION : cumule la quantité reçue sur   *
      * la ligne et écrit la réception au journal GRNFILE           *
      * -----------------------------------------------------------*
       2380-ENREGISTRER-RECEPTION.
           ADD WS-QTE-SAISIE TO WS-LCD-QTE-RECUE(WS-LCD-IDX).
           MOVE WS-DATE-TRAITEMENT TO WS-LCD-DATE-RECEP(WS-LCD-IDX).

           MOVE WS-LCD-COMMANDE(WS-LCD-IDX) TO GRN-COMMANDE.
           MOVE WS-LCD-NO(WS-LCD-IDX) TO GRN-NO-LIGNE.
           MOVE WS-LCD-PRODUIT(WS-LCD-IDX) TO GRN-PRODUIT.
           MOVE WS-DATE-TRAITEMENT TO GRN-DATE.
           MOVE WS-QTE-SAISIE TO GRN-QUANTITE.
           MOVE WS-ID-SAISI TO GRN-OPERATEUR.
           WRITE GRNFILE-ENREG.

           ADD 1 TO WS-NB-RECEPTIONS.
           DISPLAY "RECEPTION ENREGISTREE - TOTAL RECU "
               WS-LCD-QTE-RECUE(WS-LCD-IDX) " SUR "
               WS-LCD-QTE-CDE(WS-LCD-IDX).

      * -----------------------------------------------------------*
      * 0700-SAISIR-NUMERO-UNIQUE : accepte le numéro de commande   *
      * et le rejette (avec reprompt) s'il est déjà connu ; un      *
      * blanc abandonne la création                                 *
      * -----------------------------------------------------------*
       0700-SAISIR-NUMERO-UNIQUE.
           MOVE SPACES TO WS-NUMERO-SAISI.

           DISPLAY "NUMERO DE COMMANDE (BLANC = ABANDON) : ".
           ACCEPT WS-NUMERO-SAISI.

           IF WS-NUMERO-SAISI NOT = SPACES
               PERFORM 0720-CHERCHER-COMMANDE
               IF WS-CDE-TROUVE
                   DISPLAY "COMMANDE DEJA CONNUE : " WS-NUMERO-SAISI
                   PERFORM 0700-SAISIR-NUMERO-UNIQUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0720-CHERCHER-COMMANDE : cherche le numéro saisi dans la    *
      * table des entêtes et retient son rang                       *
      * -----------------------------------------------------------*
       0720-CHERCHER-COMMANDE.
           MOVE "N" TO WS-CDE-TROUVE-SWITCH.

           IF WS-NB-CDE > ZEROES
               SET WS-CDE-IDX TO 1
               SEARCH WS-CDE-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CDE-IDX > WS-NB-CDE
                       CONTINUE
                   WHEN WS-CDE-NUMERO(WS-CDE-IDX) = WS-NUMERO-SAISI
                       SET WS-CDE-TROUVE TO TRUE
                       SET WS-CDE-COURANTE TO WS-CDE-IDX
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 0750-SAISIR-COMMANDE-EXISTANTE : accepte le numéro d'une    *
      * commande connue (reprompt si inconnue, blanc = abandon)     *
      * -----------------------------------------------------------*
       0750-SAISIR-COMMANDE-EXISTANTE.
           MOVE SPACES TO WS-NUMERO-SAISI.

           DISPLAY "NUMERO DE COMMANDE (BLANC = ABANDON) : ".
           ACCEPT WS-NUMERO-SAISI.

           IF WS-NUMERO-SAISI NOT = SPACES
               PERFORM 0720-CHERCHER-COMMANDE
               IF NOT WS-CDE-TROUVE
                   DISPLAY "COMMANDE INCONNUE : " WS-NUMERO-SAISI
                   PERFORM 0750-SAISIR-COMMANDE-EXISTANTE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0800-SAISIR-FOURNISSEUR : accepte le fournisseur et le      *
      * contrôle parmi les actifs de SUPFILE avec reprompt (blanc = *
      * abandon)                                                    *
      * -----------------------------------------------------------*
       0800-SAISIR-FOURNISSEUR.
           MOVE "N" TO WS-SAISIE-ACCEPTEE-SW.
           PERFORM 0820-ACCEPTER-FOURNISSEUR
               UNTIL WS-SAISIE-ACCEPTEE.

      * -----------------------------------------------------------*
      * 0820-ACCEPTER-FOURNISSEUR : une tentative de saisie du      *
      * fournisseur                                                 *
      * -----------------------------------------------------------*
       0820-ACCEPTER-FOURNISSEUR.
           MOVE SPACES TO WS-FOURNISSEUR-SAISI.
           DISPLAY "FOURNISSEUR (BLANC = ABANDON) : ".
           ACCEPT WS-FOURNISSEUR-SAISI.

           IF WS-FOURNISSEUR-SAISI = SPACES
               SET WS-SAISIE-ACCEPTEE TO TRUE
           ELSE
               MOVE "N" TO WS-SUP-TROUVE-SWITCH
               SET WS-SUP-IDX TO 1
               SEARCH WS-SUP-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SUP-IDX > WS-NB-SUP
                       CONTINUE
                   WHEN WS-SUP-CODE(WS-SUP-IDX) = WS-FOURNISSEUR-SAISI
                       SET WS-SUP-TROUVE TO TRUE
               END-SEARCH
               IF WS-SUP-TROUVE
                   SET WS-SAISIE-ACCEPTEE TO TRUE
               ELSE
                   DISPLAY "FOURNISSEUR INCONNU OU INACTIF : "
                       WS-FOURNISSEUR-SAISI
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0850-CHERCHER-PRODUIT : l'article saisi figure-t-il au      *
      * maître PRDFILE ?                                            *
      * -----------------------------------------------------------*
       0850-CHERCHER-PRODUIT.
           MOVE "N" TO WS-PRD-TROUVE-SWITCH.

           SET WS-PRD-IDX TO 1.
           SEARCH WS-PRD-ENTREE
               AT END
                   CONTINUE
               WHEN WS-PRD-IDX > WS-NB-PRD
                   CONTINUE
               WHEN WS-PRD-CODE(WS-PRD-IDX) = WS-PRODUIT-SAISI
                   SET WS-PRD-TROUVE TO TRUE
           END-SEARCH.

      * -----------------------------------------------------------*
      * 0870-SAISIR-LIGNE-EXISTANTE : accepte un numéro de ligne de *
      * la commande courante (reprompt si inconnu, 0 = abandon) et  *
      * positionne WS-LCD-IDX dessus                                *
      * -----------------------------------------------------------*
       0870-SAISIR-LIGNE-EXISTANTE.
           MOVE ZEROES TO WS-NO-LIGNE-SAISI.
           DISPLAY "NUMERO DE LIGNE RECUE (0 = ABANDON) : ".
           ACCEPT WS-NO-LIGNE-SAISI.

           IF WS-NO-LIGNE-SAISI NOT = ZEROES
               MOVE "N" TO WS-LCD-TROUVE-SWITCH
               SET WS-LCD-IDX TO 1
               SEARCH WS-LCD-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-LCD-IDX > WS-NB-LCD
                       CONTINUE
                   WHEN WS-LCD-COMMANDE(WS-LCD-IDX) =
                       WS-CDE-NUMERO(WS-CDE-COURANTE)
                       AND WS-LCD-NO(WS-LCD-IDX) = WS-NO-LIGNE-SAISI
                       SET WS-LCD-TROUVE TO TRUE
               END-SEARCH
               IF NOT WS-LCD-TROUVE
                   DISPLAY "LIGNE INCONNUE SUR LA COMMANDE : "
                       WS-NO-LIGNE-SAISI
                   PERFORM 0870-SAISIR-LIGNE-EXISTANTE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0900-SAISIR-QUANTITE : accepte une quantité non nulle avec  *
      * reprompt                                                    *
      * -----------------------------------------------------------*
       0900-SAISIR-QUANTITE.
           MOVE ZEROES TO WS-QTE-SAISIE.
           DISPLAY "QUANTITE : ".
           ACCEPT WS-QTE-SAISIE.

           IF WS-QTE-SAISIE = ZEROES
               DISPLAY "QUANTITE NULLE - VEUILLEZ RESSAISIR"
               PERFORM 0900-SAISIR-QUANTITE
           END-IF.

      * -----------------------------------------------------------*
      * 0950-SAISIR-PRIX : accepte le prix unitaire HT convenu, non *
      * nul, avec reprompt                                          *
      * -----------------------------------------------------------*
       0950-SAISIR-PRIX.
           MOVE ZEROES TO WS-PRIX-SAISI.
           DISPLAY "PRIX UNITAIRE HT CONVENU : ".
           ACCEPT WS-PRIX-SAISI.

           IF WS-PRIX-SAISI = ZEROES
               DISPLAY "PRIX NUL - VEUILLEZ RESSAISIR"
               PERFORM 0950-SAISIR-PRIX
           END-IF.

      * -----------------------------------------------------------*
      * 3000-REECRIRE-COMMANDES : réécrit le fichier entier vers    *
      * POFILE-NEW, chaque entête suivie de ses lignes              *
      * -----------------------------------------------------------*
       3000-REECRIRE-COMMANDES.
           OPEN OUTPUT POFILE-NEW.
           IF NOT WS-PON-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR POFILE-NEW - STATUT "
                   WS-PON-STATUS
           ELSE
               PERFORM 3100-ECRIRE-UNE-COMMANDE
                   VARYING WS-CDE-IDX FROM 1 BY 1
                       UNTIL WS-CDE-IDX > WS-NB-CDE
               CLOSE POFILE-NEW
           END-IF.

      * -----------------------------------------------------------*
      * 3100-ECRIRE-UNE-COMMANDE : écrit une entête puis ses lignes *
      * -----------------------------------------------------------*
       3100-ECRIRE-UNE-COMMANDE.
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

           PERFORM 3150-ECRIRE-UNE-LIGNE
               VARYING WS-LCD-IDX FROM 1 BY 1
                   UNTIL WS-LCD-IDX > WS-NB-LCD.

      * -----------------------------------------------------------*
      * 3150-ECRIRE-UNE-LIGNE : écrit la ligne si elle appartient à *
      * la commande en cours d'écriture                             *
      * -----------------------------------------------------------*
       3150-ECRIRE-UNE-LIGNE.
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
      * 4000-TERMINER : ferme le journal des réceptions et affiche  *
      * le bilan de la session                                      *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-GRN-OK
               CLOSE GRNFILE
           END-IF.

           DISPLAY "COMMANDES CREEES      : " WS-NB-CREEES.
           DISPLAY "COMMANDES APPROUVEES  : " WS-NB-APPROUVEES.
           DISPLAY "RECEPTIONS SAISIES    : " WS-NB-RECEPTIONS.
           DISPLAY "ENREG. POFILE-NEW     : " WS-NB-ECRITS.
