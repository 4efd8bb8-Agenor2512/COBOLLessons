      *                 anciennes cotations restent, MUL010 choisit
      *                 la plus récente à la date de traitement) ou
      *                 liste les deux fichiers.
      * 2026-09-18  AG  Deux actions de plus pour la tenue du stock
      *                 (maître STKFILE de STKUPD010) : S pose le
      *                 seuil et la quantité de réapprovisionnement
      *                 d'un produit, I saisit un comptage
      *                 d'inventaire (quantité comptée et, pour une
      *                 reprise de stock, coût unitaire). Rien n'est
      *                 écrit dans le maître : la saisie part dans
      *                 STKTRNF (copy STKTRN, en ajout), appliquée la
      *                 nuit suivante par STKUPD010, seul à tenir
      *                 STKFILE.
      * 2026-09-19  AG  Action C : taux de commission des commerciaux
      *                 sur un produit connu (date d'effet valide,
      *                 taux en % du HT), ajouté à l'historique des
      *                 taux COMRATF (copy COMRATE) lu par COMCAL010 -
      *                 les anciens taux restent, comme les
      *                 cotations de prix.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-STATUS.

      * Mouvements de stock à appliquer par STKUPD010 - voir copy
      * STKTRN, en ajout
           SELECT STKTRNF ASSIGN TO "STKTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STT-STATUS.

      * Historique des taux de commission - voir copy COMRATE, en
      * ajout
           SELECT COMRATF ASSIGN TO "COMRATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           RECORD CONTAINS 23 CHARACTERS.
       01  PRDPRCF-ENREG               PIC X(23).

       FD  STKTRNF
           RECORD CONTAINS 60 CHARACTERS.
       01  STKTRNF-ENREG               PIC X(60).

       FD  COMRATF
           RECORD CONTAINS 22 CHARACTERS.
       01  COMRATF-ENREG               PIC X(22).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des produits - voir copy PRODREC
       01  WS-PRP-STATUS               PIC X(02).
           88  WS-PRP-OK               VALUE "00".

      * Mouvement de stock à appliquer - voir copy STKTRN
       COPY STKTRN.

       01  WS-STT-STATUS               PIC X(02).
           88  WS-STT-OK               VALUE "00".

      * Taux de commission d'un produit - voir copy COMRATE
       COPY COMRATE.

       01  WS-CRT-STATUS               PIC X(02).
           88  WS-CRT-OK               VALUE "00".

      * Date officielle de traitement portée sur les mouvements de
      * stock, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

       01  WS-EOF-SWITCH               PIC X(01).
           88  WS-FIN-FICHIER          VALUE "O".

           88  WS-ACTION-PRODUIT       VALUE "P".
           88  WS-ACTION-TARIF         VALUE "T".
           88  WS-ACTION-LISTER        VALUE "L".
           88  WS-ACTION-SEUIL         VALUE "S".
           88  WS-ACTION-INVENTAIRE    VALUE "I".
           88  WS-ACTION-COMMISSION    VALUE "C".
           88  WS-ACTION-QUITTER       VALUE "Q" " ".

       01  WS-CODE-SAISI               PIC X(08).
       01  WS-DATE-SAISIE              PIC X(08).
       01  WS-DATE-NUM                 PIC 9(08).
       01  WS-PRIX-SAISI               PIC 9(05)V9(02).
       01  WS-QTE-SAISIE               PIC 9(07).
       01  WS-QTE-REAPPRO-SAISIE       PIC 9(07).
       01  WS-COUT-SAISI               PIC 9(05)V9(04).
       01  WS-TAUX-SAISI               PIC 9(02)V9(03).

       01  WS-MM                       PIC 9(02).
       01  WS-JJ                       PIC 9(02).
      * -----------------------------------------------------------*
       2000-TRAITER-UNE-ACTION.
           DISPLAY "P=AJOUTER UN PRODUIT  T=AJOUTER UN PRIX  "
               "S=SEUIL DE REAPPRO  I=INVENTAIRE  "
               "C=TAUX DE COMMISSION  L=LISTER  Q=QUITTER".
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

                   PERFORM 2100-SAISIR-PRODUIT
               WHEN WS-ACTION-TARIF
                   PERFORM 2400-SAISIR-COTATION
               WHEN WS-ACTION-SEUIL
                   PERFORM 2500-SAISIR-SEUIL
               WHEN WS-ACTION-INVENTAIRE
                   PERFORM 2600-SAISIR-INVENTAIRE
               WHEN WS-ACTION-COMMISSION
                   PERFORM 2650-SAISIR-TAUX-COMMISSION
               WHEN WS-ACTION-LISTER
                   PERFORM 2700-LISTER-LES-FICHIERS
               WHEN WS-ACTION-QUITTER
               PERFORM 8100-ECRIRE-COTATION
           END-IF.

      * -----------------------------------------------------------*
      * 2500-SAISIR-SEUIL : saisit le seuil et la quantité de       *
      * réapprovisionnement d'un produit connu, transmis à          *
      * STKUPD010 par STKTRNF                                       *
      * -----------------------------------------------------------*
       2500-SAISIR-SEUIL.
           MOVE SPACES TO WS-CODE-SAISI.
           DISPLAY "CODE PRODUIT           : ".
           ACCEPT WS-CODE-SAISI.

           MOVE ZEROES TO WS-QTE-SAISIE.
           DISPLAY "SEUIL DE REAPPRO       : ".
           ACCEPT WS-QTE-SAISIE.

           MOVE ZEROES TO WS-QTE-REAPPRO-SAISIE.
           DISPLAY "QUANTITE A COMMANDER   : ".
           ACCEPT WS-QTE-REAPPRO-SAISIE.

           PERFORM 2300-CHERCHER-PRODUIT.

           EVALUATE TRUE
               WHEN WS-CODE-SAISI = SPACES
                   DISPLAY "CODE A BLANC - SAISIE ABANDONNEE"
               WHEN NOT WS-PRODUIT-CONNU
                   DISPLAY "PRODUIT INCONNU DU MAITRE - SAISIE "
                       "ABANDONNEE"
               WHEN WS-QTE-SAISIE > ZEROES
                   AND WS-QTE-REAPPRO-SAISIE = ZEROES
                   DISPLAY "QUANTITE A COMMANDER NULLE - SAISIE "
                       "ABANDONNEE"
               WHEN OTHER
                   MOVE SPACES TO STT-ENREG
                   SET STT-PARAMETRES TO TRUE
                   MOVE WS-CODE-SAISI         TO STT-PRODUIT
                   MOVE WS-QTE-SAISIE         TO STT-QUANTITE
                   MOVE WS-QTE-REAPPRO-SAISIE TO STT-QTE-REAPPRO
                   MOVE ZEROES TO STT-COUT-UNITAIRE
                   PERFORM 8200-ECRIRE-MOUVEMENT-STOCK
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2600-SAISIR-INVENTAIRE : saisit la quantité comptée d'un    *
      * produit connu et, pour une reprise de stock, son coût       *
      * unitaire (zéro = coût moyen inchangé), transmis à STKUPD010 *
      * par STKTRNF                                                 *
      * -----------------------------------------------------------*
       2600-SAISIR-INVENTAIRE.
           MOVE SPACES TO WS-CODE-SAISI.
           DISPLAY "CODE PRODUIT           : ".
           ACCEPT WS-CODE-SAISI.

           MOVE ZEROES TO WS-QTE-SAISIE.
           DISPLAY "QUANTITE COMPTEE       : ".
           ACCEPT WS-QTE-SAISIE.

           MOVE ZEROES TO WS-COUT-SAISI.
           DISPLAY "COUT UNITAIRE (0=INCHANGE) : ".
           ACCEPT WS-COUT-SAISI.

           PERFORM 2300-CHERCHER-PRODUIT.

           EVALUATE TRUE
               WHEN WS-CODE-SAISI = SPACES
                   DISPLAY "CODE A BLANC - SAISIE ABANDONNEE"
               WHEN NOT WS-PRODUIT-CONNU
                   DISPLAY "PRODUIT INCONNU DU MAITRE - SAISIE "
                       "ABANDONNEE"
               WHEN OTHER
                   MOVE SPACES TO STT-ENREG
                   SET STT-INVENTAIRE TO TRUE
                   MOVE WS-CODE-SAISI TO STT-PRODUIT
                   MOVE WS-QTE-SAISIE TO STT-QUANTITE
                   MOVE ZEROES        TO STT-QTE-REAPPRO
                   MOVE WS-COUT-SAISI TO STT-COUT-UNITAIRE
                   PERFORM 8200-ECRIRE-MOUVEMENT-STOCK
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2650-SAISIR-TAUX-COMMISSION : saisit le taux de commission  *
      * d'un produit connu à une date d'effet valide et l'ajoute à  *
      * l'historique des taux                                       *
      * -----------------------------------------------------------*
       2650-SAISIR-TAUX-COMMISSION.
           MOVE "N" TO WS-SAISIE-VALIDE-SW.

           MOVE SPACES TO WS-CODE-SAISI.
           DISPLAY "CODE PRODUIT           : ".
           ACCEPT WS-CODE-SAISI.

           MOVE SPACES TO WS-DATE-SAISIE.
           DISPLAY "DATE D'EFFET AAAAMMJJ  : ".
           ACCEPT WS-DATE-SAISIE.

           MOVE ZEROES TO WS-TAUX-SAISI.
           DISPLAY "TAUX DE COMMISSION (%) : ".
           ACCEPT WS-TAUX-SAISI.

           PERFORM 2300-CHERCHER-PRODUIT.

           EVALUATE TRUE
               WHEN WS-CODE-SAISI = SPACES
                   DISPLAY "CODE A BLANC - SAISIE ABANDONNEE"
               WHEN NOT WS-PRODUIT-CONNU
                   DISPLAY "PRODUIT INCONNU DU MAITRE - SAISIE "
                       "ABANDONNEE"
               WHEN WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY "DATE NON NUMERIQUE - SAISIE ABANDONNEE"
               WHEN OTHER
                   MOVE WS-DATE-SAISIE TO WS-DATE-NUM
                   MOVE WS-DATE-NUM(5:2) TO WS-MM
                   MOVE WS-DATE-NUM(7:2) TO WS-JJ
                   EVALUATE TRUE
                       WHEN WS-MM < 01 OR WS-MM > 12
                           DISPLAY "MOIS INVALIDE - SAISIE "
                               "ABANDONNEE"
                       WHEN WS-JJ < 01 OR WS-JJ > 31
                           DISPLAY "JOUR INVALIDE - SAISIE "
                               "ABANDONNEE"
                       WHEN OTHER
                           SET WS-SAISIE-VALIDE TO TRUE
                   END-EVALUATE
           END-EVALUATE.

      * Un taux nul est admis : il arrête la commission sur le
      * produit à partir de la date d'effet
           IF WS-SAISIE-VALIDE
               SET CRT-PRODUIT TO TRUE
               MOVE WS-CODE-SAISI TO CRT-CODE
               MOVE WS-DATE-NUM   TO CRT-DATE-EFFET
               MOVE WS-TAUX-SAISI TO CRT-TAUX
               PERFORM 8300-ECRIRE-TAUX-COMMISSION
           END-IF.

      * -----------------------------------------------------------*
      * 2700-LISTER-LES-FICHIERS : liste le maître des produits     *
      * puis l'historique des prix                                  *
               DISPLAY "IMPOSSIBLE D'OUVRIR PRDPRCF - STATUT "
                   WS-PRP-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 8200-ECRIRE-MOUVEMENT-STOCK : ajoute le mouvement préparé   *
      * à STKTRNF (EXTEND, recréé s'il a été vidé par STKUPD010)    *
      * -----------------------------------------------------------*
       8200-ECRIRE-MOUVEMENT-STOCK.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE WS-DATE-TRAITEMENT TO STT-DATE.
           MOVE "PRDMNT1"          TO STT-PROGRAMME.

           OPEN EXTEND STKTRNF.
           IF WS-STT-STATUS = "35"
               OPEN OUTPUT STKTRNF
           END-IF.

           IF WS-STT-OK
               WRITE STKTRNF-ENREG FROM STT-ENREG
               CLOSE STKTRNF
               ADD 1 TO WS-NB-AJOUTS
               DISPLAY "SAISIE TRANSMISE AU STOCK"
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR STKTRNF - STATUT "
                   WS-STT-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 8300-ECRIRE-TAUX-COMMISSION : ajoute le taux saisi à        *
      * l'historique des taux de commission (EXTEND : les anciens   *
      * taux restent)                                               *
      * -----------------------------------------------------------*
       8300-ECRIRE-TAUX-COMMISSION.
           OPEN EXTEND COMRATF.
           IF WS-CRT-STATUS = "35"
               OPEN OUTPUT COMRATF
           END-IF.

           IF WS-CRT-OK
               WRITE COMRATF-ENREG FROM CRT-ENREG
               CLOSE COMRATF
               ADD 1 TO WS-NB-AJOUTS
               DISPLAY "TAUX DE COMMISSION ENREGISTRE"
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR COMRATF - STATUT "
                   WS-CRT-STATUS
           END-IF.
