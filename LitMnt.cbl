       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITMNT1.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-15  AG  Création : gestion des litiges clients en mode
      *                 ligne (ACCEPT/DISPLAY), sur le même principe
      *                 que MNDMNT1 pour MANDFILE. Une facture
      *                 contestée continuait de recevoir la mise en
      *                 demeure de DUN010 et les intérêts de retard de
      *                 LATINT010. Le fichier des litiges LITFILE
      *                 (copy LITREC) porte un litige par facture :
      *                 motif codé, date d'ouverture, responsable,
      *                 date de résolution prévue et statut. O ouvre
      *                 un litige sur une facture ouverte d'INVFILE
      *                 (pas sur un avoir, pas deux litiges ouverts
      *                 sur la même facture ; un litige clos peut
      *                 être rouvert), U modifie motif, responsable,
      *                 date prévue ou commentaire d'un litige
      *                 ouvert (blanc = inchangé), A le résout par un
      *                 avoir et C par la confirmation de la facture.
      *                 L'avoir est déposé dans CMDFILE (EXTEND, même
      *                 format que SUBGEN010 : entête A puis une
      *                 ligne produit, quantité et prix unitaire HT
      *                 saisi dans la devise de la facture) et émis
      *                 par MUL010 au prochain passage ; son numéro
      *                 est celui de la facture préfixé A et
      *                 CSHAPP010 l'impute sur la facture contestée.
      *                 Fusion en une passe vers LITFILE-NEW, recopié
      *                 ensuite sur place (même recopie que MNDMNT1).
      * 2026-10-15  AG  Plus de tables de 500 factures, 500 litiges et
      *                 500 produits : la facture contestée est lue
      *                 par clé dans INVFILE-IDX et le litige existant
      *                 dans LITFILE-IDX, rechargé depuis LITFILE en
      *                 début de session et après la recopie (IDXMST01)
      *                 ; les transactions de la session restent
      *                 prises en compte dans les contrôles. Le produit
      *                 de la ligne d'avoir est cherché dans PRDFILE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ancien fichier des litiges
           SELECT LITFILE ASSIGN TO "LITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIT-STATUS.

      * Nouveau fichier des litiges, issu de la fusion des
      * transactions
           SELECT LITFILE-NEW ASSIGN TO "LITFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTN-STATUS.

      * Index des litiges (tenu par IDXMST01), lu par facture pour
      * les contrôles de saisie
           SELECT LITFILE-IDX ASSIGN TO "LITFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIDX-FACTURE
               ALTERNATE RECORD KEY IS LIDX-RESPONSABLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIDX-AVOIR WITH DUPLICATES
               FILE STATUS IS WS-LIX-STATUS.

      * Index des factures ouvertes (tenu par IDXMST01), lu par
      * numéro pour le contrôle de la facture contestée
           SELECT INVFILE-IDX ASSIGN TO "INVFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IIDX-NUMERO
               ALTERNATE RECORD KEY IS IIDX-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

      * Maître des produits - voir copy PRODREC
           SELECT PRDFILE ASSIGN TO "PRDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

      * Commandes et avoirs facturés par MUL010, en ajout
           SELECT CMDFILE ASSIGN TO "CMDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LITFILE
           RECORD CONTAINS 110 CHARACTERS.
       01  LITFILE-ENREG               PIC X(110).

       FD  LITFILE-NEW
           RECORD CONTAINS 110 CHARACTERS.
       01  LITFILE-NEW-ENREG           PIC X(110).

       FD  LITFILE-IDX.
       01  LITFILE-IDX-ENREG.
           05  LIDX-FACTURE            PIC X(08).
           05  FILLER                  PIC X(18).
           05  LIDX-RESPONSABLE        PIC X(08).
           05  FILLER                  PIC X(17).
           05  LIDX-AVOIR              PIC X(08).
           05  LIDX-RESTE              PIC X(51).

       FD  INVFILE-IDX.
       01  INVFILE-IDX-ENREG.
           05  IIDX-NUMERO             PIC X(08).
           05  IIDX-DATE               PIC X(08).
           05  IIDX-MONTANT            PIC X(09).
           05  IIDX-CLIENT             PIC X(08).
           05  IIDX-RESTE              PIC X(12).

       FD  PRDFILE
           RECORD CONTAINS 29 CHARACTERS.
       01  PRDFILE-ENREG               PIC X(29).

       FD  CMDFILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CMD-ENREG.
           05  CMD-TYPE                PIC X(01).
           05  CMD-CORPS               PIC X(39).
           05  CMD-CORPS-ENTETE REDEFINES CMD-CORPS.
               10  CMD-CLIENT          PIC X(08).
               10  CMD-FACTURE         PIC X(08).
               10  FILLER              PIC X(23).
           05  CMD-CORPS-LIGNE REDEFINES CMD-CORPS.
               10  CMD-PRODUIT         PIC X(08).
               10  CMD-QUANTITE        PIC 9(05).
               10  CMD-PRIX-UNITAIRE   PIC 9(05)V9(02).
               10  FILLER              PIC X(19).

       WORKING-STORAGE SECTION.

      * Enregistrement du fichier des litiges - voir LITREC
       COPY LITREC.

      * Enregistrement du maître des produits - voir PRODREC
       COPY PRODREC.

      * Facture ouverte lue dans INVFILE-IDX
       01  WS-FACTURE-ENREG.
           05  WFA-NUMERO              PIC X(08).
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-LIT-STATUS               PIC X(02).
           88  WS-LIT-OK               VALUE "00".
           88  WS-LIT-EOF              VALUE "10".

       01  WS-LTN-STATUS               PIC X(02).
           88  WS-LTN-OK               VALUE "00".

       01  WS-LIX-STATUS               PIC X(02).
           88  WS-LIX-OK               VALUE "00".

       01  WS-LIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-LIX-OUVERT           VALUE "O".

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".

       01  WS-INV-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-INV-OUVERT           VALUE "O".

       01  WS-PRD-STATUS               PIC X(02).
           88  WS-PRD-OK               VALUE "00".

       01  WS-CMD-STATUS               PIC X(02).
           88  WS-CMD-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

       01  WS-ACTION                   PIC X(01).
           88  WS-ACTION-OUVERTURE     VALUE "O".
           88  WS-ACTION-MODIF         VALUE "U".
           88  WS-ACTION-AVOIR         VALUE "A".
           88  WS-ACTION-CONFIRME      VALUE "C".
           88  WS-ACTION-QUITTER       VALUE "Q" " ".

      * Table des transactions saisies, appliquées dans l'ordre de
      * saisie lors de la passe de fusion
       01  WS-NB-TRANS                 PIC 9(03) VALUE ZEROES.
       01  WS-TRANS-TABLE.
           05  WS-TRANS OCCURS 50 TIMES INDEXED BY WS-TRANS-IDX.
               10  TRANS-ACTION        PIC X(01).
               10  TRANS-FACTURE       PIC X(08).
               10  TRANS-CLIENT        PIC X(08).
               10  TRANS-MOTIF         PIC X(02).
               10  TRANS-RESPONSABLE   PIC X(08).
               10  TRANS-DATE-PREVUE   PIC 9(08).
               10  TRANS-COMMENTAIRE   PIC X(30).
               10  TRANS-DEVISE        PIC X(03).
               10  TRANS-MONTANT       PIC S9(07)V9(02).
               10  TRANS-MONTANT-EUR   PIC S9(07)V9(02).
               10  TRANS-PRODUIT       PIC X(08).
               10  TRANS-QUANTITE      PIC 9(05).
               10  TRANS-PRIX          PIC 9(05)V9(02).
               10  TRANS-APPLIQUEE     PIC X(01).

       01  WS-NO-TRANS                 PIC 9(03).
       01  WS-NO-SUITE                 PIC 9(03).

      * Facture contestée retenue (hors avoirs) : client, devise et
      * montant, contre-valeur euro
       01  WS-FACTURE-RETENUE.
           05  WS-INV-CLIENT           PIC X(08).
           05  WS-INV-DEVISE           PIC X(03).
           05  WS-INV-MONTANT          PIC S9(07)V9(02).
           05  WS-INV-MONTANT-EUR      PIC S9(07)V9(02).

       01  WS-INV-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-INV-TROUVE           VALUE "O".

      * Statut courant du litige de la facture saisie : celui du
      * fichier, puis celui que lui donnent les transactions déjà
      * saisies dans la session
       01  WS-LTG-STATUT               PIC X(01).

       01  WS-LTG-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LTG-TROUVE           VALUE "O".

      * Nombre de produits au maître, pour la ligne d'avoir
       01  WS-NB-PRODUITS              PIC 9(05) VALUE ZEROES.

       01  WS-PRD-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PRD-TROUVE           VALUE "O".

      * Rechargement de l'index des litiges (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "LITFILE".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-FACTURE-SAISIE           PIC X(08).
       01  WS-MOTIF-SAISI              PIC X(02).
       01  WS-RESPONSABLE-SAISI        PIC X(08).
       01  WS-COMMENTAIRE-SAISI        PIC X(30).
       01  WS-PRODUIT-SAISI            PIC X(08).

      * Date de résolution prévue saisie, contrôlée numérique et
      * pas antérieure à la date de traitement
       01  WS-DATE-SAISIE              PIC X(08).
       01  WS-DATE-SAISIE-N REDEFINES WS-DATE-SAISIE
                                       PIC 9(08).
       01  WS-DATE-ACCEPTEE-SW         PIC X(01).
           88  WS-DATE-ACCEPTEE        VALUE "O".

      * Quantité et prix unitaire HT de la ligne d'avoir
       01  WS-QUANTITE-SAISIE          PIC X(05).
       01  WS-QUANTITE-SAISIE-N REDEFINES WS-QUANTITE-SAISIE
                                       PIC 9(05).
       01  WS-PRIX-SAISI               PIC X(07).
       01  WS-PRIX-SAISI-N REDEFINES WS-PRIX-SAISI
                                       PIC 9(05)V9(02).
       01  WS-VALEUR-ACCEPTEE-SW       PIC X(01).
           88  WS-VALEUR-ACCEPTEE      VALUE "O".

      * Blanc admis (modification : valeur inchangée)
       01  WS-BLANC-ADMIS-SW           PIC X(01).
           88  WS-BLANC-ADMIS          VALUE "O".

      * Numéro de l'avoir : celui de la facture contestée préfixé A
       01  WS-NUMERO-AVOIR.
           05  FILLER                  PIC X(01) VALUE "A".
           05  WS-AVO-SUFFIXE          PIC X(07).

       01  WS-NB-AVOIRS                PIC 9(03) VALUE ZEROES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISER.
           PERFORM 2000-SAISIR-TRANSACTIONS
               UNTIL WS-ACTION-QUITTER.
           PERFORM 3000-FUSIONNER-LITIGES.
           PERFORM 3500-EMETTRE-AVOIRS.
           PERFORM 4000-TERMINER.

           GOBACK.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre les index des factures et des      *
      * litiges et compte les produits                              *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE ZEROES TO WS-NB-TRANS.
           PERFORM 1100-OUVRIR-FACTURES.
           PERFORM 1200-OUVRIR-LITIGES.
           PERFORM 1300-COMPTER-PRODUITS.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-FACTURES : ouvre l'index des factures ouvertes  *
      * ; index absent = aucune ouverture possible                  *
      * -----------------------------------------------------------*
       1100-OUVRIR-FACTURES.
           OPEN INPUT INVFILE-IDX.
           IF WS-INV-OK
               SET WS-INV-OUVERT TO TRUE
           ELSE
               DISPLAY "INVFILE-IDX INTROUVABLE - STATUT "
                   WS-INV-STATUS " - AUCUNE OUVERTURE POSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1200-OUVRIR-LITIGES : recharge LITFILE-IDX depuis LITFILE   *
      * (fichier absent = création, index vide) et l'ouvre ; index  *
      * inutilisable = session abandonnée, faute de pouvoir         *
      * contrôler les litiges existants                             *
      * -----------------------------------------------------------*
       1200-OUVRIR-LITIGES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE LITFILE-IDX EN ERREUR - "
                   "SESSION ABANDONNEE"
               SET WS-ACTION-QUITTER TO TRUE
           ELSE
               IF WS-IXM-RETOUR = 4
                   DISPLAY "LITFILE INTROUVABLE - CREATION DU FICHIER"
               END-IF
               OPEN INPUT LITFILE-IDX
               IF WS-LIX-OK
                   SET WS-LIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR LITFILE-IDX - STATUT "
                       WS-LIX-STATUS " - SESSION ABANDONNEE"
                   SET WS-ACTION-QUITTER TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1300-COMPTER-PRODUITS : compte les produits du maître ; un  *
      * maître vide ou absent interdit l'avoir                      *
      * -----------------------------------------------------------*
       1300-COMPTER-PRODUITS.
           OPEN INPUT PRDFILE.
           IF WS-PRD-OK
               PERFORM 1350-COMPTER-UN-PRODUIT
                   UNTIL NOT WS-PRD-OK
               CLOSE PRDFILE
           ELSE
               DISPLAY "PRDFILE INTROUVABLE - AUCUN AVOIR POSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-COMPTER-UN-PRODUIT : lit un produit du maître et le    *
      * compte                                                      *
      * -----------------------------------------------------------*
       1350-COMPTER-UN-PRODUIT.
           READ PRDFILE INTO PRODUIT-ENREG
               AT END
                   MOVE "10" TO WS-PRD-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-PRODUITS
           END-READ.

      * -----------------------------------------------------------*
      * 2000-SAISIR-TRANSACTIONS : affiche le menu et saisit une    *
      * transaction                                                 *
      * -----------------------------------------------------------*
       2000-SAISIR-TRANSACTIONS.
           DISPLAY "O=OUVRIR  U=MODIFIER  A=AVOIR  C=CONFIRMER  "
               "Q=QUITTER".
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-OUVERTURE
                   PERFORM 2100-SAISIR-OUVERTURE
               WHEN WS-ACTION-MODIF
                   PERFORM 2200-SAISIR-MODIF
               WHEN WS-ACTION-AVOIR
                   PERFORM 2300-SAISIR-AVOIR
               WHEN WS-ACTION-CONFIRME
                   PERFORM 2400-SAISIR-CONFIRMATION
               WHEN WS-ACTION-QUITTER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-SAISIR-OUVERTURE : saisit un nouveau litige (facture   *
      * ouverte et sans litige ouvert, motif, responsable, date     *
      * prévue, commentaire) et l'empile                            *
      * -----------------------------------------------------------*
       2100-SAISIR-OUVERTURE.
           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "OUVERTURE REFUSEE"
           ELSE
               PERFORM 0600-SAISIR-FACTURE-SANS-LITIGE
               IF WS-FACTURE-SAISIE = SPACES
                   DISPLAY "OUVERTURE ABANDONNEE"
               ELSE
                   ADD 1 TO WS-NB-TRANS
                   MOVE SPACES TO WS-TRANS(WS-NB-TRANS)
                   MOVE ZEROES TO TRANS-QUANTITE(WS-NB-TRANS)
                       TRANS-PRIX(WS-NB-TRANS)
                   MOVE "O" TO TRANS-ACTION(WS-NB-TRANS)
                   MOVE WS-FACTURE-SAISIE TO TRANS-FACTURE(WS-NB-TRANS)
                   MOVE WS-INV-CLIENT
                       TO TRANS-CLIENT(WS-NB-TRANS)
                   MOVE WS-INV-DEVISE
                       TO TRANS-DEVISE(WS-NB-TRANS)
                   MOVE WS-INV-MONTANT
                       TO TRANS-MONTANT(WS-NB-TRANS)
                   MOVE WS-INV-MONTANT-EUR
                       TO TRANS-MONTANT-EUR(WS-NB-TRANS)
                   DISPLAY "CLIENT " WS-INV-CLIENT
                       "  MONTANT " WS-INV-MONTANT
                       " " WS-INV-DEVISE

                   MOVE "N" TO WS-BLANC-ADMIS-SW
                   PERFORM 0700-SAISIR-MOTIF
                   MOVE WS-MOTIF-SAISI TO TRANS-MOTIF(WS-NB-TRANS)

                   PERFORM 0800-SAISIR-RESPONSABLE
                   MOVE WS-RESPONSABLE-SAISI
                       TO TRANS-RESPONSABLE(WS-NB-TRANS)

                   PERFORM 0900-SAISIR-DATE-PREVUE
                   MOVE WS-DATE-SAISIE-N
                       TO TRANS-DATE-PREVUE(WS-NB-TRANS)

                   DISPLAY "COMMENTAIRE : "
                   MOVE SPACES TO WS-COMMENTAIRE-SAISI
                   ACCEPT WS-COMMENTAIRE-SAISI
                   MOVE WS-COMMENTAIRE-SAISI
                       TO TRANS-COMMENTAIRE(WS-NB-TRANS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2200-SAISIR-MODIF : saisit la facture d'un litige ouvert et *
      * ses nouvelles valeurs (blanc = inchangé)                    *
      * -----------------------------------------------------------*
       2200-SAISIR-MODIF.
           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "MODIFICATION REFUSEE"
           ELSE
               PERFORM 0650-SAISIR-FACTURE-EN-LITIGE
               IF WS-FACTURE-SAISIE = SPACES
                   DISPLAY "MODIFICATION ABANDONNEE"
               ELSE
                   ADD 1 TO WS-NB-TRANS
                   MOVE SPACES TO WS-TRANS(WS-NB-TRANS)
                   MOVE ZEROES TO TRANS-QUANTITE(WS-NB-TRANS)
                       TRANS-PRIX(WS-NB-TRANS)
                       TRANS-MONTANT(WS-NB-TRANS)
                       TRANS-MONTANT-EUR(WS-NB-TRANS)
                   MOVE "U" TO TRANS-ACTION(WS-NB-TRANS)
                   MOVE WS-FACTURE-SAISIE TO TRANS-FACTURE(WS-NB-TRANS)

                   SET WS-BLANC-ADMIS TO TRUE
                   PERFORM 0700-SAISIR-MOTIF
                   MOVE WS-MOTIF-SAISI TO TRANS-MOTIF(WS-NB-TRANS)

                   DISPLAY "RESPONSABLE (BLANC = INCHANGE) : "
                   MOVE SPACES TO WS-RESPONSABLE-SAISI
                   ACCEPT WS-RESPONSABLE-SAISI
                   MOVE WS-RESPONSABLE-SAISI
                       TO TRANS-RESPONSABLE(WS-NB-TRANS)

                   PERFORM 0900-SAISIR-DATE-PREVUE
                   IF WS-DATE-SAISIE = SPACES
                       MOVE ZEROES TO TRANS-DATE-PREVUE(WS-NB-TRANS)
                   ELSE
                       MOVE WS-DATE-SAISIE-N
                           TO TRANS-DATE-PREVUE(WS-NB-TRANS)
                   END-IF

                   DISPLAY "COMMENTAIRE (BLANC = INCHANGE) : "
                   MOVE SPACES TO WS-COMMENTAIRE-SAISI
                   ACCEPT WS-COMMENTAIRE-SAISI
                   MOVE WS-COMMENTAIRE-SAISI
                       TO TRANS-COMMENTAIRE(WS-NB-TRANS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2300-SAISIR-AVOIR : résout un litige ouvert par un avoir -  *
      * produit, quantité et prix unitaire HT de la ligne d'avoir   *
      * -----------------------------------------------------------*
       2300-SAISIR-AVOIR.
           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "AVOIR REFUSE"
           ELSE
           IF WS-NB-PRODUITS = ZEROES
               DISPLAY "AUCUN PRODUIT AU MAITRE - AVOIR REFUSE"
           ELSE
               PERFORM 0650-SAISIR-FACTURE-EN-LITIGE
               IF WS-FACTURE-SAISIE = SPACES
                   DISPLAY "AVOIR ABANDONNE"
               ELSE
                   ADD 1 TO WS-NB-TRANS
                   MOVE SPACES TO WS-TRANS(WS-NB-TRANS)
                   MOVE ZEROES TO TRANS-DATE-PREVUE(WS-NB-TRANS)
                       TRANS-MONTANT(WS-NB-TRANS)
                       TRANS-MONTANT-EUR(WS-NB-TRANS)
                   MOVE "A" TO TRANS-ACTION(WS-NB-TRANS)
                   MOVE WS-FACTURE-SAISIE TO TRANS-FACTURE(WS-NB-TRANS)

                   PERFORM 0950-SAISIR-PRODUIT
                   MOVE WS-PRODUIT-SAISI TO TRANS-PRODUIT(WS-NB-TRANS)

                   PERFORM 0960-SAISIR-QUANTITE
                   MOVE WS-QUANTITE-SAISIE-N
                       TO TRANS-QUANTITE(WS-NB-TRANS)

                   PERFORM 0970-SAISIR-PRIX
                   MOVE WS-PRIX-SAISI-N TO TRANS-PRIX(WS-NB-TRANS)
               END-IF
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2400-SAISIR-CONFIRMATION : résout un litige ouvert par la   *
      * confirmation de la facture                                  *
      * -----------------------------------------------------------*
       2400-SAISIR-CONFIRMATION.
           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "CONFIRMATION REFUSEE"
           ELSE
               PERFORM 0650-SAISIR-FACTURE-EN-LITIGE
               IF WS-FACTURE-SAISIE = SPACES
                   DISPLAY "CONFIRMATION ABANDONNEE"
               ELSE
                   ADD 1 TO WS-NB-TRANS
                   MOVE SPACES TO WS-TRANS(WS-NB-TRANS)
                   MOVE ZEROES TO TRANS-DATE-PREVUE(WS-NB-TRANS)
                       TRANS-MONTANT(WS-NB-TRANS)
                       TRANS-MONTANT-EUR(WS-NB-TRANS)
                       TRANS-QUANTITE(WS-NB-TRANS)
                       TRANS-PRIX(WS-NB-TRANS)
                   MOVE "C" TO TRANS-ACTION(WS-NB-TRANS)
                   MOVE WS-FACTURE-SAISIE TO TRANS-FACTURE(WS-NB-TRANS)
                   DISPLAY "COMMENTAIRE (BLANC = INCHANGE) : "
                   MOVE SPACES TO WS-COMMENTAIRE-SAISI
                   ACCEPT WS-COMMENTAIRE-SAISI
                   MOVE WS-COMMENTAIRE-SAISI
                       TO TRANS-COMMENTAIRE(WS-NB-TRANS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0600-SAISIR-FACTURE-SANS-LITIGE : accepte le numéro de      *
      * facture et le rejette (avec reprompt) s'il n'est pas une    *
      * facture ouverte d'INVFILE ou s'il est déjà en litige        *
      * ouvert ; un blanc abandonne                                 *
      * -----------------------------------------------------------*
       0600-SAISIR-FACTURE-SANS-LITIGE.
           MOVE SPACES TO WS-FACTURE-SAISIE.

           DISPLAY "FACTURE CONTESTEE (BLANC = ABANDON) : ".
           ACCEPT WS-FACTURE-SAISIE.

           IF WS-FACTURE-SAISIE NOT = SPACES
               PERFORM 0620-CONTROLER-FACTURE
               PERFORM 0640-CHERCHER-LITIGE
               IF NOT WS-INV-TROUVE
                   DISPLAY "FACTURE NON OUVERTE : " WS-FACTURE-SAISIE
                   PERFORM 0600-SAISIR-FACTURE-SANS-LITIGE
               ELSE
               IF WS-LTG-TROUVE
                   AND WS-LTG-STATUT = "O"
                   DISPLAY "FACTURE DEJA EN LITIGE : "
                       WS-FACTURE-SAISIE
                   PERFORM 0600-SAISIR-FACTURE-SANS-LITIGE
               END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0620-CONTROLER-FACTURE : la facture saisie est-elle une     *
      * facture ouverte d'INVFILE-IDX (hors avoir) ? Si oui, son    *
      * client, sa devise et son montant sont retenus               *
      * -----------------------------------------------------------*
       0620-CONTROLER-FACTURE.
           MOVE "N" TO WS-INV-TROUVE-SWITCH.

           IF WS-INV-OUVERT
               MOVE WS-FACTURE-SAISIE TO IIDX-NUMERO
               READ INVFILE-IDX INTO WS-FACTURE-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WFA-MONTANT > ZEROES
                           SET WS-INV-TROUVE TO TRUE
                           PERFORM 0630-RETENIR-FACTURE
                       END-IF
               END-READ
           END-IF.

      * -----------------------------------------------------------*
      * 0630-RETENIR-FACTURE : retient le client, la devise et le   *
      * montant de la facture lue ; sans devise = euros             *
      * -----------------------------------------------------------*
       0630-RETENIR-FACTURE.
           MOVE WFA-CLIENT  TO WS-INV-CLIENT.
           MOVE WFA-MONTANT TO WS-INV-MONTANT.
           IF WFA-EN-EURO
               MOVE "EUR"           TO WS-INV-DEVISE
               MOVE WFA-MONTANT     TO WS-INV-MONTANT-EUR
           ELSE
               MOVE WFA-DEVISE      TO WS-INV-DEVISE
               MOVE WFA-MONTANT-EUR TO WS-INV-MONTANT-EUR
           END-IF.

      * -----------------------------------------------------------*
      * 0640-CHERCHER-LITIGE : la facture saisie a-t-elle déjà un   *
      * litige, au fichier (LITFILE-IDX) ou créé dans la session ?  *
      * Son statut courant est celui de la dernière ouverture ou    *
      * résolution saisie, à défaut celui du fichier                *
      * -----------------------------------------------------------*
       0640-CHERCHER-LITIGE.
           MOVE "N" TO WS-LTG-TROUVE-SWITCH.
           MOVE SPACES TO WS-LTG-STATUT.

           IF WS-LIX-OUVERT
               MOVE WS-FACTURE-SAISIE TO LIDX-FACTURE
               READ LITFILE-IDX INTO LITIGE-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LTG-TROUVE TO TRUE
                       MOVE LIT-STATUT TO WS-LTG-STATUT
               END-READ
           END-IF.

           PERFORM 0645-APPLIQUER-SESSION
               VARYING WS-NO-SUITE FROM 1 BY 1
                   UNTIL WS-NO-SUITE > WS-NB-TRANS.

      * -----------------------------------------------------------*
      * 0645-APPLIQUER-SESSION : une ouverture (O) ou une           *
      * résolution (A, C) déjà saisie sur la facture donne son      *
      * statut au litige                                            *
      * -----------------------------------------------------------*
       0645-APPLIQUER-SESSION.
           IF TRANS-FACTURE(WS-NO-SUITE) = WS-FACTURE-SAISIE
               AND TRANS-ACTION(WS-NO-SUITE) NOT = "U"
               SET WS-LTG-TROUVE TO TRUE
               MOVE TRANS-ACTION(WS-NO-SUITE) TO WS-LTG-STATUT
           END-IF.

      * -----------------------------------------------------------*
      * 0650-SAISIR-FACTURE-EN-LITIGE : accepte le numéro de        *
      * facture et le rejette (avec reprompt) s'il ne porte pas un  *
      * litige ouvert ; un blanc abandonne                          *
      * -----------------------------------------------------------*
       0650-SAISIR-FACTURE-EN-LITIGE.
           MOVE SPACES TO WS-FACTURE-SAISIE.

           DISPLAY "FACTURE DU LITIGE (BLANC = ABANDON) : ".
           ACCEPT WS-FACTURE-SAISIE.

           IF WS-FACTURE-SAISIE NOT = SPACES
               PERFORM 0640-CHERCHER-LITIGE
               IF NOT WS-LTG-TROUVE
                   DISPLAY "AUCUN LITIGE SUR : " WS-FACTURE-SAISIE
                   PERFORM 0650-SAISIR-FACTURE-EN-LITIGE
               ELSE
               IF WS-LTG-STATUT NOT = "O"
                   DISPLAY "LITIGE DEJA RESOLU : " WS-FACTURE-SAISIE
                   PERFORM 0650-SAISIR-FACTURE-EN-LITIGE
               END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0700-SAISIR-MOTIF : accepte le code motif avec reprompt     *
      * tant qu'il n'est pas dans la liste - obligatoire à          *
      * l'ouverture, blanc = inchangé en modification               *
      * -----------------------------------------------------------*
       0700-SAISIR-MOTIF.
           MOVE SPACES TO WS-MOTIF-SAISI.
           DISPLAY "MOTIF PR=PRIX QT=QUANTITE QL=QUALITE "
               "LV=LIVRAISON DB=DOUBLON AU=AUTRE".
           IF WS-BLANC-ADMIS
               DISPLAY "MOTIF (BLANC = INCHANGE) : "
           ELSE
               DISPLAY "MOTIF : "
           END-IF.
           ACCEPT WS-MOTIF-SAISI.

           MOVE WS-MOTIF-SAISI TO LIT-MOTIF.
           IF WS-MOTIF-SAISI = SPACES AND WS-BLANC-ADMIS
               CONTINUE
           ELSE
           IF NOT LIT-MOTIF-VALIDE
               DISPLAY "MOTIF INCONNU - VEUILLEZ RESSAISIR"
               PERFORM 0700-SAISIR-MOTIF
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0800-SAISIR-RESPONSABLE : accepte le responsable du         *
      * dossier, obligatoire à l'ouverture                          *
      * -----------------------------------------------------------*
       0800-SAISIR-RESPONSABLE.
           MOVE SPACES TO WS-RESPONSABLE-SAISI.
           DISPLAY "RESPONSABLE DU DOSSIER : ".
           ACCEPT WS-RESPONSABLE-SAISI.

           IF WS-RESPONSABLE-SAISI = SPACES
               DISPLAY "RESPONSABLE OBLIGATOIRE POUR UN LITIGE"
               PERFORM 0800-SAISIR-RESPONSABLE
           END-IF.

      * -----------------------------------------------------------*
      * 0900-SAISIR-DATE-PREVUE : accepte la date de résolution     *
      * prévue AAAAMMJJ avec reprompt tant qu'elle n'est pas        *
      * numérique ou qu'elle précède la date de traitement          *
      * -----------------------------------------------------------*
       0900-SAISIR-DATE-PREVUE.
           MOVE "N" TO WS-DATE-ACCEPTEE-SW.
           PERFORM 0920-ACCEPTER-UNE-DATE
               UNTIL WS-DATE-ACCEPTEE.

       0920-ACCEPTER-UNE-DATE.
           MOVE SPACES TO WS-DATE-SAISIE.
           IF WS-BLANC-ADMIS
               DISPLAY "RESOLUTION PREVUE AAAAMMJJ (BLANC = "
                   "INCHANGEE) : "
           ELSE
               DISPLAY "RESOLUTION PREVUE AAAAMMJJ : "
           END-IF.
           ACCEPT WS-DATE-SAISIE.

           IF WS-DATE-SAISIE = SPACES AND WS-BLANC-ADMIS
               SET WS-DATE-ACCEPTEE TO TRUE
           ELSE
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE - VEUILLEZ RESSAISIR"
           ELSE
           IF WS-DATE-SAISIE-N < WS-DATE-TRAITEMENT
               OR WS-DATE-SAISIE-N(5:2) < "01"
               OR WS-DATE-SAISIE-N(5:2) > "12"
               DISPLAY "DATE HORS LIMITES - VEUILLEZ RESSAISIR"
           ELSE
               SET WS-DATE-ACCEPTEE TO TRUE
           END-IF
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0950-SAISIR-PRODUIT : accepte le produit de la ligne        *
      * d'avoir avec reprompt tant qu'il est inconnu au maître      *
      * -----------------------------------------------------------*
       0950-SAISIR-PRODUIT.
           MOVE SPACES TO WS-PRODUIT-SAISI.
           DISPLAY "PRODUIT DE LA LIGNE D'AVOIR : ".
           ACCEPT WS-PRODUIT-SAISI.

           MOVE "N" TO WS-PRD-TROUVE-SWITCH.
           IF WS-PRODUIT-SAISI NOT = SPACES
               PERFORM 0955-CHERCHER-PRODUIT
           END-IF.

           IF NOT WS-PRD-TROUVE
               DISPLAY "PRODUIT INCONNU - VEUILLEZ RESSAISIR"
               PERFORM 0950-SAISIR-PRODUIT
           END-IF.

      * -----------------------------------------------------------*
      * 0955-CHERCHER-PRODUIT : parcourt le maître des produits     *
      * jusqu'au code saisi                                         *
      * -----------------------------------------------------------*
       0955-CHERCHER-PRODUIT.
           OPEN INPUT PRDFILE.
           IF WS-PRD-OK
               PERFORM 0957-LIRE-UN-PRODUIT
                   UNTIL WS-PRD-TROUVE OR NOT WS-PRD-OK
               CLOSE PRDFILE
           END-IF.

       0957-LIRE-UN-PRODUIT.
           READ PRDFILE INTO PRODUIT-ENREG
               AT END
                   MOVE "10" TO WS-PRD-STATUS
               NOT AT END
                   IF PRD-CODE = WS-PRODUIT-SAISI
                       SET WS-PRD-TROUVE TO TRUE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 0960-SAISIR-QUANTITE : accepte la quantité créditée (5      *
      * chiffres, non nulle) avec reprompt                          *
      * -----------------------------------------------------------*
       0960-SAISIR-QUANTITE.
           MOVE "N" TO WS-VALEUR-ACCEPTEE-SW.
           PERFORM 0965-ACCEPTER-UNE-QUANTITE
               UNTIL WS-VALEUR-ACCEPTEE.

       0965-ACCEPTER-UNE-QUANTITE.
           MOVE SPACES TO WS-QUANTITE-SAISIE.
           DISPLAY "QUANTITE (5 CHIFFRES) : ".
           ACCEPT WS-QUANTITE-SAISIE.

           IF WS-QUANTITE-SAISIE NOT NUMERIC
               DISPLAY "QUANTITE INVALIDE - VEUILLEZ RESSAISIR"
           ELSE
           IF WS-QUANTITE-SAISIE-N = ZEROES
               DISPLAY "QUANTITE NULLE - VEUILLEZ RESSAISIR"
           ELSE
               SET WS-VALEUR-ACCEPTEE TO TRUE
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0970-SAISIR-PRIX : accepte le prix unitaire HT crédité,     *
      * dans la devise de la facture (7 chiffres dont 2 décimales,  *
      * non nul) avec reprompt                                      *
      * -----------------------------------------------------------*
       0970-SAISIR-PRIX.
           MOVE "N" TO WS-VALEUR-ACCEPTEE-SW.
           PERFORM 0975-ACCEPTER-UN-PRIX
               UNTIL WS-VALEUR-ACCEPTEE.

       0975-ACCEPTER-UN-PRIX.
           MOVE SPACES TO WS-PRIX-SAISI.
           DISPLAY "PRIX UNITAIRE HT (7 CHIFFRES DONT 2 DEC.) : ".
           ACCEPT WS-PRIX-SAISI.

           IF WS-PRIX-SAISI NOT NUMERIC
               DISPLAY "PRIX INVALIDE - VEUILLEZ RESSAISIR"
           ELSE
           IF WS-PRIX-SAISI-N = ZEROES
               DISPLAY "PRIX NUL - VEUILLEZ RESSAISIR"
           ELSE
               SET WS-VALEUR-ACCEPTEE TO TRUE
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-FUSIONNER-LITIGES : recopie l'ancien fichier vers le   *
      * nouveau en appliquant les transactions, ajoute les litiges  *
      * ouverts, puis recopie le nouveau fichier sur place          *
      * -----------------------------------------------------------*
       3000-FUSIONNER-LITIGES.
           IF WS-LIX-OUVERT
               CLOSE LITFILE-IDX
               MOVE "N" TO WS-LIX-OUVERT-SW
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT LITFILE.
           IF NOT WS-LIT-OK
               DISPLAY "LITFILE INTROUVABLE - CREATION DU FICHIER"
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           OPEN OUTPUT LITFILE-NEW.
           IF NOT WS-LTN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR LITFILE-NEW - STATUT "
                   WS-LTN-STATUS
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 3100-LIRE-ANCIEN
           END-IF.

           PERFORM 3200-RECOPIER-LITIGE
               UNTIL WS-FIN-FICHIER.

           IF WS-LTN-OK
               PERFORM 3300-AJOUTER-UN-NOUVEAU
                   VARYING WS-NO-TRANS FROM 1 BY 1
                       UNTIL WS-NO-TRANS > WS-NB-TRANS
           END-IF.

           IF WS-LIT-OK OR WS-LIT-EOF
               CLOSE LITFILE
           END-IF.
           IF WS-LTN-OK
               CLOSE LITFILE-NEW
               IF WS-NB-TRANS > ZEROES
                   PERFORM 3800-RECOPIER-LE-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3100-LIRE-ANCIEN : lit le prochain litige de l'ancien       *
      * fichier                                                     *
      * -----------------------------------------------------------*
       3100-LIRE-ANCIEN.
           READ LITFILE INTO LITIGE-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3200-RECOPIER-LITIGE : applique au litige lu, dans l'ordre  *
      * de saisie, chaque transaction qui le concerne, puis l'écrit *
      * -----------------------------------------------------------*
       3200-RECOPIER-LITIGE.
           PERFORM 3250-APPLIQUER-UNE-TRANSACTION
               VARYING WS-NO-SUITE FROM 1 BY 1
                   UNTIL WS-NO-SUITE > WS-NB-TRANS.

           WRITE LITFILE-NEW-ENREG FROM LITIGE-ENREG.

           PERFORM 3100-LIRE-ANCIEN.

      * -----------------------------------------------------------*
      * 3250-APPLIQUER-UNE-TRANSACTION : la transaction WS-NO-SUITE *
      * porte-t-elle sur le litige en cours ? Si oui elle est       *
      * appliquée et marquée                                        *
      * -----------------------------------------------------------*
       3250-APPLIQUER-UNE-TRANSACTION.
           SET WS-TRANS-IDX TO WS-NO-SUITE.

           IF TRANS-FACTURE(WS-TRANS-IDX) = LIT-FACTURE
               AND TRANS-APPLIQUEE(WS-TRANS-IDX) NOT = "O"
               MOVE "O" TO TRANS-APPLIQUEE(WS-TRANS-IDX)
               EVALUATE TRANS-ACTION(WS-TRANS-IDX)
                   WHEN "O"
                       PERFORM 3260-OUVRIR-LE-LITIGE
                   WHEN "U"
                       PERFORM 3270-APPLIQUER-MODIF
                   WHEN "A"
                       SET LIT-RESOLU-AVOIR TO TRUE
                       MOVE WS-DATE-TRAITEMENT TO LIT-DATE-RESOLUTION
                       MOVE LIT-FACTURE(2:7) TO WS-AVO-SUFFIXE
                       MOVE WS-NUMERO-AVOIR TO LIT-AVOIR
                   WHEN "C"
                       SET LIT-CONFIRME TO TRUE
                       MOVE WS-DATE-TRAITEMENT TO LIT-DATE-RESOLUTION
                       IF TRANS-COMMENTAIRE(WS-TRANS-IDX) NOT = SPACES
                           MOVE TRANS-COMMENTAIRE(WS-TRANS-IDX)
                               TO LIT-COMMENTAIRE
                       END-IF
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 3260-OUVRIR-LE-LITIGE : (ré)ouvre le litige de la facture   *
      * depuis la transaction d'ouverture                           *
      * -----------------------------------------------------------*
       3260-OUVRIR-LE-LITIGE.
           MOVE SPACES TO LITIGE-ENREG.
           MOVE TRANS-FACTURE(WS-TRANS-IDX)     TO LIT-FACTURE.
           MOVE TRANS-CLIENT(WS-TRANS-IDX)      TO LIT-CLIENT.
           MOVE TRANS-MOTIF(WS-TRANS-IDX)       TO LIT-MOTIF.
           MOVE WS-DATE-TRAITEMENT              TO LIT-DATE-OUVERTURE.
           MOVE TRANS-RESPONSABLE(WS-TRANS-IDX) TO LIT-RESPONSABLE.
           MOVE TRANS-DATE-PREVUE(WS-TRANS-IDX) TO LIT-DATE-PREVUE.
           SET LIT-OUVERT TO TRUE.
           MOVE ZEROES                          TO LIT-DATE-RESOLUTION.
           MOVE TRANS-DEVISE(WS-TRANS-IDX)      TO LIT-DEVISE.
           MOVE TRANS-MONTANT(WS-TRANS-IDX)     TO LIT-MONTANT.
           MOVE TRANS-MONTANT-EUR(WS-TRANS-IDX) TO LIT-MONTANT-EUR.
           MOVE TRANS-COMMENTAIRE(WS-TRANS-IDX) TO LIT-COMMENTAIRE.

      * -----------------------------------------------------------*
      * 3270-APPLIQUER-MODIF : remplace les valeurs saisies non     *
      * blanches                                                    *
      * -----------------------------------------------------------*
       3270-APPLIQUER-MODIF.
           IF TRANS-MOTIF(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-MOTIF(WS-TRANS-IDX) TO LIT-MOTIF
           END-IF.

           IF TRANS-RESPONSABLE(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-RESPONSABLE(WS-TRANS-IDX) TO LIT-RESPONSABLE
           END-IF.

           IF TRANS-DATE-PREVUE(WS-TRANS-IDX) NOT = ZEROES
               MOVE TRANS-DATE-PREVUE(WS-TRANS-IDX) TO LIT-DATE-PREVUE
           END-IF.

           IF TRANS-COMMENTAIRE(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-COMMENTAIRE(WS-TRANS-IDX) TO LIT-COMMENTAIRE
           END-IF.

      * -----------------------------------------------------------*
      * 3300-AJOUTER-UN-NOUVEAU : une ouverture qui n'a trouvé      *
      * aucun litige au fichier crée le litige, lui applique les    *
      * transactions saisies après elle et l'écrit à la suite       *
      * -----------------------------------------------------------*
       3300-AJOUTER-UN-NOUVEAU.
           SET WS-TRANS-IDX TO WS-NO-TRANS.

           IF TRANS-ACTION(WS-TRANS-IDX) = "O"
               AND TRANS-APPLIQUEE(WS-TRANS-IDX) NOT = "O"
               MOVE "O" TO TRANS-APPLIQUEE(WS-TRANS-IDX)
               PERFORM 3260-OUVRIR-LE-LITIGE
               PERFORM 3250-APPLIQUER-UNE-TRANSACTION
                   VARYING WS-NO-SUITE FROM WS-NO-TRANS BY 1
                       UNTIL WS-NO-SUITE > WS-NB-TRANS
               WRITE LITFILE-NEW-ENREG FROM LITIGE-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3500-EMETTRE-AVOIRS : dépose dans CMDFILE, en ajout,        *
      * l'avoir de chaque litige résolu par avoir dans la session   *
      * -----------------------------------------------------------*
       3500-EMETTRE-AVOIRS.
           MOVE ZEROES TO WS-NB-AVOIRS.
           PERFORM 3520-COMPTER-UN-AVOIR
               VARYING WS-NO-TRANS FROM 1 BY 1
                   UNTIL WS-NO-TRANS > WS-NB-TRANS.

           IF WS-NB-AVOIRS > ZEROES
               OPEN EXTEND CMDFILE
               IF WS-CMD-STATUS = "35"
                   OPEN OUTPUT CMDFILE
               END-IF
               IF NOT WS-CMD-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR CMDFILE - STATUT "
                       WS-CMD-STATUS " - AVOIRS NON EMIS"
                   MOVE ZEROES TO WS-NB-AVOIRS
               ELSE
                   PERFORM 3550-ECRIRE-UN-AVOIR
                       VARYING WS-NO-TRANS FROM 1 BY 1
                           UNTIL WS-NO-TRANS > WS-NB-TRANS
                   CLOSE CMDFILE
               END-IF
           END-IF.

       3520-COMPTER-UN-AVOIR.
           IF TRANS-ACTION(WS-NO-TRANS) = "A"
               ADD 1 TO WS-NB-AVOIRS
           END-IF.

      * -----------------------------------------------------------*
      * 3550-ECRIRE-UN-AVOIR : entête d'avoir (client de la facture *
      * contestée, numéro A + facture) suivie de sa ligne           *
      * -----------------------------------------------------------*
       3550-ECRIRE-UN-AVOIR.
           SET WS-TRANS-IDX TO WS-NO-TRANS.

           IF TRANS-ACTION(WS-TRANS-IDX) = "A"
               MOVE TRANS-FACTURE(WS-TRANS-IDX) TO WS-FACTURE-SAISIE
               PERFORM 0620-CONTROLER-FACTURE
               MOVE TRANS-FACTURE(WS-TRANS-IDX)(2:7)
                   TO WS-AVO-SUFFIXE

               MOVE SPACES TO CMD-ENREG
               MOVE "A" TO CMD-TYPE
               IF WS-INV-TROUVE
                   MOVE WS-INV-CLIENT TO CMD-CLIENT
               ELSE
                   PERFORM 3560-RETROUVER-CLIENT
               END-IF
               MOVE WS-NUMERO-AVOIR TO CMD-FACTURE
               WRITE CMD-ENREG

               MOVE SPACES TO CMD-ENREG
               MOVE "L" TO CMD-TYPE
               MOVE TRANS-PRODUIT(WS-TRANS-IDX)  TO CMD-PRODUIT
               MOVE TRANS-QUANTITE(WS-TRANS-IDX) TO CMD-QUANTITE
               MOVE TRANS-PRIX(WS-TRANS-IDX)     TO CMD-PRIX-UNITAIRE
               WRITE CMD-ENREG

               DISPLAY "AVOIR " WS-NUMERO-AVOIR " DEPOSE POUR LA "
                   "FACTURE " TRANS-FACTURE(WS-TRANS-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 3560-RETROUVER-CLIENT : la facture n'est plus ouverte dans  *
      * INVFILE-IDX - le client est repris de la transaction        *
      * d'ouverture de la session                                   *
      * -----------------------------------------------------------*
       3560-RETROUVER-CLIENT.
           PERFORM 3570-COMPARER-UNE-OUVERTURE
               VARYING WS-NO-SUITE FROM 1 BY 1
                   UNTIL WS-NO-SUITE > WS-NB-TRANS.

       3570-COMPARER-UNE-OUVERTURE.
           IF TRANS-ACTION(WS-NO-SUITE) = "O"
               AND TRANS-FACTURE(WS-NO-SUITE) =
                   TRANS-FACTURE(WS-TRANS-IDX)
               MOVE TRANS-CLIENT(WS-NO-SUITE) TO CMD-CLIENT
           END-IF.

      * -----------------------------------------------------------*
      * 3800-RECOPIER-LE-FICHIER : réécrit LITFILE sur place depuis *
      * la nouvelle génération (même recopie que MNDMNT1), puis     *
      * recharge son index LITFILE-IDX                              *
      * -----------------------------------------------------------*
       3800-RECOPIER-LE-FICHIER.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT LITFILE-NEW.
           IF NOT WS-LTN-OK
               DISPLAY "IMPOSSIBLE DE RELIRE LITFILE-NEW - STATUT "
                   WS-LTN-STATUS
           ELSE
               OPEN OUTPUT LITFILE
               IF NOT WS-LIT-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE LITFILE - "
                       "STATUT " WS-LIT-STATUS
               ELSE
                   PERFORM 3850-RECOPIER-UN-LITIGE
                       UNTIL WS-FIN-FICHIER
                   CLOSE LITFILE
                   CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
                       WS-IXM-RETOUR
                   IF WS-IXM-RETOUR >= 8
                       DISPLAY "RECHARGEMENT DE LITFILE-IDX EN ERREUR"
                           " - RELANCER IDXCHK1 LITFILE R"
                   END-IF
               END-IF
               CLOSE LITFILE-NEW
           END-IF.

      * -----------------------------------------------------------*
      * 3850-RECOPIER-UN-LITIGE : recopie un litige dans LITFILE    *
      * -----------------------------------------------------------*
       3850-RECOPIER-UN-LITIGE.
           READ LITFILE-NEW
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   WRITE LITFILE-ENREG FROM LITFILE-NEW-ENREG
           END-READ.

      * -----------------------------------------------------------*
      * 4000-TERMINER : affiche un récapitulatif des transactions   *
      * -----------------------------------------------------------*
       4000-TERMINER.
           DISPLAY "TRANSACTIONS TRAITEES : " WS-NB-TRANS.
           DISPLAY "AVOIRS DEPOSES        : " WS-NB-AVOIRS.

           IF WS-INV-OUVERT
               CLOSE INVFILE-IDX
           END-IF.
