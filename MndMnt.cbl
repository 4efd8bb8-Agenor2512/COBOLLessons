       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDMNT1.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-25  AG  Création : maintenance en mode ligne
      *                 (ACCEPT/DISPLAY) du fichier maître des mandats
      *                 de prélèvement SEPA (MANDFILE, copy MANDREC),
      *                 sur le même principe que SUPMNT1 pour
      *                 SUPFILE. Un mandat par client : le code doit
      *                 exister au maître des clients (CUSTFILE) et
      *                 n'avoir pas déjà de mandat. La RUM et la date
      *                 de signature (pas postérieure à la date de
      *                 traitement) sont obligatoires, la clé IBAN
      *                 passe par IBANCHK01 avec reprompt (pas de
      *                 blanc à la création). Un nouveau mandat part
      *                 en séquence FRST ; un changement de RUM ou
      *                 d'IBAN la ramène à FRST, et une nouvelle RUM
      *                 réactive un mandat révoqué (nouveau mandat
      *                 signé). R révoque un mandat, V réactive un
      *                 mandat suspendu par DDRET010 après un rejet.
      *                 Fusion en une passe vers MANDFILE-NEW (pas de
      *                 REWRITE en LINE SEQUENTIAL), recopié ensuite
      *                 sur place (même recopie que CORMNT1) : les
      *                 runs DDCOL010 et DDRET010 relisent MANDFILE.
      * 2026-10-15  AG  CUSTFILE passe à 102 caractères (devise de
      *                 facturation du client)
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ancien fichier maître des mandats
           SELECT MANDFILE ASSIGN TO "MANDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MND-STATUS.

      * Nouveau fichier maître, issu de la fusion des transactions
           SELECT MANDFILE-NEW ASSIGN TO "MANDFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNN-STATUS.

      * Maître des clients - voir copy CUSTREC
           SELECT CUSTFILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MANDFILE
           RECORD CONTAINS 116 CHARACTERS.
       01  MANDFILE-ENREG              PIC X(116).

       FD  MANDFILE-NEW
           RECORD CONTAINS 116 CHARACTERS.
       01  MANDFILE-NEW-ENREG          PIC X(116).

       FD  CUSTFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-ENREG              PIC X(113).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des mandats - voir MANDREC
       COPY MANDREC.

      * Enregistrement du maître des clients - voir CUSTREC
       COPY CUSTREC.

       01  WS-MND-STATUS               PIC X(02).
           88  WS-MND-OK               VALUE "00".
           88  WS-MND-EOF              VALUE "10".

       01  WS-MNN-STATUS               PIC X(02).
           88  WS-MNN-OK               VALUE "00".

       01  WS-CUS-STATUS               PIC X(02).
           88  WS-CUS-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

       01  WS-ACTION                   PIC X(01).
           88  WS-ACTION-AJOUT         VALUE "A".
           88  WS-ACTION-MODIF         VALUE "U".
           88  WS-ACTION-REVOQUE       VALUE "R".
           88  WS-ACTION-REACTIVE      VALUE "V".
           88  WS-ACTION-QUITTER       VALUE "Q" " ".

      * Table des transactions saisies, appliquées en une passe de
      * fusion (même principe que SUPMNT1)
       01  WS-NB-TRANS                 PIC 9(03) VALUE ZEROES.
       01  WS-TRANS-TABLE.
           05  WS-TRANS OCCURS 50 TIMES INDEXED BY WS-TRANS-IDX.
               10  TRANS-ACTION        PIC X(01).
               10  TRANS-CODE          PIC X(08).
               10  TRANS-RUM           PIC X(35).
               10  TRANS-DATE-SIGN     PIC 9(08).
               10  TRANS-IBAN          PIC X(27).
               10  TRANS-BIC           PIC X(11).

       01  WS-TRANS-TROUVE-SWITCH      PIC X(01) VALUE "N".
           88  WS-TRANS-TROUVE         VALUE "O".

      * Rang de la transaction retenue par la recherche à rebours
       01  WS-POSTE-RETENU             PIC 9(03).
       01  WS-NO-TRANS                 PIC 9(03).

      * Clients du maître, pour le contrôle d'existence
       01  WS-CLI-TABLE.
           05  WS-CLI-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-CLI-IDX.
               10  WS-CLI-CODE         PIC X(08).
       01  WS-NB-CLIENTS               PIC 9(03) VALUE ZEROES.

       01  WS-CLI-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CLI-TROUVE           VALUE "O".

      * Clients déjà sous mandat, pour le contrôle d'unicité
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-CODE-IDX.
               10  WS-CODE-CLIENT      PIC X(08).
       01  WS-NB-CODES                 PIC 9(03) VALUE ZEROES.

       01  WS-CODE-TROUVE-SWITCH       PIC X(01) VALUE "N".
           88  WS-CODE-TROUVE          VALUE "O".

       01  WS-CODE-SAISIE              PIC X(08).
       01  WS-RUM-SAISIE               PIC X(35).

      * Date de signature saisie, contrôlée numérique et pas
      * postérieure à la date de traitement
       01  WS-DATE-SAISIE              PIC X(08).
       01  WS-DATE-SAISIE-N REDEFINES WS-DATE-SAISIE
                                       PIC 9(08).
       01  WS-DATE-ACCEPTEE-SW         PIC X(01).
           88  WS-DATE-ACCEPTEE        VALUE "O".

      * Saisie des coordonnées bancaires, clé IBAN contrôlée par le
      * sous-programme commun IBANCHK01 (même principe que SUPMNT1)
       01  WS-IBAN-SAISIE              PIC X(27).
       01  WS-BIC-SAISIE               PIC X(11).
       01  WS-IBAN-VALIDE-SW           PIC X(01).
           88  WS-IBAN-VALIDE          VALUE "O".
       01  WS-IBAN-ACCEPTE-SW          PIC X(01).
           88  WS-IBAN-ACCEPTE         VALUE "O".
      * Blanc admis (modification : coordonnées inchangées)
       01  WS-BLANC-ADMIS-SW           PIC X(01).
           88  WS-BLANC-ADMIS          VALUE "O".

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISER.
           PERFORM 2000-SAISIR-TRANSACTIONS
               UNTIL WS-ACTION-QUITTER.
           PERFORM 3000-FUSIONNER-MASTER.
           PERFORM 4000-TERMINER.

           GOBACK.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les clients du maître et les      *
      * clients déjà sous mandat                                    *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE ZEROES TO WS-NB-TRANS.
           PERFORM 1100-CHARGER-CLIENTS.
           PERFORM 1200-CHARGER-MANDATS.

      * -----------------------------------------------------------*
      * 1100-CHARGER-CLIENTS : charge les codes du maître des       *
      * clients en table                                            *
      * -----------------------------------------------------------*
       1100-CHARGER-CLIENTS.
           OPEN INPUT CUSTFILE.
           IF WS-CUS-OK
               PERFORM 1150-LIRE-ET-STOCKER-CLIENT
                   UNTIL NOT WS-CUS-OK OR WS-NB-CLIENTS >= 500
               CLOSE CUSTFILE
           ELSE
               DISPLAY "CUSTFILE INTROUVABLE - AUCUNE CREATION "
                   "POSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-CLIENT : lit un client du maître et    *
      * retient son code                                            *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-CLIENT.
           READ CUSTFILE INTO CLIENT-ENREG
               AT END
                   MOVE "10" TO WS-CUS-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CLIENTS
                   MOVE CUST-CODE TO WS-CLI-CODE(WS-NB-CLIENTS)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-MANDATS : charge les clients sous mandat en    *
      * table ; maître absent = création du maître                  *
      * -----------------------------------------------------------*
       1200-CHARGER-MANDATS.
           OPEN INPUT MANDFILE.
           IF WS-MND-OK
               PERFORM 1250-LIRE-ET-STOCKER-CODE
                   UNTIL NOT WS-MND-OK OR WS-NB-CODES >= 500
               CLOSE MANDFILE
           ELSE
               DISPLAY "MANDFILE INTROUVABLE - CREATION DU MAITRE"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-CODE : lit un mandat du maître et      *
      * retient son client                                          *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-CODE.
           READ MANDFILE INTO MANDAT-ENREG
               AT END
                   MOVE "10" TO WS-MND-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CODES
                   MOVE MAND-CLIENT TO WS-CODE-CLIENT(WS-NB-CODES)
           END-READ.

      * -----------------------------------------------------------*
      * 2000-SAISIR-TRANSACTIONS : affiche le menu et saisit une    *
      * transaction                                                 *
      * -----------------------------------------------------------*
       2000-SAISIR-TRANSACTIONS.
           DISPLAY "A=CREER  U=MODIFIER  R=REVOQUER  V=REACTIVER  "
               "Q=QUITTER".
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-AJOUT
                   PERFORM 2100-SAISIR-CREATION
               WHEN WS-ACTION-MODIF
                   PERFORM 2200-SAISIR-MODIF
               WHEN WS-ACTION-REVOQUE
                   PERFORM 2300-SAISIR-CHANGEMENT-STATUT
               WHEN WS-ACTION-REACTIVE
                   PERFORM 2300-SAISIR-CHANGEMENT-STATUT
               WHEN WS-ACTION-QUITTER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-SAISIR-CREATION : saisit un nouveau mandat (client     *
      * connu et sans mandat, RUM, date de signature, IBAN          *
      * contrôlé) et l'empile                                       *
      * -----------------------------------------------------------*
       2100-SAISIR-CREATION.
           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "CREATION REFUSEE"
           ELSE
               PERFORM 0600-SAISIR-CLIENT-SANS-MANDAT
               IF WS-CODE-SAISIE = SPACES
                   DISPLAY "CREATION ABANDONNEE"
               ELSE
                   ADD 1 TO WS-NB-TRANS
                   MOVE "A" TO TRANS-ACTION(WS-NB-TRANS)
                   MOVE WS-CODE-SAISIE TO TRANS-CODE(WS-NB-TRANS)

                   MOVE "N" TO WS-BLANC-ADMIS-SW
                   PERFORM 0800-SAISIR-RUM
                   MOVE WS-RUM-SAISIE TO TRANS-RUM(WS-NB-TRANS)

                   PERFORM 0900-SAISIR-DATE-SIGNATURE
                   MOVE WS-DATE-SAISIE-N
                       TO TRANS-DATE-SIGN(WS-NB-TRANS)

                   PERFORM 0700-SAISIR-IBAN
                   MOVE WS-IBAN-SAISIE TO TRANS-IBAN(WS-NB-TRANS)
                   MOVE WS-BIC-SAISIE  TO TRANS-BIC(WS-NB-TRANS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2200-SAISIR-MODIF : saisit le client et les nouvelles       *
      * valeurs de son mandat (blanc = inchangé)                    *
      * -----------------------------------------------------------*
       2200-SAISIR-MODIF.
           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "MODIFICATION REFUSEE"
           ELSE
               ADD 1 TO WS-NB-TRANS
               MOVE "U" TO TRANS-ACTION(WS-NB-TRANS)

               DISPLAY "CLIENT DU MANDAT A MODIFIER : "
               ACCEPT TRANS-CODE(WS-NB-TRANS)

      * Une nouvelle RUM est un nouveau mandat signé : sa date de
      * signature est alors exigée
               SET WS-BLANC-ADMIS TO TRUE
               PERFORM 0800-SAISIR-RUM
               MOVE WS-RUM-SAISIE TO TRANS-RUM(WS-NB-TRANS)
               MOVE ZEROES TO TRANS-DATE-SIGN(WS-NB-TRANS)
               IF WS-RUM-SAISIE NOT = SPACES
                   PERFORM 0900-SAISIR-DATE-SIGNATURE
                   MOVE WS-DATE-SAISIE-N
                       TO TRANS-DATE-SIGN(WS-NB-TRANS)
               END-IF

               PERFORM 0700-SAISIR-IBAN
               MOVE WS-IBAN-SAISIE TO TRANS-IBAN(WS-NB-TRANS)
               MOVE WS-BIC-SAISIE  TO TRANS-BIC(WS-NB-TRANS)
           END-IF.

      * -----------------------------------------------------------*
      * 2300-SAISIR-CHANGEMENT-STATUT : saisit le client dont le    *
      * mandat est révoqué (R) ou réactivé (V)                      *
      * -----------------------------------------------------------*
       2300-SAISIR-CHANGEMENT-STATUT.
           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "TRANSACTION REFUSEE"
           ELSE
               ADD 1 TO WS-NB-TRANS
               MOVE WS-ACTION TO TRANS-ACTION(WS-NB-TRANS)

               DISPLAY "CLIENT DU MANDAT : "
               ACCEPT TRANS-CODE(WS-NB-TRANS)
           END-IF.

      * -----------------------------------------------------------*
      * 0600-SAISIR-CLIENT-SANS-MANDAT : accepte le code client et  *
      * le rejette (avec reprompt) s'il est inconnu au maître des   *
      * clients ou déjà sous mandat ; un blanc abandonne            *
      * -----------------------------------------------------------*
       0600-SAISIR-CLIENT-SANS-MANDAT.
           MOVE SPACES TO WS-CODE-SAISIE.

           DISPLAY "CODE CLIENT (BLANC = ABANDON) : ".
           ACCEPT WS-CODE-SAISIE.

           IF WS-CODE-SAISIE NOT = SPACES
               PERFORM 0620-CONTROLER-CLIENT
               PERFORM 0650-CONTROLER-UNICITE
               IF NOT WS-CLI-TROUVE
                   DISPLAY "CLIENT INCONNU : " WS-CODE-SAISIE
                   PERFORM 0600-SAISIR-CLIENT-SANS-MANDAT
               ELSE
               IF WS-CODE-TROUVE
                   DISPLAY "CLIENT DEJA SOUS MANDAT : "
                       WS-CODE-SAISIE
                   PERFORM 0600-SAISIR-CLIENT-SANS-MANDAT
               END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0620-CONTROLER-CLIENT : le code saisi existe-t-il au maître *
      * des clients ?                                               *
      * -----------------------------------------------------------*
       0620-CONTROLER-CLIENT.
           MOVE "N" TO WS-CLI-TROUVE-SWITCH.

           IF WS-NB-CLIENTS > ZEROES
               SET WS-CLI-IDX TO 1
               SEARCH WS-CLI-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CLI-IDX > WS-NB-CLIENTS
                       CONTINUE
                   WHEN WS-CLI-CODE(WS-CLI-IDX) = WS-CODE-SAISIE
                       SET WS-CLI-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 0650-CONTROLER-UNICITE : le client saisi a-t-il déjà un     *
      * mandat au maître ou créé dans la session ?                  *
      * -----------------------------------------------------------*
       0650-CONTROLER-UNICITE.
           MOVE "N" TO WS-CODE-TROUVE-SWITCH.

           IF WS-NB-CODES > ZEROES
               SET WS-CODE-IDX TO 1
               SEARCH WS-CODE-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CODE-IDX > WS-NB-CODES
                       CONTINUE
                   WHEN WS-CODE-CLIENT(WS-CODE-IDX) = WS-CODE-SAISIE
                       SET WS-CODE-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           PERFORM 0670-COMPARER-UNE-CREATION
               VARYING WS-NO-TRANS FROM 1 BY 1
                   UNTIL WS-NO-TRANS > WS-NB-TRANS OR WS-CODE-TROUVE.

      * -----------------------------------------------------------*
      * 0670-COMPARER-UNE-CREATION : la transaction courante        *
      * crée-t-elle déjà un mandat pour ce client ?                 *
      * -----------------------------------------------------------*
       0670-COMPARER-UNE-CREATION.
           IF TRANS-ACTION(WS-NO-TRANS) = "A"
               AND TRANS-CODE(WS-NO-TRANS) = WS-CODE-SAISIE
               SET WS-CODE-TROUVE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 0700-SAISIR-IBAN : accepte l'IBAN et le contrôle par        *
      * IBANCHK01 avec reprompt - obligatoire à la création, blanc  *
      * = inchangé en modification ; le BIC n'est demandé que       *
      * lorsqu'un IBAN est fourni                                   *
      * -----------------------------------------------------------*
       0700-SAISIR-IBAN.
           MOVE "N" TO WS-IBAN-ACCEPTE-SW.
           MOVE SPACES TO WS-BIC-SAISIE.
           PERFORM 0720-ACCEPTER-ET-CONTROLER
               UNTIL WS-IBAN-ACCEPTE.

           IF WS-IBAN-SAISIE NOT = SPACES
               DISPLAY "BIC  : "
               ACCEPT WS-BIC-SAISIE
           END-IF.

      * -----------------------------------------------------------*
      * 0720-ACCEPTER-ET-CONTROLER : une tentative de saisie de     *
      * l'IBAN du débiteur                                          *
      * -----------------------------------------------------------*
       0720-ACCEPTER-ET-CONTROLER.
           MOVE SPACES TO WS-IBAN-SAISIE.
           IF WS-BLANC-ADMIS
               DISPLAY "IBAN DEBITEUR (BLANC = INCHANGE) : "
           ELSE
               DISPLAY "IBAN DEBITEUR : "
           END-IF.
           ACCEPT WS-IBAN-SAISIE.

           IF WS-IBAN-SAISIE = SPACES
               IF WS-BLANC-ADMIS
                   SET WS-IBAN-ACCEPTE TO TRUE
               ELSE
                   DISPLAY "IBAN OBLIGATOIRE POUR UN MANDAT"
               END-IF
           ELSE
               CALL "IBANCHK01" USING WS-IBAN-SAISIE,
                   WS-IBAN-VALIDE-SW
               IF WS-IBAN-VALIDE
                   SET WS-IBAN-ACCEPTE TO TRUE
               ELSE
                   DISPLAY "CLE IBAN INVALIDE - VEUILLEZ RESSAISIR"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0800-SAISIR-RUM : accepte la référence unique du mandat -   *
      * obligatoire à la création, blanc = inchangée en             *
      * modification                                                *
      * -----------------------------------------------------------*
       0800-SAISIR-RUM.
           MOVE SPACES TO WS-RUM-SAISIE.
           IF WS-BLANC-ADMIS
               DISPLAY "RUM (BLANC = INCHANGEE) : "
           ELSE
               DISPLAY "RUM : "
           END-IF.
           ACCEPT WS-RUM-SAISIE.

           IF WS-RUM-SAISIE = SPACES AND NOT WS-BLANC-ADMIS
               DISPLAY "RUM OBLIGATOIRE POUR UN MANDAT"
               PERFORM 0800-SAISIR-RUM
           END-IF.

      * -----------------------------------------------------------*
      * 0900-SAISIR-DATE-SIGNATURE : accepte la date de signature   *
      * AAAAMMJJ avec reprompt tant qu'elle n'est pas numérique ou  *
      * qu'elle dépasse la date de traitement                       *
      * -----------------------------------------------------------*
       0900-SAISIR-DATE-SIGNATURE.
           MOVE "N" TO WS-DATE-ACCEPTEE-SW.
           PERFORM 0920-ACCEPTER-UNE-DATE
               UNTIL WS-DATE-ACCEPTEE.

       0920-ACCEPTER-UNE-DATE.
           MOVE SPACES TO WS-DATE-SAISIE.
           DISPLAY "DATE DE SIGNATURE AAAAMMJJ : ".
           ACCEPT WS-DATE-SAISIE.

           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE - VEUILLEZ RESSAISIR"
           ELSE
           IF WS-DATE-SAISIE-N > WS-DATE-TRAITEMENT
               OR WS-DATE-SAISIE-N(5:2) < "01"
               OR WS-DATE-SAISIE-N(5:2) > "12"
               DISPLAY "DATE HORS LIMITES - VEUILLEZ RESSAISIR"
           ELSE
               SET WS-DATE-ACCEPTEE TO TRUE
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-FUSIONNER-MASTER : recopie l'ancien maître vers le     *
      * nouveau en appliquant modifications et changements de       *
      * statut, ajoute les mandats créés, puis recopie le nouveau   *
      * maître sur place                                            *
      * -----------------------------------------------------------*
       3000-FUSIONNER-MASTER.
           OPEN INPUT MANDFILE.
           IF NOT WS-MND-OK
               DISPLAY "MANDFILE INTROUVABLE - CREATION DU MAITRE"
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           OPEN OUTPUT MANDFILE-NEW.
           IF NOT WS-MNN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR MANDFILE-NEW - STATUT "
                   WS-MNN-STATUS
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 3100-LIRE-ANCIEN
           END-IF.

           PERFORM 3200-RECOPIER-MASTER
               UNTIL WS-FIN-FICHIER.

           IF WS-MNN-OK
               PERFORM 3300-AJOUTER-UN-NOUVEAU
                   VARYING WS-NO-TRANS FROM 1 BY 1
                       UNTIL WS-NO-TRANS > WS-NB-TRANS
           END-IF.

           IF WS-MND-OK OR WS-MND-EOF
               CLOSE MANDFILE
           END-IF.
           IF WS-MNN-OK
               CLOSE MANDFILE-NEW
               IF WS-NB-TRANS > ZEROES
                   PERFORM 3800-RECOPIER-LE-MAITRE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3100-LIRE-ANCIEN : lit le prochain enregistrement de        *
      * l'ancien maître                                             *
      * -----------------------------------------------------------*
       3100-LIRE-ANCIEN.
           READ MANDFILE INTO MANDAT-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3200-RECOPIER-MASTER : applique la dernière transaction U,  *
      * R ou V saisie pour le mandat courant, puis l'écrit          *
      * -----------------------------------------------------------*
       3200-RECOPIER-MASTER.
           MOVE "N" TO WS-TRANS-TROUVE-SWITCH.

      * Recherche à rebours : la dernière transaction saisie pour
      * un même client l'emporte (même principe que SUPMNT1)
           PERFORM 3250-COMPARER-UNE-TRANSACTION
               VARYING WS-NO-TRANS FROM WS-NB-TRANS BY -1
                   UNTIL WS-NO-TRANS < 1 OR WS-TRANS-TROUVE.

           IF WS-TRANS-TROUVE
               SET WS-TRANS-IDX TO WS-POSTE-RETENU
               EVALUATE TRANS-ACTION(WS-TRANS-IDX)
                   WHEN "U"
                       PERFORM 3270-APPLIQUER-MODIF
                   WHEN "R"
                       SET MAND-REVOQUE TO TRUE
                   WHEN "V"
                       IF MAND-SUSPENDU
                           SET MAND-ACTIF TO TRUE
                       ELSE
                           DISPLAY "MANDAT " MAND-CLIENT
                               " NON SUSPENDU - REACTIVATION IGNOREE"
                       END-IF
               END-EVALUATE
           END-IF.

           WRITE MANDFILE-NEW-ENREG FROM MANDAT-ENREG.

           PERFORM 3100-LIRE-ANCIEN.

      * -----------------------------------------------------------*
      * 3250-COMPARER-UNE-TRANSACTION : la transaction courante     *
      * porte-t-elle sur le mandat lu ?                             *
      * -----------------------------------------------------------*
       3250-COMPARER-UNE-TRANSACTION.
           IF WS-NO-TRANS > ZEROES
               IF TRANS-CODE(WS-NO-TRANS) = MAND-CLIENT
                   AND TRANS-ACTION(WS-NO-TRANS) NOT = "A"
                   SET WS-TRANS-TROUVE TO TRUE
                   MOVE WS-NO-TRANS TO WS-POSTE-RETENU
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3270-APPLIQUER-MODIF : nouvelle RUM = nouveau mandat signé  *
      * (réactivé, séquence FRST) ; nouvel IBAN = séquence FRST     *
      * -----------------------------------------------------------*
       3270-APPLIQUER-MODIF.
           IF TRANS-RUM(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-RUM(WS-TRANS-IDX) TO MAND-RUM
               MOVE TRANS-DATE-SIGN(WS-TRANS-IDX)
                   TO MAND-DATE-SIGNATURE
               SET MAND-PREMIER TO TRUE
               SET MAND-ACTIF TO TRUE
           END-IF.

           IF TRANS-IBAN(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-IBAN(WS-TRANS-IDX) TO MAND-IBAN
               MOVE TRANS-BIC(WS-TRANS-IDX)  TO MAND-BIC
               SET MAND-PREMIER TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 3300-AJOUTER-UN-NOUVEAU : écrit à la suite du maître le     *
      * mandat créé par la transaction courante (action A)          *
      * -----------------------------------------------------------*
       3300-AJOUTER-UN-NOUVEAU.
           IF TRANS-ACTION(WS-NO-TRANS) = "A"
               MOVE SPACES TO MANDAT-ENREG
               MOVE TRANS-CODE(WS-NO-TRANS)      TO MAND-CLIENT
               MOVE TRANS-RUM(WS-NO-TRANS)       TO MAND-RUM
               MOVE TRANS-DATE-SIGN(WS-NO-TRANS)
                   TO MAND-DATE-SIGNATURE
               MOVE TRANS-IBAN(WS-NO-TRANS)      TO MAND-IBAN
               MOVE TRANS-BIC(WS-NO-TRANS)       TO MAND-BIC
               SET MAND-PREMIER TO TRUE
               SET MAND-ACTIF TO TRUE
               MOVE ZEROES TO MAND-DATE-DERN-PRLV MAND-NB-REJETS
                   MAND-DATE-REJET
               WRITE MANDFILE-NEW-ENREG FROM MANDAT-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3800-RECOPIER-LE-MAITRE : réécrit MANDFILE sur place depuis *
      * la nouvelle génération (même recopie que CORMNT1)           *
      * -----------------------------------------------------------*
       3800-RECOPIER-LE-MAITRE.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT MANDFILE-NEW.
           IF NOT WS-MNN-OK
               DISPLAY "IMPOSSIBLE DE RELIRE MANDFILE-NEW - STATUT "
                   WS-MNN-STATUS
           ELSE
               OPEN OUTPUT MANDFILE
               IF NOT WS-MND-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE MANDFILE - "
                       "STATUT " WS-MND-STATUS
               ELSE
                   PERFORM 3850-RECOPIER-UN-MANDAT
                       UNTIL WS-FIN-FICHIER
                   CLOSE MANDFILE
               END-IF
               CLOSE MANDFILE-NEW
           END-IF.

      * -----------------------------------------------------------*
      * 3850-RECOPIER-UN-MANDAT : recopie un mandat dans MANDFILE   *
      * -----------------------------------------------------------*
       3850-RECOPIER-UN-MANDAT.
           READ MANDFILE-NEW
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   WRITE MANDFILE-ENREG FROM MANDFILE-NEW-ENREG
           END-READ.

      * -----------------------------------------------------------*
      * 4000-TERMINER : affiche un récapitulatif des transactions   *
      * -----------------------------------------------------------*
       4000-TERMINER.
           DISPLAY "TRANSACTIONS TRAITEES : " WS-NB-TRANS.
