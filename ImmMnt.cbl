       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMMNT1.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-15  AG  Création : maintenance en mode ligne
      *                 (ACCEPT/DISPLAY) du fichier maître des
      *                 immobilisations (IMMFILE, copy IMMREC), sur
      *                 le même principe que ACCTMNT1/SUPMNT1 - le
      *                 matériel et les agencements achetés via
      *                 APINV010 ne vivent plus dans un tableur.
      *                 Création (numéro contrôlé unique, service
      *                 contrôlé au maître SRVFILE, comptes
      *                 d'immobilisation, d'amortissements et de
      *                 dotation contrôlés au plan GLCOAFIL avec
      *                 reprompt, reprise éventuelle des
      *                 amortissements déjà pratiqués), modification
      *                 et saisie des cessions (date, prix), la
      *                 comptabilisation de la sortie revenant à
      *                 IMMDEP010. Fusion en une passe vers
      *                 IMMFILE-NEW (pas de REWRITE en LINE
      *                 SEQUENTIAL).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ancien fichier maître des immobilisations
           SELECT IMMFILE ASSIGN TO "IMMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMM-STATUS.

      * Nouveau fichier maître, issu de la fusion des transactions
           SELECT IMMFILE-NEW ASSIGN TO "IMMFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMN-STATUS.

      * Plan comptable : comptes admis sur une fiche - voir GLCOAREC
           SELECT GLCOAFIL ASSIGN TO "GLCOAFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      * Maître des services - voir copy SRVREC
           SELECT SRVFILE ASSIGN TO "SRVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRV-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  IMMFILE
           RECORD CONTAINS 139 CHARACTERS.
       01  IMMFILE-ENREG               PIC X(139).

       FD  IMMFILE-NEW
           RECORD CONTAINS 139 CHARACTERS.
       01  IMMFILE-NEW-ENREG           PIC X(139).

       FD  GLCOAFIL
           RECORD CONTAINS 38 CHARACTERS.
       01  GLCOAFIL-ENREG              PIC X(38).

       FD  SRVFILE
           RECORD CONTAINS 52 CHARACTERS.
       01  SRVFILE-ENREG               PIC X(52).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des immobilisations - voir IMMREC
       COPY IMMREC.

      * Enregistrement du plan comptable - voir copy GLCOAREC
       COPY GLCOAREC.

      * Enregistrement du maître des services - voir copy SRVREC
       COPY SRVREC.

       01  WS-IMM-STATUS               PIC X(02).
           88  WS-IMM-OK               VALUE "00".

       01  WS-IMN-STATUS               PIC X(02).
           88  WS-IMN-OK               VALUE "00".

       01  WS-COA-STATUS               PIC X(02).
           88  WS-COA-OK               VALUE "00".

       01  WS-SRV-STATUS               PIC X(02).
           88  WS-SRV-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

       01  WS-ACTION                   PIC X(01).
           88  WS-ACTION-AJOUT         VALUE "A".
           88  WS-ACTION-MODIF         VALUE "U".
           88  WS-ACTION-CESSION       VALUE "C".
           88  WS-ACTION-QUITTER       VALUE "Q" " ".

      * Table des transactions saisies, appliquées en une passe de
      * fusion (même principe que ACCTMNT1/SUPMNT1)
       01  WS-NB-TRANS                 PIC 9(03) VALUE ZEROES.
       01  WS-TRANS-TABLE.
           05  WS-TRANS OCCURS 50 TIMES INDEXED BY WS-TRANS-IDX.
               10  TRANS-ACTION        PIC X(01).
               10  TRANS-NUMERO        PIC X(08).
               10  TRANS-LIBELLE       PIC X(30).
               10  TRANS-SERVICE       PIC X(04).
               10  TRANS-FOURNISSEUR   PIC X(08).
               10  TRANS-FACTURE       PIC X(08).
               10  TRANS-DATE-ACQ      PIC 9(08).
               10  TRANS-COUT          PIC 9(07)V9(02).
               10  TRANS-DUREE-MOIS    PIC 9(03).
               10  TRANS-METHODE       PIC X(01).
               10  TRANS-TAUX          PIC 9(01)V9(04).
               10  TRANS-COMPTE-IMMO   PIC X(06).
               10  TRANS-COMPTE-AMORT  PIC X(06).
               10  TRANS-COMPTE-DOT    PIC X(06).
               10  TRANS-INTEGREE      PIC X(01).
               10  TRANS-CUMUL-AMORT   PIC 9(07)V9(02).
               10  TRANS-NB-MOIS       PIC 9(03).
               10  TRANS-PERIODE       PIC 9(06).
               10  TRANS-DATE-CESSION  PIC 9(08).
               10  TRANS-PRIX-CESSION  PIC 9(07)V9(02).

       01  WS-TRANS-TROUVE-SWITCH      PIC X(01) VALUE "N".
           88  WS-TRANS-TROUVE         VALUE "O".

      * Rang de la transaction retenue par la recherche à rebours
      * (même correction que dans PERSMRG01)
       01  WS-POSTE-RETENU             PIC 9(03).
       01  WS-NO-TRANS                 PIC 9(03).

      * Numéros d'immobilisation connus, pour le contrôle
      * d'unicité à la création et d'existence en modification
       01  WS-NUM-TABLE.
           05  WS-NUM-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-NUM-IDX.
               10  WS-NUM-IMMO         PIC X(08).
       01  WS-NB-NUMS                  PIC 9(03) VALUE ZEROES.

       01  WS-NUM-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-NUM-TROUVE           VALUE "O".

       01  WS-NUMERO-SAISI             PIC X(08).

      * Comptes du plan comptable, pour le contrôle des comptes
      * portés par la fiche (même table que GLJRN1)
       01  WS-COA-TABLE.
           05  WS-COA-ENTREE OCCURS 100 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-COMPTE       PIC X(06).
       01  WS-NB-COA                   PIC 9(03) VALUE ZEROES.

       01  WS-COA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-COA-TROUVE           VALUE "O".

      * Codes service connus - SRVFILE absent = aucun contrôle
       01  WS-SRV-TABLE.
           05  WS-SRV-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-SRV-IDX.
               10  WS-SRV-CODE         PIC X(04).
       01  WS-NB-SRV                   PIC 9(03) VALUE ZEROES.

       01  WS-SRV-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SRV-TROUVE           VALUE "O".

      * Zones de saisie contrôlées avec reprompt ; en modification
      * un blanc (ou zéro) laisse la valeur du maître inchangée
       01  WS-MODE-MODIF-SW            PIC X(01) VALUE "N".
           88  WS-MODE-MODIF           VALUE "O".

       01  WS-LIBELLE-INVITE           PIC X(30).
       01  WS-COMPTE-SAISIE            PIC X(06).
       01  WS-SERVICE-SAISI            PIC X(04).

       01  WS-DATE-SAISIE              PIC X(08).
       01  WS-DATE-CONTROLEE.
           05  WS-DTC-AAAA             PIC 9(04).
           05  WS-DTC-MM               PIC 9(02).
           05  WS-DTC-JJ               PIC 9(02).
       01  WS-DATE-RETENUE             PIC 9(08).

       01  WS-PERIODE-SAISIE           PIC X(06).
       01  WS-PERIODE-CONTROLEE.
           05  WS-PRC-AAAA             PIC 9(04).
           05  WS-PRC-MM               PIC 9(02).
       01  WS-PERIODE-RETENUE          PIC 9(06).

       01  WS-DUREE-SAISIE             PIC 9(03).
       01  WS-METHODE-SAISIE           PIC X(01).
       01  WS-OUI-NON                  PIC X(01).

       01  WS-SAISIE-ACCEPTEE-SW       PIC X(01).
           88  WS-SAISIE-ACCEPTEE      VALUE "O".

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISER.
           PERFORM 2000-SAISIR-TRANSACTIONS
               UNTIL WS-ACTION-QUITTER.
           PERFORM 3000-FUSIONNER-MASTER.
           PERFORM 4000-TERMINER.

           GOBACK.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les numéros d'immobilisation du   *
      * maître, le plan comptable et les services                   *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           MOVE ZEROES TO WS-NB-TRANS.
           PERFORM 1100-CHARGER-NUMEROS.
           PERFORM 1200-CHARGER-PLAN.
           PERFORM 1300-CHARGER-SERVICES.

      * -----------------------------------------------------------*
      * 1100-CHARGER-NUMEROS : charge les numéros d'immobilisation  *
      * en table ; maître absent = création du maître               *
      * -----------------------------------------------------------*
       1100-CHARGER-NUMEROS.
           OPEN INPUT IMMFILE.
           IF WS-IMM-OK
               PERFORM 1150-LIRE-ET-STOCKER-NUMERO
                   UNTIL NOT WS-IMM-OK OR WS-NB-NUMS >= 500
               CLOSE IMMFILE
           ELSE
               DISPLAY "IMMFILE INTROUVABLE - CREATION DU MAITRE"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-NUMERO : lit une immobilisation du     *
      * maître et retient son numéro                                *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-NUMERO.
           READ IMMFILE INTO IMM-ENREG
               AT END
                   MOVE "10" TO WS-IMM-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-NUMS
                   MOVE IMM-NUMERO TO WS-NUM-IMMO(WS-NB-NUMS)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-PLAN : charge le plan comptable pour le        *
      * contrôle des comptes de la fiche                            *
      * -----------------------------------------------------------*
       1200-CHARGER-PLAN.
           OPEN INPUT GLCOAFIL.
           IF WS-COA-OK
               PERFORM 1250-LIRE-ET-STOCKER-PLAN
                   UNTIL NOT WS-COA-OK OR WS-NB-COA >= 100
               CLOSE GLCOAFIL
           ELSE
               DISPLAY "GLCOAFIL INTROUVABLE - CREATION IMPOSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-PLAN : lit un compte du plan et le     *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-PLAN.
           READ GLCOAFIL INTO GLCOA-ENREG
               AT END
                   MOVE "10" TO WS-COA-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-COA
                   MOVE GLCOA-COMPTE TO WS-COA-COMPTE(WS-NB-COA)
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-SERVICES : charge les codes service du maître  *
      * SRVFILE ; absent = service accepté sans contrôle            *
      * -----------------------------------------------------------*
       1300-CHARGER-SERVICES.
           OPEN INPUT SRVFILE.
           IF WS-SRV-OK
               PERFORM 1350-LIRE-ET-STOCKER-SERVICE
                   UNTIL NOT WS-SRV-OK OR WS-NB-SRV >= 50
               CLOSE SRVFILE
           ELSE
               DISPLAY "SRVFILE INTROUVABLE - SERVICE NON CONTROLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-SERVICE : lit un service et retient    *
      * son code                                                    *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-SERVICE.
           READ SRVFILE INTO SERVICE-ENREG
               AT END
                   MOVE "10" TO WS-SRV-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-SRV
                   MOVE SRV-CODE TO WS-SRV-CODE(WS-NB-SRV)
           END-READ.

      * -----------------------------------------------------------*
      * 2000-SAISIR-TRANSACTIONS : affiche le menu et saisit une    *
      * transaction                                                 *
      * -----------------------------------------------------------*
       2000-SAISIR-TRANSACTIONS.
           DISPLAY "A=CREER  U=MODIFIER  C=CEDER  Q=QUITTER".
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-AJOUT
                   PERFORM 2100-SAISIR-CREATION
               WHEN WS-ACTION-MODIF
                   PERFORM 2200-SAISIR-MODIF
               WHEN WS-ACTION-CESSION
                   PERFORM 2300-SAISIR-CESSION
               WHEN WS-ACTION-QUITTER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-SAISIR-CREATION : saisit une nouvelle immobilisation   *
      * (numéro unique, service, acquisition, plan d'amortissement, *
      * comptes au plan, reprise éventuelle) et l'empile            *
      * -----------------------------------------------------------*
       2100-SAISIR-CREATION.
           MOVE "N" TO WS-MODE-MODIF-SW.

           EVALUATE TRUE
               WHEN WS-NB-TRANS >= 50
                   DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                       "CREATION REFUSEE"
               WHEN WS-NB-COA = ZEROES
                   DISPLAY "PLAN COMPTABLE ABSENT - "
                       "CREATION REFUSEE"
               WHEN OTHER
                   PERFORM 0600-SAISIR-NUMERO-UNIQUE
                   IF WS-NUMERO-SAISI = SPACES
                       DISPLAY "CREATION ABANDONNEE"
                   ELSE
                       PERFORM 2150-SAISIR-FICHE
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2150-SAISIR-FICHE : saisit le contenu d'une nouvelle fiche  *
      * d'immobilisation dans le poste de transaction suivant       *
      * -----------------------------------------------------------*
       2150-SAISIR-FICHE.
           ADD 1 TO WS-NB-TRANS.
           MOVE "A" TO TRANS-ACTION(WS-NB-TRANS).
           MOVE WS-NUMERO-SAISI TO TRANS-NUMERO(WS-NB-TRANS).

           DISPLAY "DESIGNATION : ".
           ACCEPT TRANS-LIBELLE(WS-NB-TRANS).

           PERFORM 0800-SAISIR-SERVICE.
           MOVE WS-SERVICE-SAISI TO TRANS-SERVICE(WS-NB-TRANS).

           DISPLAY "FOURNISSEUR (BLANC = AUCUN) : ".
           ACCEPT TRANS-FOURNISSEUR(WS-NB-TRANS).
           DISPLAY "FACTURE FOURNISSEUR : ".
           ACCEPT TRANS-FACTURE(WS-NB-TRANS).

           MOVE "DATE D'ACQUISITION AAAAMMJJ : " TO WS-LIBELLE-INVITE.
           PERFORM 0900-SAISIR-DATE.
           MOVE WS-DATE-RETENUE TO TRANS-DATE-ACQ(WS-NB-TRANS).

           MOVE ZEROES TO TRANS-COUT(WS-NB-TRANS).
           PERFORM 2160-SAISIR-COUT
               UNTIL TRANS-COUT(WS-NB-TRANS) > ZEROES.

           PERFORM 0950-SAISIR-DUREE.
           MOVE WS-DUREE-SAISIE TO TRANS-DUREE-MOIS(WS-NB-TRANS).

           PERFORM 0960-SAISIR-METHODE.
           MOVE WS-METHODE-SAISIE TO TRANS-METHODE(WS-NB-TRANS).
           MOVE ZEROES TO TRANS-TAUX(WS-NB-TRANS).
           IF WS-METHODE-SAISIE = "D"
               PERFORM 2170-SAISIR-TAUX
                   UNTIL TRANS-TAUX(WS-NB-TRANS) > ZEROES
           END-IF.

           MOVE "COMPTE D'IMMOBILISATION : " TO WS-LIBELLE-INVITE.
           PERFORM 0700-SAISIR-COMPTE-PLAN.
           MOVE WS-COMPTE-SAISIE TO TRANS-COMPTE-IMMO(WS-NB-TRANS).

           MOVE "COMPTE D'AMORTISSEMENTS : " TO WS-LIBELLE-INVITE.
           PERFORM 0700-SAISIR-COMPTE-PLAN.
           MOVE WS-COMPTE-SAISIE TO TRANS-COMPTE-AMORT(WS-NB-TRANS).

           MOVE "COMPTE DE DOTATION : " TO WS-LIBELLE-INVITE.
           PERFORM 0700-SAISIR-COMPTE-PLAN.
           MOVE WS-COMPTE-SAISIE TO TRANS-COMPTE-DOT(WS-NB-TRANS).

           PERFORM 2180-SAISIR-REPRISE.

      * -----------------------------------------------------------*
      * 2160-SAISIR-COUT : une tentative de saisie du coût          *
      * d'acquisition, refusé s'il est nul                          *
      * -----------------------------------------------------------*
       2160-SAISIR-COUT.
           DISPLAY "COUT D'ACQUISITION HT : ".
           ACCEPT TRANS-COUT(WS-NB-TRANS).
           IF TRANS-COUT(WS-NB-TRANS) = ZEROES
               DISPLAY "COUT NUL - VEUILLEZ RESSAISIR"
           END-IF.

      * -----------------------------------------------------------*
      * 2170-SAISIR-TAUX : une tentative de saisie du taux annuel   *
      * dégressif (0.3750 pour 37,50 %), refusé s'il est nul        *
      * -----------------------------------------------------------*
       2170-SAISIR-TAUX.
           DISPLAY "TAUX DEGRESSIF ANNUEL (EX. 0.3750) : ".
           ACCEPT TRANS-TAUX(WS-NB-TRANS).
           IF TRANS-TAUX(WS-NB-TRANS) = ZEROES
               DISPLAY "TAUX NUL - VEUILLEZ RESSAISIR"
           END-IF.

      * -----------------------------------------------------------*
      * 2180-SAISIR-REPRISE : bien repris d'un suivi antérieur -    *
      * coût déjà porté à l'actif et amortissements déjà pratiqués  *
      * (sinon IMMDEP010 passe la mise en service et amortit depuis *
      * le mois d'acquisition)                                      *
      * -----------------------------------------------------------*
       2180-SAISIR-REPRISE.
           MOVE "N" TO TRANS-INTEGREE(WS-NB-TRANS).
           MOVE ZEROES TO TRANS-CUMUL-AMORT(WS-NB-TRANS)
               TRANS-NB-MOIS(WS-NB-TRANS) TRANS-PERIODE(WS-NB-TRANS)
               TRANS-DATE-CESSION(WS-NB-TRANS)
               TRANS-PRIX-CESSION(WS-NB-TRANS).

           MOVE SPACES TO WS-OUI-NON.
           DISPLAY "DEJA PORTEE A L'ACTIF DU GRAND LIVRE (O/N) : ".
           ACCEPT WS-OUI-NON.
           IF WS-OUI-NON = "O"
               MOVE "O" TO TRANS-INTEGREE(WS-NB-TRANS)
               DISPLAY "AMORTISSEMENTS DEJA PRATIQUES (0 = AUCUN) : "
               ACCEPT TRANS-CUMUL-AMORT(WS-NB-TRANS)
               IF TRANS-CUMUL-AMORT(WS-NB-TRANS) > ZEROES
                   DISPLAY "NOMBRE DE MOIS DEJA AMORTIS : "
                   ACCEPT TRANS-NB-MOIS(WS-NB-TRANS)
                   PERFORM 0980-SAISIR-PERIODE
                   MOVE WS-PERIODE-RETENUE
                       TO TRANS-PERIODE(WS-NB-TRANS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2200-SAISIR-MODIF : saisit le numéro d'une immobilisation   *
      * existante et les nouvelles valeurs (blanc ou zéro =         *
      * inchangé) ; coût et mode ne se modifient pas une fois le    *
      * plan d'amortissement engagé                                 *
      * -----------------------------------------------------------*
       2200-SAISIR-MODIF.
           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "MODIFICATION REFUSEE"
           ELSE
               PERFORM 0650-SAISIR-NUMERO-EXISTANT
               IF WS-NUMERO-SAISI = SPACES
                   DISPLAY "MODIFICATION ABANDONNEE"
               ELSE
                   SET WS-MODE-MODIF TO TRUE
                   ADD 1 TO WS-NB-TRANS
                   MOVE "U" TO TRANS-ACTION(WS-NB-TRANS)
                   MOVE WS-NUMERO-SAISI TO TRANS-NUMERO(WS-NB-TRANS)

                   DISPLAY "NOUVELLE DESIGNATION (BLANC = "
                       "INCHANGEE) : "
                   ACCEPT TRANS-LIBELLE(WS-NB-TRANS)

                   PERFORM 0800-SAISIR-SERVICE
                   MOVE WS-SERVICE-SAISI
                       TO TRANS-SERVICE(WS-NB-TRANS)

                   PERFORM 0950-SAISIR-DUREE
                   MOVE WS-DUREE-SAISIE
                       TO TRANS-DUREE-MOIS(WS-NB-TRANS)

                   MOVE "COMPTE D'IMMOBILISATION : "
                       TO WS-LIBELLE-INVITE
                   PERFORM 0700-SAISIR-COMPTE-PLAN
                   MOVE WS-COMPTE-SAISIE
                       TO TRANS-COMPTE-IMMO(WS-NB-TRANS)

                   MOVE "COMPTE D'AMORTISSEMENTS : "
                       TO WS-LIBELLE-INVITE
                   PERFORM 0700-SAISIR-COMPTE-PLAN
                   MOVE WS-COMPTE-SAISIE
                       TO TRANS-COMPTE-AMORT(WS-NB-TRANS)

                   MOVE "COMPTE DE DOTATION : " TO WS-LIBELLE-INVITE
                   PERFORM 0700-SAISIR-COMPTE-PLAN
                   MOVE WS-COMPTE-SAISIE
                       TO TRANS-COMPTE-DOT(WS-NB-TRANS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2300-SAISIR-CESSION : saisit la sortie d'une immobilisation *
      * (date et prix de cession, zéro = mise au rebut) ; la        *
      * plus- ou moins-value est postée par IMMDEP010               *
      * -----------------------------------------------------------*
       2300-SAISIR-CESSION.
           MOVE "N" TO WS-MODE-MODIF-SW.

           IF WS-NB-TRANS >= 50
               DISPLAY "TABLE DES TRANSACTIONS PLEINE (50) - "
                   "CESSION REFUSEE"
           ELSE
               PERFORM 0650-SAISIR-NUMERO-EXISTANT
               IF WS-NUMERO-SAISI = SPACES
                   DISPLAY "CESSION ABANDONNEE"
               ELSE
                   ADD 1 TO WS-NB-TRANS
                   MOVE "C" TO TRANS-ACTION(WS-NB-TRANS)
                   MOVE WS-NUMERO-SAISI TO TRANS-NUMERO(WS-NB-TRANS)

                   MOVE "DATE DE CESSION AAAAMMJJ : "
                       TO WS-LIBELLE-INVITE
                   PERFORM 0900-SAISIR-DATE
                   MOVE WS-DATE-RETENUE
                       TO TRANS-DATE-CESSION(WS-NB-TRANS)

                   DISPLAY "PRIX DE CESSION HT (0 = MISE AU REBUT) : "
                   ACCEPT TRANS-PRIX-CESSION(WS-NB-TRANS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0600-SAISIR-NUMERO-UNIQUE : accepte le numéro et le rejette *
      * (avec reprompt) s'il est déjà connu ; un blanc abandonne la *
      * création                                                    *
      * -----------------------------------------------------------*
       0600-SAISIR-NUMERO-UNIQUE.
           MOVE SPACES TO WS-NUMERO-SAISI.

           DISPLAY "NUMERO D'IMMOBILISATION (BLANC = ABANDON) : ".
           ACCEPT WS-NUMERO-SAISI.

           IF WS-NUMERO-SAISI NOT = SPACES
               PERFORM 0620-CHERCHER-NUMERO
               IF WS-NUM-TROUVE
                   DISPLAY "NUMERO DEJA CONNU : " WS-NUMERO-SAISI
                   PERFORM 0600-SAISIR-NUMERO-UNIQUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0620-CHERCHER-NUMERO : le numéro saisi existe-t-il déjà au  *
      * maître ou dans une création de la session ?                 *
      * -----------------------------------------------------------*
       0620-CHERCHER-NUMERO.
           PERFORM 0630-CHERCHER-AU-MAITRE.

           PERFORM 0640-COMPARER-UNE-CREATION
               VARYING WS-TRANS-IDX FROM 1 BY 1
                   UNTIL WS-TRANS-IDX > WS-NB-TRANS OR WS-NUM-TROUVE.

      * -----------------------------------------------------------*
      * 0630-CHERCHER-AU-MAITRE : le numéro saisi figure-t-il au    *
      * maître IMMFILE ?                                            *
      * -----------------------------------------------------------*
       0630-CHERCHER-AU-MAITRE.
           MOVE "N" TO WS-NUM-TROUVE-SWITCH.

           IF WS-NB-NUMS > ZEROES
               SET WS-NUM-IDX TO 1
               SEARCH WS-NUM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-NUM-IMMO(WS-NUM-IDX) = WS-NUMERO-SAISI
                       SET WS-NUM-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 0640-COMPARER-UNE-CREATION : compare le numéro saisi à une  *
      * création déjà empilée dans la session                       *
      * -----------------------------------------------------------*
       0640-COMPARER-UNE-CREATION.
           IF TRANS-ACTION(WS-TRANS-IDX) = "A"
               AND TRANS-NUMERO(WS-TRANS-IDX) = WS-NUMERO-SAISI
               SET WS-NUM-TROUVE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 0650-SAISIR-NUMERO-EXISTANT : accepte le numéro d'une       *
      * immobilisation du maître (reprompt si inconnu, blanc =      *
      * abandon)                                                    *
      * -----------------------------------------------------------*
       0650-SAISIR-NUMERO-EXISTANT.
           MOVE SPACES TO WS-NUMERO-SAISI.

           DISPLAY "NUMERO D'IMMOBILISATION (BLANC = ABANDON) : ".
           ACCEPT WS-NUMERO-SAISI.

           IF WS-NUMERO-SAISI NOT = SPACES
               PERFORM 0630-CHERCHER-AU-MAITRE
               IF NOT WS-NUM-TROUVE
                   DISPLAY "IMMOBILISATION INCONNUE AU MAITRE : "
                       WS-NUMERO-SAISI
                   PERFORM 0650-SAISIR-NUMERO-EXISTANT
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0700-SAISIR-COMPTE-PLAN : accepte un compte et le contrôle  *
      * au plan comptable avec reprompt (blanc admis en             *
      * modification = compte inchangé)                             *
      * -----------------------------------------------------------*
       0700-SAISIR-COMPTE-PLAN.
           MOVE "N" TO WS-SAISIE-ACCEPTEE-SW.
           PERFORM 0720-ACCEPTER-ET-CONTROLER
               UNTIL WS-SAISIE-ACCEPTEE.

      * -----------------------------------------------------------*
      * 0720-ACCEPTER-ET-CONTROLER : une tentative de saisie du     *
      * compte, acceptée s'il figure au plan comptable              *
      * -----------------------------------------------------------*
       0720-ACCEPTER-ET-CONTROLER.
           MOVE SPACES TO WS-COMPTE-SAISIE.
           DISPLAY WS-LIBELLE-INVITE.
           ACCEPT WS-COMPTE-SAISIE.

           IF WS-COMPTE-SAISIE = SPACES AND WS-MODE-MODIF
               SET WS-SAISIE-ACCEPTEE TO TRUE
           ELSE
               MOVE "N" TO WS-COA-TROUVE-SWITCH
               IF WS-NB-COA > ZEROES
                   SET WS-COA-IDX TO 1
                   SEARCH WS-COA-ENTREE
                       AT END
                           CONTINUE
                       WHEN WS-COA-COMPTE(WS-COA-IDX) =
                           WS-COMPTE-SAISIE
                           SET WS-COA-TROUVE TO TRUE
                   END-SEARCH
               END-IF
               IF WS-COA-TROUVE
                   SET WS-SAISIE-ACCEPTEE TO TRUE
               ELSE
                   DISPLAY "COMPTE ABSENT DU PLAN : "
                       WS-COMPTE-SAISIE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0800-SAISIR-SERVICE : accepte le service utilisateur et le  *
      * contrôle au maître SRVFILE avec reprompt (blanc admis en    *
      * modification = service inchangé)                            *
      * -----------------------------------------------------------*
       0800-SAISIR-SERVICE.
           MOVE "N" TO WS-SAISIE-ACCEPTEE-SW.
           PERFORM 0820-ACCEPTER-SERVICE
               UNTIL WS-SAISIE-ACCEPTEE.

      * -----------------------------------------------------------*
      * 0820-ACCEPTER-SERVICE : une tentative de saisie du service  *
      * -----------------------------------------------------------*
       0820-ACCEPTER-SERVICE.
           MOVE SPACES TO WS-SERVICE-SAISI.
           DISPLAY "SERVICE UTILISATEUR : ".
           ACCEPT WS-SERVICE-SAISI.

           EVALUATE TRUE
               WHEN WS-SERVICE-SAISI = SPACES AND WS-MODE-MODIF
                   SET WS-SAISIE-ACCEPTEE TO TRUE
               WHEN WS-SERVICE-SAISI = SPACES
                   DISPLAY "SERVICE OBLIGATOIRE"
               WHEN WS-NB-SRV = ZEROES
                   SET WS-SAISIE-ACCEPTEE TO TRUE
               WHEN OTHER
                   MOVE "N" TO WS-SRV-TROUVE-SWITCH
                   SET WS-SRV-IDX TO 1
                   SEARCH WS-SRV-ENTREE
                       AT END
                           CONTINUE
                       WHEN WS-SRV-CODE(WS-SRV-IDX) = WS-SERVICE-SAISI
                           SET WS-SRV-TROUVE TO TRUE
                   END-SEARCH
                   IF WS-SRV-TROUVE
                       SET WS-SAISIE-ACCEPTEE TO TRUE
                   ELSE
                       DISPLAY "SERVICE INCONNU : " WS-SERVICE-SAISI
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 0900-SAISIR-DATE : accepte une date AAAAMMJJ numérique, de  *
      * mois et jour plausibles, avec reprompt                      *
      * -----------------------------------------------------------*
       0900-SAISIR-DATE.
           MOVE "N" TO WS-SAISIE-ACCEPTEE-SW.
           PERFORM 0920-ACCEPTER-DATE
               UNTIL WS-SAISIE-ACCEPTEE.

      * -----------------------------------------------------------*
      * 0920-ACCEPTER-DATE : une tentative de saisie de la date     *
      * -----------------------------------------------------------*
       0920-ACCEPTER-DATE.
           MOVE SPACES TO WS-DATE-SAISIE.
           DISPLAY WS-LIBELLE-INVITE.
           ACCEPT WS-DATE-SAISIE.

           IF WS-DATE-SAISIE IS NUMERIC
               MOVE WS-DATE-SAISIE TO WS-DATE-CONTROLEE
               IF WS-DTC-MM >= 1 AND WS-DTC-MM <= 12
                   AND WS-DTC-JJ >= 1 AND WS-DTC-JJ <= 31
                   MOVE WS-DATE-CONTROLEE TO WS-DATE-RETENUE
                   SET WS-SAISIE-ACCEPTEE TO TRUE
               END-IF
           END-IF.

           IF NOT WS-SAISIE-ACCEPTEE
               DISPLAY "DATE INVALIDE - VEUILLEZ RESSAISIR"
           END-IF.

      * -----------------------------------------------------------*
      * 0950-SAISIR-DUREE : accepte la durée d'utilisation en mois, *
      * non nulle (zéro admis en modification = inchangée)          *
      * -----------------------------------------------------------*
       0950-SAISIR-DUREE.
           MOVE "N" TO WS-SAISIE-ACCEPTEE-SW.
           PERFORM 0955-ACCEPTER-DUREE
               UNTIL WS-SAISIE-ACCEPTEE.

      * -----------------------------------------------------------*
      * 0955-ACCEPTER-DUREE : une tentative de saisie de la durée   *
      * -----------------------------------------------------------*
       0955-ACCEPTER-DUREE.
           MOVE ZEROES TO WS-DUREE-SAISIE.
           DISPLAY "DUREE D'UTILISATION EN MOIS : ".
           ACCEPT WS-DUREE-SAISIE.

           IF WS-DUREE-SAISIE > ZEROES OR WS-MODE-MODIF
               SET WS-SAISIE-ACCEPTEE TO TRUE
           ELSE
               DISPLAY "DUREE NULLE - VEUILLEZ RESSAISIR"
           END-IF.

      * -----------------------------------------------------------*
      * 0960-SAISIR-METHODE : accepte le mode d'amortissement       *
      * (L = linéaire, D = dégressif) avec reprompt                 *
      * -----------------------------------------------------------*
       0960-SAISIR-METHODE.
           MOVE SPACES TO WS-METHODE-SAISIE.
           DISPLAY "MODE D'AMORTISSEMENT (L=LINEAIRE D=DEGRESSIF) : ".
           ACCEPT WS-METHODE-SAISIE.

           IF WS-METHODE-SAISIE NOT = "L"
               AND WS-METHODE-SAISIE NOT = "D"
               DISPLAY "MODE INVALIDE (L OU D)"
               PERFORM 0960-SAISIR-METHODE
           END-IF.

      * -----------------------------------------------------------*
      * 0980-SAISIR-PERIODE : accepte la dernière période amortie   *
      * (AAAAMM) d'un bien repris, avec reprompt                    *
      * -----------------------------------------------------------*
       0980-SAISIR-PERIODE.
           MOVE SPACES TO WS-PERIODE-SAISIE.
           DISPLAY "DERNIERE PERIODE AMORTIE AAAAMM : ".
           ACCEPT WS-PERIODE-SAISIE.

           IF WS-PERIODE-SAISIE IS NUMERIC
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE-CONTROLEE
           ELSE
               MOVE ZEROES TO WS-PERIODE-CONTROLEE
           END-IF.

           IF WS-PRC-MM >= 1 AND WS-PRC-MM <= 12
               MOVE WS-PERIODE-CONTROLEE TO WS-PERIODE-RETENUE
           ELSE
               DISPLAY "PERIODE INVALIDE - VEUILLEZ RESSAISIR"
               PERFORM 0980-SAISIR-PERIODE
           END-IF.

      * -----------------------------------------------------------*
      * 3000-FUSIONNER-MASTER : recopie l'ancien maître vers le     *
      * nouveau en appliquant modifications et cessions, puis       *
      * ajoute les immobilisations créées                           *
      * -----------------------------------------------------------*
       3000-FUSIONNER-MASTER.
           OPEN INPUT IMMFILE.
           IF NOT WS-IMM-OK
               DISPLAY "IMMFILE INTROUVABLE - CREATION DU MAITRE"
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           OPEN OUTPUT IMMFILE-NEW.
           IF NOT WS-IMN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR IMMFILE-NEW - STATUT "
                   WS-IMN-STATUS
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 3100-LIRE-ANCIEN
           END-IF.

           PERFORM 3200-RECOPIER-MASTER
               UNTIL WS-FIN-FICHIER.

           IF WS-IMN-OK
               PERFORM 3300-AJOUTER-UN-NOUVEAU
                   VARYING WS-TRANS-IDX FROM 1 BY 1
                       UNTIL WS-TRANS-IDX > WS-NB-TRANS
           END-IF.

           IF WS-IMM-OK
               CLOSE IMMFILE
           END-IF.
           IF WS-IMN-OK
               CLOSE IMMFILE-NEW
           END-IF.

      * -----------------------------------------------------------*
      * 3100-LIRE-ANCIEN : lit le prochain enregistrement de        *
      * l'ancien maître                                             *
      * -----------------------------------------------------------*
       3100-LIRE-ANCIEN.
           READ IMMFILE INTO IMM-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3200-RECOPIER-MASTER : applique une éventuelle transaction  *
      * U ou C trouvée pour l'immobilisation courante, puis         *
      * l'écrit                                                     *
      * -----------------------------------------------------------*
       3200-RECOPIER-MASTER.
           MOVE "N" TO WS-TRANS-TROUVE-SWITCH.

      * Recherche à rebours : la dernière transaction saisie pour
      * un même numéro l'emporte (même principe que PERSMNT1)
           PERFORM 3250-EXAMINER-UNE-TRANS
               VARYING WS-NO-TRANS FROM WS-NB-TRANS BY -1
                   UNTIL WS-NO-TRANS < 1 OR WS-TRANS-TROUVE.

           IF WS-TRANS-TROUVE
               SET WS-TRANS-IDX TO WS-POSTE-RETENU
               EVALUATE TRANS-ACTION(WS-TRANS-IDX)
                   WHEN "U"
                       PERFORM 3260-APPLIQUER-MODIF
                   WHEN "C"
                       PERFORM 3270-APPLIQUER-CESSION
               END-EVALUATE
           END-IF.

           WRITE IMMFILE-NEW-ENREG FROM IMM-ENREG.

           PERFORM 3100-LIRE-ANCIEN.

      * -----------------------------------------------------------*
      * 3250-EXAMINER-UNE-TRANS : la transaction de ce rang         *
      * porte-t-elle sur l'immobilisation courante ?                *
      * -----------------------------------------------------------*
       3250-EXAMINER-UNE-TRANS.
           SET WS-TRANS-IDX TO WS-NO-TRANS.
           IF TRANS-NUMERO(WS-TRANS-IDX) = IMM-NUMERO
               AND TRANS-ACTION(WS-TRANS-IDX) NOT = "A"
               SET WS-TRANS-TROUVE TO TRUE
               MOVE WS-NO-TRANS TO WS-POSTE-RETENU
           END-IF.

      * -----------------------------------------------------------*
      * 3260-APPLIQUER-MODIF : reporte sur la fiche les valeurs     *
      * saisies non blanches / non nulles                           *
      * -----------------------------------------------------------*
       3260-APPLIQUER-MODIF.
           IF TRANS-LIBELLE(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-LIBELLE(WS-TRANS-IDX) TO IMM-LIBELLE
           END-IF.
           IF TRANS-SERVICE(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-SERVICE(WS-TRANS-IDX) TO IMM-SERVICE
           END-IF.
           IF TRANS-DUREE-MOIS(WS-TRANS-IDX) > ZEROES
               MOVE TRANS-DUREE-MOIS(WS-TRANS-IDX) TO IMM-DUREE-MOIS
           END-IF.
           IF TRANS-COMPTE-IMMO(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-COMPTE-IMMO(WS-TRANS-IDX)
                   TO IMM-COMPTE-IMMO
           END-IF.
           IF TRANS-COMPTE-AMORT(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-COMPTE-AMORT(WS-TRANS-IDX)
                   TO IMM-COMPTE-AMORT
           END-IF.
           IF TRANS-COMPTE-DOT(WS-TRANS-IDX) NOT = SPACES
               MOVE TRANS-COMPTE-DOT(WS-TRANS-IDX)
                   TO IMM-COMPTE-DOTATION
           END-IF.

      * -----------------------------------------------------------*
      * 3270-APPLIQUER-CESSION : marque la cession à comptabiliser  *
      * - seule une immobilisation en service peut être cédée       *
      * -----------------------------------------------------------*
       3270-APPLIQUER-CESSION.
           IF IMM-EN-SERVICE
               SET IMM-CESSION-SAISIE TO TRUE
               MOVE TRANS-DATE-CESSION(WS-TRANS-IDX)
                   TO IMM-DATE-CESSION
               MOVE TRANS-PRIX-CESSION(WS-TRANS-IDX)
                   TO IMM-PRIX-CESSION
           ELSE
               DISPLAY "CESSION IGNOREE - " IMM-NUMERO
                   " N'EST PLUS EN SERVICE"
           END-IF.

      * -----------------------------------------------------------*
      * 3300-AJOUTER-UN-NOUVEAU : écrit à la suite du maître une    *
      * immobilisation créée avec l'action A                        *
      * -----------------------------------------------------------*
       3300-AJOUTER-UN-NOUVEAU.
           IF TRANS-ACTION(WS-TRANS-IDX) = "A"
               MOVE SPACES TO IMM-ENREG
               MOVE TRANS-NUMERO(WS-TRANS-IDX)      TO IMM-NUMERO
               MOVE TRANS-LIBELLE(WS-TRANS-IDX)     TO IMM-LIBELLE
               MOVE TRANS-SERVICE(WS-TRANS-IDX)     TO IMM-SERVICE
               MOVE TRANS-FOURNISSEUR(WS-TRANS-IDX)
                   TO IMM-FOURNISSEUR
               MOVE TRANS-FACTURE(WS-TRANS-IDX)     TO IMM-FACTURE
               MOVE TRANS-DATE-ACQ(WS-TRANS-IDX)
                   TO IMM-DATE-ACQUISITION
               MOVE TRANS-COUT(WS-TRANS-IDX)        TO IMM-COUT
               MOVE TRANS-DUREE-MOIS(WS-TRANS-IDX)  TO IMM-DUREE-MOIS
               MOVE TRANS-METHODE(WS-TRANS-IDX)     TO IMM-METHODE
               MOVE TRANS-TAUX(WS-TRANS-IDX)
                   TO IMM-TAUX-DEGRESSIF
               MOVE TRANS-COMPTE-IMMO(WS-TRANS-IDX)
                   TO IMM-COMPTE-IMMO
               MOVE TRANS-COMPTE-AMORT(WS-TRANS-IDX)
                   TO IMM-COMPTE-AMORT
               MOVE TRANS-COMPTE-DOT(WS-TRANS-IDX)
                   TO IMM-COMPTE-DOTATION
               MOVE TRANS-INTEGREE(WS-TRANS-IDX)    TO IMM-INTEGREE-SW
               MOVE TRANS-CUMUL-AMORT(WS-TRANS-IDX)
                   TO IMM-CUMUL-AMORT
               MOVE TRANS-NB-MOIS(WS-TRANS-IDX)
                   TO IMM-NB-MOIS-AMORTIS
               MOVE TRANS-PERIODE(WS-TRANS-IDX)
                   TO IMM-PERIODE-AMORTIE
               SET IMM-EN-SERVICE TO TRUE
               MOVE ZEROES TO IMM-DATE-CESSION IMM-PRIX-CESSION
               WRITE IMMFILE-NEW-ENREG FROM IMM-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 4000-TERMINER : affiche un récapitulatif des transactions   *
      * -----------------------------------------------------------*
       4000-TERMINER.
           DISPLAY "TRANSACTIONS TRAITEES : " WS-NB-TRANS.
