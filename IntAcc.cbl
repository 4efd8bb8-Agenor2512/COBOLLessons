      *                 REJWRK1, C = correctif CORMNT1, blanc = flux
      *                 normal) - MVTFILE passe de 52 à 53
      *                 caractères.
      * 2026-10-11  AG  Fin de mois au calendrier d'exploitation : le
      *                 traitement se déclenche aussi le dernier jour
      *                 OUVRE du mois (drapeau CAL-DERNIER-OUVRE de
      *                 CALFILE, sous-programme commun CALFDM01) - un
      *                 mois finissant un samedi, un dimanche ou un
      *                 férié n'avait jamais de fenêtre son dernier jour
      *                 calendaire et le traitement de fin de mois était
      *                 sauté.
      * 2026-10-15  AG  Le cumul de fin de mois par compte passe dans
      *                 le fichier de travail indexé INTCAPW (clé
      *                 compte) au lieu d'une table de 200 comptes :
      *                 au-delà, les intérêts des comptes suivants
      *                 n'étaient pas capitalisés.
      * 2026-10-15  AG  Retenue à la source sur les intérêts créditeurs
      *                 capitalisés des comptes clients : selon le
      *                 statut fiscal du titulaire (ACCT-CLIENT, lu
      *                 par clé dans CUSTFILE-IDX) - taux de droit
      *                 commun (sens 'R' de RATEFILE) pour un
      *                 imposable, rien pour un dispensé dont
      *                 l'attestation couvre l'année, taux
      *                 conventionnel pour un non-résident - la
      *                 retenue est débitée au compte par un mouvement
      *                 distinct (RET. SOURCE AAAAMM) et chaque
      *                 capitalisation d'un compte client est
      *                 journalisée dans RETSRCF (copy RETSRC) pour le
      *                 relevé fiscal annuel INTTAX010. INTCAPW porte
      *                 le titulaire de chaque compte.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Cumul de fin de mois des intérêts courus par compte, fichier
      * de travail recréé à chaque capitalisation ; la lecture en
      * séquence de clé rend les comptes dans l'ordre
           SELECT INTCAPW ASSIGN TO "INTCAPW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICW-COMPTE
               FILE STATUS IS WS-ICW-STATUS.

      * Index du maître des clients (tenu par IDXMST01) : statut
      * fiscal du titulaire, lu par clé à la capitalisation
           SELECT CUSTFILE-IDX ASSIGN TO "CUSTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIDX-CODE
               FILE STATUS IS WS-CIX-STATUS.

      * Journal des retenues à la source, une ligne par compte
      * client et par capitalisation - voir copy RETSRC
           SELECT RETSRCF ASSIGN TO "RETSRCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSR-STATUS.

      * Journal de run commun de la fenêtre - voir copy RUNREC et
      * l'état récapitulatif OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).

       FD  INTCAPW.
       01  INTCAPW-ENREG.
           05  ICW-COMPTE              PIC X(12).
           05  ICW-INTERET             PIC S9(07)V9(04).
           05  ICW-CLIENT              PIC X(08).

       FD  CUSTFILE-IDX.
       01  CUSTFILE-IDX-ENREG.
           05  CIDX-CODE               PIC X(08).
           05  CIDX-RESTE              PIC X(105).

       FD  RETSRCF
           RECORD CONTAINS 61 CHARACTERS.
       01  RETSRCF-ENREG               PIC X(61).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).
      * Mouvement de capitalisation généré - voir copy TRANREC
       COPY TRANREC.

      * Titulaire du compte capitalisé - voir copy CUSTREC
       COPY CUSTREC.

      * Retenue à la source journalisée - voir copy RETSRC
       COPY RETSRC.

       01  WS-RAT-STATUS               PIC X(02).
           88  WS-RAT-OK               VALUE "00".

       01  WS-MVT-STATUS               PIC X(02).
           88  WS-MVT-OK               VALUE "00".

       01  WS-ICW-STATUS               PIC X(02).
           88  WS-ICW-OK               VALUE "00".
           88  WS-ICW-EOF              VALUE "10".

       01  WS-CIX-STATUS               PIC X(02).
           88  WS-CIX-OK               VALUE "00".

       01  WS-RSR-STATUS               PIC X(02).
           88  WS-RSR-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

       01  WS-TAUX-DEBITEUR            PIC 9(01)V9(06) VALUE ZEROES.
       01  WS-TAUX-APPLIQUE            PIC 9(01)V9(06).

      * Taux de retenue à la source de droit commun (sens 'R' de
      * RATEFILE), 12,8 % à défaut
       01  WS-TAUX-RETENUE             PIC 9(01)V9(06) VALUE 0.128000.
       01  WS-TAUX-RETENUE-SW          PIC X(01) VALUE "N".
           88  WS-TAUX-RETENUE-LU      VALUE "O".

       01  WS-INTERET-JOUR             PIC S9(05)V9(04).

       01  WS-NB-COMPTES-SERVIS        PIC 9(05) VALUE ZEROES.

      * Fin de mois : le cumul des intérêts courus du mois par
      * compte (fichier de travail INTCAPW) est capitalisé en un
      * mouvement TRANREC par compte
       01  WS-NB-CAPITALISES           PIC 9(05) VALUE ZEROES.
       01  WS-MONTANT-CAPITALISE       PIC 9(07)V9(02).

      * Retenue à la source prélevée sur l'intérêt créditeur d'un
      * compte client : taux retenu (en %) selon le statut fiscal
      * du titulaire, montant débité au compte par un mouvement
      * distinct, cumuls du run
       01  WS-FISC-OUVERTE-SW          PIC X(01) VALUE "N".
           88  WS-FISC-OUVERTE         VALUE "O".
       01  WS-CLIENT-TROUVE-SW         PIC X(01) VALUE "N".
           88  WS-CLIENT-TROUVE        VALUE "O".
       01  WS-TAUX-RETENU-PCT          PIC 9(02)V9(02).
       01  WS-MONTANT-RETENUE          PIC 9(07)V9(02).
       01  WS-NB-RETENUES              PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-RETENUE            PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-RETENUE-EDT        PIC Z(08)9.99.
       01  WS-NB-CLIENTS-RATTACHES     PIC 9(05) VALUE ZEROES.

      * Dernier jour du mois de traitement, pour déclencher la
      * capitalisation (années bissextiles comprises)
       01  WS-DERNIER-JOUR             PIC 9(02).
       01  WS-RESTE-100                PIC 9(04).
       01  WS-RESTE-400                PIC 9(04).

      * Date de traitement = fin de mois : dernier jour calendaire
      * du mois, ou dernier jour ouvré au calendrier d'exploitation
      * (CALFDM01) quand le mois finit un jour non ouvré
       01  WS-FIN-DE-MOIS-SW           PIC X(01) VALUE "N".
           88  WS-FIN-DE-MOIS          VALUE "O".

       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).
           05  WS-LIB-PERIODE          PIC 9(06).
           05  FILLER                  PIC X(05) VALUE SPACES.

      * Libellé du mouvement de retenue : RET. SOURCE AAAAMM
       01  WS-LIBELLE-RET.
           05  FILLER                  PIC X(12) VALUE "RET. SOURCE ".
           05  WS-LIB-RET-PERIODE      PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).
               AT END
                   MOVE "10" TO WS-RAT-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN RATE-CREDITEUR
                           MOVE RATE-TAUX-JOURNALIER
                               TO WS-TAUX-CREDITEUR
                       WHEN RATE-DEBITEUR
                           MOVE RATE-TAUX-JOURNALIER
                               TO WS-TAUX-DEBITEUR
                       WHEN RATE-RETENUE
                           MOVE RATE-TAUX-JOURNALIER
                               TO WS-TAUX-RETENUE
                           SET WS-TAUX-RETENUE-LU TO TRUE
                       WHEN OTHER
                           DISPLAY "SENS DE TAUX INCONNU : "
                               RATE-SENS
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------*
           PERFORM 3150-CALCULER-DERNIER-JOUR.

           IF WS-DEC-JJ = WS-DERNIER-JOUR
               MOVE "O" TO WS-FIN-DE-MOIS-SW
           ELSE
               CALL "CALFDM01" USING WS-DATE-TRAITEMENT,
                   WS-FIN-DE-MOIS-SW
           END-IF.

           IF WS-FIN-DE-MOIS
               DISPLAY "DERNIER JOUR DU MOIS - CAPITALISATION"
               PERFORM 3200-CUMULER-INTERETS-DU-MOIS
               IF WS-CODE-RETOUR < 8
                   PERFORM 3280-RATTACHER-CLIENTS
               END-IF
               PERFORM 3300-GENERER-CAPITALISATION
           END-IF.

       3200-CUMULER-INTERETS-DU-MOIS.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN OUTPUT INTCAPW.
           IF NOT WS-ICW-OK
               DISPLAY "IMPOSSIBLE DE CREER INTCAPW - STATUT "
                   WS-ICW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           OPEN INPUT INTACCF.
           IF NOT WS-INT-OK
               DISPLAY "IMPOSSIBLE DE RELIRE INTACCF - STATUT "
               CLOSE INTACCF
           END-IF.

           IF WS-ICW-OK
               CLOSE INTCAPW
           END-IF.

      * -----------------------------------------------------------*
      * 3250-LIRE-ET-CUMULER : lit un intérêt couru et le cumule    *
      * s'il appartient au mois de traitement                       *

      * -----------------------------------------------------------*
      * 3270-CUMULER-UN-INTERET : ajoute l'intérêt couru au cumul   *
      * de son compte, lu par clé dans INTCAPW et créé au premier   *
      * passage                                                     *
      * -----------------------------------------------------------*
       3270-CUMULER-UN-INTERET.
           MOVE INTA-COMPTE TO ICW-COMPTE.
           READ INTCAPW
               INVALID KEY
                   MOVE INTA-INTERET TO ICW-INTERET
                   MOVE SPACES TO ICW-CLIENT
                   WRITE INTCAPW-ENREG
                       INVALID KEY
                           DISPLAY "ECRITURE INTCAPW IMPOSSIBLE - "
                               INTA-COMPTE " NON CAPITALISE"
                           PERFORM 9700-NOTER-REJET
                   END-WRITE
               NOT INVALID KEY
                   ADD INTA-INTERET TO ICW-INTERET
                   REWRITE INTCAPW-ENREG
                       INVALID KEY
                           DISPLAY "MISE A JOUR INTCAPW IMPOSSIBLE - "
                               INTA-COMPTE " NON CAPITALISE"
                           PERFORM 9700-NOTER-REJET
                   END-REWRITE
           END-READ.

      * -----------------------------------------------------------*
      * 3280-RATTACHER-CLIENTS : relit le maître des comptes et     *
      * porte sur le cumul de chaque compte son titulaire           *
      * (ACCT-CLIENT), dont dépend la retenue à la source           *
      * -----------------------------------------------------------*
       3280-RATTACHER-CLIENTS.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN I-O INTCAPW.
           IF NOT WS-ICW-OK
               DISPLAY "IMPOSSIBLE DE ROUVRIR INTCAPW - STATUT "
                   WS-ICW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               OPEN INPUT ACCTFILE
               IF NOT WS-ACCT-OK
                   DISPLAY "IMPOSSIBLE DE RELIRE ACCTFILE - STATUT "
                       WS-ACCT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 2100-LIRE-COMPTE
                   PERFORM 3290-RATTACHER-UN-COMPTE
                       UNTIL WS-FIN-FICHIER
                   CLOSE ACCTFILE
               END-IF
               CLOSE INTCAPW
           END-IF.

      * -----------------------------------------------------------*
      * 3290-RATTACHER-UN-COMPTE : porte le titulaire du compte lu  *
      * sur son cumul du mois, s'il en a un                         *
      * -----------------------------------------------------------*
       3290-RATTACHER-UN-COMPTE.
           IF ACCT-CLIENT NOT = SPACES
               MOVE ACCT-COMPTE TO ICW-COMPTE
               READ INTCAPW
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-CLIENT TO ICW-CLIENT
                       REWRITE INTCAPW-ENREG
                           INVALID KEY
                               DISPLAY "MISE A JOUR INTCAPW "
                                   "IMPOSSIBLE - " ACCT-COMPTE
                       END-REWRITE
                       ADD 1 TO WS-NB-CLIENTS-RATTACHES
               END-READ
           END-IF.

           PERFORM 2100-LIRE-COMPTE.

      * -----------------------------------------------------------*
      * 3300-GENERER-CAPITALISATION : génère un mouvement TRANREC   *
      * par compte dont le cumul arrondi n'est pas nul, dans        *
                   COMPUTE WS-CAP-MM = WS-DEC-MM + 1
               END-IF
               MOVE 01 TO WS-CAP-JJ
               MOVE WS-DATE-TRAITEMENT(1:6) TO WS-LIB-RET-PERIODE
               PERFORM 3310-OUVRIR-FISCALITE
               IF WS-FISC-OUVERTE
                   OPEN INPUT INTCAPW
                   IF NOT WS-ICW-OK
                       DISPLAY "IMPOSSIBLE DE RELIRE INTCAPW - STATUT "
                           WS-ICW-STATUS
                       PERFORM 9800-NOTER-ERREUR-FICHIER
                   ELSE
                       PERFORM 3320-LIRE-UN-CUMUL
                       PERFORM 3350-ECRIRE-UN-MOUVEMENT
                           UNTIL NOT WS-ICW-OK
                       CLOSE INTCAPW
                   END-IF
                   CLOSE CUSTFILE-IDX
                   CLOSE RETSRCF
               END-IF
               CLOSE MVTFILE
           END-IF.

           DISPLAY "MOUVEMENTS DE CAPITALISATION : "
               WS-NB-CAPITALISES.
           MOVE WS-TOTAL-RETENUE TO WS-TOTAL-RETENUE-EDT.
           DISPLAY "RETENUES A LA SOURCE         : "
               WS-NB-RETENUES " POUR " WS-TOTAL-RETENUE-EDT.

      * -----------------------------------------------------------*
      * 3310-OUVRIR-FISCALITE : ouvre l'index des clients et le     *
      * journal des retenues ; sans eux la retenue ne peut être     *
      * prélevée et rien n'est capitalisé (erreur fichier)          *
      * -----------------------------------------------------------*
       3310-OUVRIR-FISCALITE.
           MOVE "N" TO WS-FISC-OUVERTE-SW.

           IF NOT WS-TAUX-RETENUE-LU
               DISPLAY "TAUX DE RETENUE ABSENT DE RATEFILE - TAUX DE "
                   "DROIT COMMUN PAR DEFAUT : " WS-TAUX-RETENUE
           END-IF.

           OPEN INPUT CUSTFILE-IDX.
           IF NOT WS-CIX-OK
               DISPLAY "CUSTFILE-IDX INTROUVABLE - STATUT "
                   WS-CIX-STATUS " - CAPITALISATION IMPOSSIBLE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
      * EXTEND : les retenues s'accumulent pour le relevé annuel
               OPEN EXTEND RETSRCF
               IF WS-RSR-STATUS = "35"
                   OPEN OUTPUT RETSRCF
               END-IF
               IF NOT WS-RSR-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR RETSRCF - STATUT "
                       WS-RSR-STATUS " - CAPITALISATION IMPOSSIBLE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
                   CLOSE CUSTFILE-IDX
               ELSE
                   SET WS-FISC-OUVERTE TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3320-LIRE-UN-CUMUL : lit le cumul suivant de INTCAPW, en    *
      * séquence de compte                                          *
      * -----------------------------------------------------------*
       3320-LIRE-UN-CUMUL.
           READ INTCAPW NEXT
               AT END
                   MOVE "10" TO WS-ICW-STATUS
           END-READ.

      * -----------------------------------------------------------*
      * 3350-ECRIRE-UN-MOUVEMENT : écrit le mouvement de            *
      * client, débit si c'est le client qui le doit                *
      * -----------------------------------------------------------*
       3350-ECRIRE-UN-MOUVEMENT.
           IF ICW-INTERET >= ZEROES
               MOVE "C" TO MVT-TYPE
               COMPUTE WS-MONTANT-CAPITALISE ROUNDED =
                   ICW-INTERET
           ELSE
               MOVE "D" TO MVT-TYPE
               COMPUTE WS-MONTANT-CAPITALISE ROUNDED =
                   ICW-INTERET * -1
           END-IF.

           IF WS-MONTANT-CAPITALISE = ZEROES
               CONTINUE
           ELSE
               MOVE ICW-COMPTE TO MVT-COMPTE
               MOVE WS-DATE-CAPITALISATION TO MVT-DATE
               MOVE WS-MONTANT-CAPITALISE TO MVT-MONTANT
               MOVE WS-LIBELLE-CAP TO MVT-LIBELLE
               MOVE SPACE          TO MVT-ORIGINE
               WRITE MVTFILE-ENREG FROM MOUVEMENT-ENREG
               ADD 1 TO WS-NB-CAPITALISES
               IF MVT-CREDIT AND ICW-CLIENT NOT = SPACES
                   PERFORM 3400-PRELEVER-RETENUE
               END-IF
           END-IF.

           PERFORM 3320-LIRE-UN-CUMUL.

      * -----------------------------------------------------------*
      * 3400-PRELEVER-RETENUE : prélève la retenue à la source sur  *
      * l'intérêt créditeur capitalisé d'un compte client, par un   *
      * mouvement de débit distinct au même compte et à la même     *
      * date, et la journalise dans RETSRCF pour le relevé annuel   *
      * -----------------------------------------------------------*
       3400-PRELEVER-RETENUE.
           PERFORM 3410-DETERMINER-TAUX.

           COMPUTE WS-MONTANT-RETENUE ROUNDED =
               WS-MONTANT-CAPITALISE * WS-TAUX-RETENU-PCT / 100.

           IF WS-MONTANT-RETENUE > ZEROES
               MOVE ICW-COMPTE TO MVT-COMPTE
               MOVE WS-DATE-CAPITALISATION TO MVT-DATE
               MOVE "D"        TO MVT-TYPE
               MOVE WS-MONTANT-RETENUE TO MVT-MONTANT
               MOVE WS-LIBELLE-RET TO MVT-LIBELLE
               MOVE "IN"       TO MVT-AGENCE
               MOVE SPACE      TO MVT-ORIGINE
               WRITE MVTFILE-ENREG FROM MOUVEMENT-ENREG
               ADD 1 TO WS-NB-RETENUES
               ADD WS-MONTANT-RETENUE TO WS-TOTAL-RETENUE
           END-IF.

           MOVE WS-DATE-CAPITALISATION TO RSR-DATE.
           MOVE ICW-CLIENT             TO RSR-CLIENT.
           MOVE ICW-COMPTE             TO RSR-COMPTE.
           MOVE WS-TAUX-RETENU-PCT     TO RSR-TAUX.
           MOVE WS-MONTANT-CAPITALISE  TO RSR-INTERET-BRUT.
           MOVE WS-MONTANT-RETENUE     TO RSR-RETENUE.
           MOVE WS-DATE-TRAITEMENT     TO RSR-DATE-TRAITEMENT.
           WRITE RETSRCF-ENREG FROM RSR-ENREG.

      * -----------------------------------------------------------*
      * 3410-DETERMINER-TAUX : taux de retenue (en %) selon le      *
      * statut fiscal du titulaire - droit commun pour un           *
      * imposable, un client introuvable ou une attestation de      *
      * dispense qui ne couvre pas l'année du revenu ; taux         *
      * conventionnel pour un non-résident                          *
      * -----------------------------------------------------------*
       3410-DETERMINER-TAUX.
           MOVE "N" TO WS-CLIENT-TROUVE-SW.
           MOVE ICW-CLIENT TO CIDX-CODE.
           READ CUSTFILE-IDX INTO CLIENT-ENREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CLIENT-TROUVE TO TRUE
           END-READ.

           COMPUTE WS-TAUX-RETENU-PCT = WS-TAUX-RETENUE * 100.
           MOVE "I"    TO RSR-STATUT-FISCAL.
           MOVE SPACES TO RSR-PAYS.

           EVALUATE TRUE
               WHEN NOT WS-CLIENT-TROUVE
                   DISPLAY "CLIENT " ICW-CLIENT " DU COMPTE "
                       ICW-COMPTE " INTROUVABLE - RETENUE DE DROIT "
                       "COMMUN"
                   PERFORM 9700-NOTER-REJET
               WHEN CUST-FISC-DISPENSE
                   IF CUST-ATTEST-ANNEE NUMERIC
                       AND CUST-ATTEST-ANNEE = WS-CAP-AAAA
                       MOVE "E"    TO RSR-STATUT-FISCAL
                       MOVE ZEROES TO WS-TAUX-RETENU-PCT
                   ELSE
                       DISPLAY "CLIENT " ICW-CLIENT " : ATTESTATION "
                           "DE DISPENSE NE COUVRANT PAS " WS-CAP-AAAA
                           " - RETENUE DE DROIT COMMUN"
                       PERFORM 9700-NOTER-REJET
                   END-IF
               WHEN CUST-FISC-NON-RESIDENT
                   MOVE "N" TO RSR-STATUT-FISCAL
                   MOVE CUST-PAYS-RESIDENCE TO RSR-PAYS
                   IF CUST-TAUX-CONVENTION NUMERIC
                       MOVE CUST-TAUX-CONVENTION TO WS-TAUX-RETENU-PCT
                   ELSE
                       DISPLAY "CLIENT " ICW-CLIENT " : TAUX "
                           "CONVENTIONNEL INVALIDE - RETENUE DE "
                           "DROIT COMMUN"
                       PERFORM 9700-NOTER-REJET
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
