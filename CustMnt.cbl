      *                 217. La limite est contrôlée par MUL010 à la
      *                 facturation (factures en attente dans
      *                 INVHOLD, libérées par CRDREL1).
      * 2026-09-19  AG  CUSTREC étendu (copy commune) : commercial
      *                 attitré du client (CUST-COMMERCIAL, matricule
      *                 d'un employé actif du maître PERSFILE, blanc =
      *                 aucun), saisi à la création et à la
      *                 modification - CUSTFILE passe de 93 à 99
      *                 caractères, l'historique CUSTHSTF de 217 à
      *                 229. Un taux de commission propre au client
      *                 peut être saisi en même temps : il part à la
      *                 fusion dans l'historique des taux COMRATF
      *                 (copy COMRATE, en ajout, date d'effet = date
      *                 de traitement), lu par COMCAL010.
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE passe de 144 à 145
      *                 caractères.
      * 2026-10-15  AG  CUSTREC étendu (copy commune) : devise de
      *                 facturation du client (CUST-DEVISE, code ISO à
      *                 trois lettres, blanc = EUR), saisie à la
      *                 création et à la modification - CUSTFILE passe
      *                 de 99 à 102 caractères, l'historique CUSTHSTF de
      *                 229 à 235. MUL010 facture le client dans cette
      *                 devise.
      * 2026-10-15  AG  Plus de table de 200 codes pour l'unicité :
      *                 l'index CUSTFILE-IDX est rechargé depuis
      *                 CUSTFILE en début de session (IDXMST01), le
      *                 code saisi y est lu par clé, et chaque client
      *                 créé, modifié ou désactivé y est reporté
      *                 directement à la fusion.
      * 2026-10-15  AG  CUSTREC étendu (copy commune) : statut
      *                 fiscal du client pour la retenue à la source
      *                 sur les intérêts (CUST-STATUT-FISCAL : I
      *                 imposable, E dispensé sur attestation avec
      *                 l'année couverte, N non-résident avec pays et
      *                 taux conventionnel), saisi à la création et à
      *                 la modification - CUSTFILE passe de 102 à 113
      *                 caractères, l'historique CUSTHSTF de 235 à
      *                 257. INTACC010 prélève la retenue selon ce
      *                 statut.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUN-STATUS.

      * Index du maître des clients (tenu par IDXMST01) : contrôle
      * d'unicité du code par clé, puis report de chaque client
      * touché par la session
           SELECT CUSTFILE-IDX ASSIGN TO "CUSTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIDX-CODE
               FILE STATUS IS WS-CIX-STATUS.

      * Historique avant/après des modifications - voir CUSTHIST
           SELECT CUSTHSTF ASSIGN TO "CUSTHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Maître des employés, lu pour contrôler le matricule du
      * commercial attitré
           SELECT PERSFILE ASSIGN TO "PERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

      * Historique des taux de commission - voir copy COMRATE, en
      * ajout
           SELECT COMRATF ASSIGN TO "COMRATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CUSTFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-ENREG              PIC X(113).

       FD  CUSTFILE-NEW
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-NEW-ENREG          PIC X(113).

       FD  CUSTFILE-IDX.
       01  CUSTFILE-IDX-ENREG.
           05  CIDX-CODE               PIC X(08).
           05  CIDX-RESTE              PIC X(105).

       FD  CUSTHSTF
           RECORD CONTAINS 257 CHARACTERS.
       01  CUSTHSTF-ENREG              PIC X(257).

       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  COMRATF
           RECORD CONTAINS 22 CHARACTERS.
       01  COMRATF-ENREG               PIC X(22).

       WORKING-STORAGE SECTION.

      * Trace avant/après d'une action appliquée - voir CUSTHIST
       COPY CUSTHIST.

      * Enregistrement du maître des employés - voir copy PERSONNE
       COPY PERSONNE.

      * Taux de commission propre au client - voir copy COMRATE
       COPY COMRATE.

       01  WS-CUS-STATUS               PIC X(02).
           88  WS-CUS-OK               VALUE "00".

       01  WS-CUN-STATUS               PIC X(02).
           88  WS-CUN-OK               VALUE "00".

       01  WS-CIX-STATUS               PIC X(02).
           88  WS-CIX-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".

       01  WS-CRT-STATUS               PIC X(02).
           88  WS-CRT-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

               10  TRANS-VILLE         PIC X(15).
               10  TRANS-CP            PIC X(10).
               10  TRANS-LIMITE        PIC 9(07)V9(02).
               10  TRANS-COMMERCIAL    PIC X(06).
               10  TRANS-DEVISE        PIC X(03).
               10  TRANS-STATUT-FISCAL PIC X(01).
               10  TRANS-ATTEST-ANNEE  PIC 9(04).
               10  TRANS-TAUX-CONV     PIC 9(02)V9(02).
               10  TRANS-PAYS          PIC X(02).
               10  TRANS-TAUX-SW       PIC X(01).
               10  TRANS-TAUX          PIC 9(02)V9(03).

       01  WS-TRANS-TROUVE-SWITCH      PIC X(01) VALUE "N".
           88  WS-TRANS-TROUVE         VALUE "O".
      * correction que dans PERSMRG01)
       01  WS-POSTE-RETENU             PIC 9(03).

      * Index du maître des clients ouvert : l'unicité de
      * CUST-CODE à la création y est contrôlée par clé
       01  WS-CIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-CIX-OUVERT           VALUE "O".

      * Rechargement de l'index du maître des clients (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "CUSTFILE".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-CODE-TROUVE-SWITCH       PIC X(01) VALUE "N".
           88  WS-CODE-TROUVE          VALUE "O".

       01  WS-CODE-SAISIE              PIC X(08).

      * Matricules des employés actifs, chargés au démarrage pour
      * contrôler le commercial attitré ; maître des employés absent
      * = pas de contrôle
       01  WS-MAT-TABLE.
           05  WS-MAT-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-MAT-IDX.
               10  WS-MAT-MATRICULE    PIC X(06).
       01  WS-NB-MATS                  PIC 9(03) VALUE ZEROES.

       01  WS-PERS-CHARGE-SWITCH       PIC X(01) VALUE "N".
           88  WS-PERS-CHARGE          VALUE "O".

       01  WS-MAT-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-MAT-TROUVE           VALUE "O".

       01  WS-MAT-SAISI                PIC X(06).

      * Devise de facturation saisie : trois lettres, blanc = EUR
       01  WS-DEVISE-SAISIE            PIC X(03).

      * Statut fiscal saisi pour la retenue à la source sur les
      * intérêts (INTACC010) : I = imposable (blanc vaut I), E =
      * dispensé sur attestation pour une année, N = non-résident
      * au taux conventionnel de son pays
       01  WS-FISC-SAISIE.
           05  WS-FISC-STATUT          PIC X(01).
               88  WS-FISC-STATUT-VALIDE VALUE "I" "E" "N".
           05  WS-FISC-ANNEE           PIC 9(04).
           05  WS-FISC-TAUX            PIC 9(02)V9(02).
           05  WS-FISC-PAYS            PIC X(02).

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISER.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : identifie l'opérateur, fige la date de   *
      * traitement et ouvre l'index des clients pour le contrôle    *
      * d'unicité                                                   *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           MOVE ZEROES TO WS-NB-TRANS.
               MOVE "INCONNU" TO WS-OPERATEUR
           END-IF.

           PERFORM 1100-OUVRIR-CODES.
           PERFORM 1200-CHARGER-MATRICULES.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-CODES : recharge l'index des clients depuis le  *
      * maître et l'ouvre en mise à jour ; maître absent = création *
      * du maître, index vide ; index inutilisable = créations      *
      * refusées                                                    *
      * -----------------------------------------------------------*
       1100-OUVRIR-CODES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE CUSTFILE-IDX EN ERREUR - "
                   "CREATIONS REFUSEES"
           ELSE
               IF WS-IXM-RETOUR = 4
                   DISPLAY "CUSTFILE INTROUVABLE - CREATION DU MAITRE"
               END-IF
               OPEN I-O CUSTFILE-IDX
               IF WS-CIX-OK
                   SET WS-CIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR CUSTFILE-IDX - STATUT "
                       WS-CIX-STATUS " - CREATIONS REFUSEES"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1200-CHARGER-MATRICULES : charge les matricules des         *
      * employés actifs, candidats au rôle de commercial attitré    *
      * -----------------------------------------------------------*
       1200-CHARGER-MATRICULES.
           OPEN INPUT PERSFILE.
           IF WS-PERS-OK
               SET WS-PERS-CHARGE TO TRUE
               PERFORM 1250-LIRE-ET-STOCKER-MATRICULE
                   UNTIL NOT WS-PERS-OK OR WS-NB-MATS >= 500
               CLOSE PERSFILE
           ELSE
               DISPLAY "PERSFILE INTROUVABLE - COMMERCIAL NON CONTROLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-MATRICULE : lit un employé du maître   *
      * et retient son matricule s'il est actif                     *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-MATRICULE.
           READ PERSFILE INTO PERSONNE
               AT END
                   MOVE "10" TO WS-PERS-STATUS
               NOT AT END
                   IF PERSONNE-ACTIF
                       ADD 1 TO WS-NB-MATS
                       MOVE PERSONNE-MATRICULE
                           TO WS-MAT-MATRICULE(WS-NB-MATS)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*

                   DISPLAY "LIMITE DE CREDIT (0 = AUCUNE) : "
                   ACCEPT TRANS-LIMITE(WS-NB-TRANS)

                   PERFORM 0700-SAISIR-COMMERCIAL
                   MOVE WS-MAT-SAISI TO TRANS-COMMERCIAL(WS-NB-TRANS)

                   PERFORM 0750-SAISIR-DEVISE
                   MOVE WS-DEVISE-SAISIE TO TRANS-DEVISE(WS-NB-TRANS)

                   PERFORM 0770-SAISIR-FISCALITE

                   PERFORM 0800-SAISIR-TAUX
               END-IF
           END-IF.


               DISPLAY "NOUVELLE LIMITE DE CREDIT (0 = AUCUNE) : "
               ACCEPT TRANS-LIMITE(WS-NB-TRANS)

               PERFORM 0700-SAISIR-COMMERCIAL
               MOVE WS-MAT-SAISI TO TRANS-COMMERCIAL(WS-NB-TRANS)

               PERFORM 0750-SAISIR-DEVISE
               MOVE WS-DEVISE-SAISIE TO TRANS-DEVISE(WS-NB-TRANS)

               PERFORM 0770-SAISIR-FISCALITE

               PERFORM 0800-SAISIR-TAUX
           END-IF.

      * -----------------------------------------------------------*

               DISPLAY "CLIENT A DESACTIVER : "
               ACCEPT TRANS-CODE(WS-NB-TRANS)
               MOVE "N" TO TRANS-TAUX-SW(WS-NB-TRANS)
           END-IF.

      * -----------------------------------------------------------*
       0600-SAISIR-CODE-UNIQUE.
           MOVE SPACES TO WS-CODE-SAISIE.

      * Sans l'index, l'unicité du code ne peut être contrôlée
           IF NOT WS-CIX-OUVERT
               DISPLAY "CUSTFILE-IDX INDISPONIBLE - RELANCER IDXCHK1 "
                   "CUSTFILE R"
           ELSE
               DISPLAY "CODE CLIENT (BLANC = ABANDON) : "
               ACCEPT WS-CODE-SAISIE
           END-IF.

           IF WS-CODE-SAISIE NOT = SPACES
               PERFORM 0650-CONTROLER-UNICITE
       0650-CONTROLER-UNICITE.
           MOVE "N" TO WS-CODE-TROUVE-SWITCH.

           MOVE WS-CODE-SAISIE TO CIDX-CODE.
           READ CUSTFILE-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CODE-TROUVE TO TRUE
           END-READ.

           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-NB-TRANS OR WS-CODE-TROUVE
               END-IF
           END-PERFORM.

      * -----------------------------------------------------------*
      * 0700-SAISIR-COMMERCIAL : accepte le matricule du commercial *
      * attitré et le rejette (avec reprompt) s'il n'est pas celui  *
      * d'un employé actif ; blanc = aucun commercial               *
      * -----------------------------------------------------------*
       0700-SAISIR-COMMERCIAL.
           MOVE SPACES TO WS-MAT-SAISI.

           DISPLAY "COMMERCIAL (MATRICULE, BLANC = AUCUN) : ".
           ACCEPT WS-MAT-SAISI.

           IF WS-MAT-SAISI NOT = SPACES AND WS-PERS-CHARGE
               MOVE "N" TO WS-MAT-TROUVE-SWITCH
               IF WS-NB-MATS > ZEROES
                   SET WS-MAT-IDX TO 1
                   SEARCH WS-MAT-ENTREE
                       AT END
                           CONTINUE
                       WHEN WS-MAT-IDX > WS-NB-MATS
                           CONTINUE
                       WHEN WS-MAT-MATRICULE(WS-MAT-IDX) = WS-MAT-SAISI
                           SET WS-MAT-TROUVE TO TRUE
                   END-SEARCH
               END-IF
               IF NOT WS-MAT-TROUVE
                   DISPLAY "MATRICULE INCONNU OU INACTIF : "
                       WS-MAT-SAISI
                   PERFORM 0700-SAISIR-COMMERCIAL
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0750-SAISIR-DEVISE : accepte la devise de facturation du    *
      * client (code ISO à trois lettres) et la rejette (avec       *
      * reprompt) si elle n'est pas alphabétique ; blanc = EUR      *
      * -----------------------------------------------------------*
       0750-SAISIR-DEVISE.
           MOVE SPACES TO WS-DEVISE-SAISIE.

           DISPLAY "DEVISE DE FACTURATION (BLANC = EUR) : ".
           ACCEPT WS-DEVISE-SAISIE.

           IF WS-DEVISE-SAISIE = SPACES
               MOVE "EUR" TO WS-DEVISE-SAISIE
           END-IF.

           IF WS-DEVISE-SAISIE NOT ALPHABETIC-UPPER
               OR WS-DEVISE-SAISIE(1:1) = SPACE
               OR WS-DEVISE-SAISIE(3:1) = SPACE
               DISPLAY "DEVISE INVALIDE : " WS-DEVISE-SAISIE
               PERFORM 0750-SAISIR-DEVISE
           END-IF.

      * -----------------------------------------------------------*
      * 0770-SAISIR-FISCALITE : accepte le statut fiscal du client  *
      * (reprompt s'il est inconnu) puis, selon le statut, l'année  *
      * de l'attestation de dispense ou le pays de résidence et le  *
      * taux conventionnel                                          *
      * -----------------------------------------------------------*
       0770-SAISIR-FISCALITE.
           MOVE SPACES TO WS-FISC-STATUT WS-FISC-PAYS.
           MOVE ZEROES TO WS-FISC-ANNEE WS-FISC-TAUX.

           DISPLAY "STATUT FISCAL I=IMPOSABLE E=DISPENSE "
               "N=NON-RESIDENT (BLANC = I) : ".
           ACCEPT WS-FISC-STATUT.

           IF WS-FISC-STATUT = SPACE
               MOVE "I" TO WS-FISC-STATUT
           END-IF.

           IF NOT WS-FISC-STATUT-VALIDE
               DISPLAY "STATUT FISCAL INVALIDE : " WS-FISC-STATUT
               PERFORM 0770-SAISIR-FISCALITE
           ELSE
               IF WS-FISC-STATUT = "E"
                   PERFORM 0775-SAISIR-ATTESTATION
               END-IF
               IF WS-FISC-STATUT = "N"
                   PERFORM 0780-SAISIR-CONVENTION
               END-IF
               MOVE WS-FISC-STATUT TO TRANS-STATUT-FISCAL(WS-NB-TRANS)
               MOVE WS-FISC-ANNEE  TO TRANS-ATTEST-ANNEE(WS-NB-TRANS)
               MOVE WS-FISC-TAUX   TO TRANS-TAUX-CONV(WS-NB-TRANS)
               MOVE WS-FISC-PAYS   TO TRANS-PAYS(WS-NB-TRANS)
           END-IF.

      * -----------------------------------------------------------*
      * 0775-SAISIR-ATTESTATION : année couverte par l'attestation  *
      * de dispense remise par le client (reprompt si invalide)     *
      * -----------------------------------------------------------*
       0775-SAISIR-ATTESTATION.
           DISPLAY "ANNEE COUVERTE PAR L'ATTESTATION (AAAA) : ".
           ACCEPT WS-FISC-ANNEE.

           IF WS-FISC-ANNEE NOT NUMERIC
               OR WS-FISC-ANNEE < 2000
               DISPLAY "ANNEE INVALIDE : " WS-FISC-ANNEE
               PERFORM 0775-SAISIR-ATTESTATION
           END-IF.

      * -----------------------------------------------------------*
      * 0780-SAISIR-CONVENTION : pays de résidence (code ISO à deux *
      * lettres) et taux de retenue prévu par la convention (en %,  *
      * zéro = exonéré), reprompt si le pays est invalide           *
      * -----------------------------------------------------------*
       0780-SAISIR-CONVENTION.
           DISPLAY "PAYS DE RESIDENCE (CODE ISO) : ".
           ACCEPT WS-FISC-PAYS.

           IF WS-FISC-PAYS NOT ALPHABETIC-UPPER
               OR WS-FISC-PAYS(1:1) = SPACE
               OR WS-FISC-PAYS(2:1) = SPACE
               DISPLAY "PAYS INVALIDE : " WS-FISC-PAYS
               PERFORM 0780-SAISIR-CONVENTION
           ELSE
               DISPLAY "TAUX CONVENTIONNEL DE RETENUE (%) : "
               ACCEPT WS-FISC-TAUX
           END-IF.

      * -----------------------------------------------------------*
      * 0800-SAISIR-TAUX : propose la saisie d'un taux de           *
      * commission propre au client, qui prime sur ceux des         *
      * produits à partir de la date de traitement                  *
      * -----------------------------------------------------------*
       0800-SAISIR-TAUX.
           MOVE "N" TO TRANS-TAUX-SW(WS-NB-TRANS).
           MOVE ZEROES TO TRANS-TAUX(WS-NB-TRANS).

           DISPLAY "TAUX DE COMMISSION PROPRE AU CLIENT (O/N) : ".
           ACCEPT TRANS-TAUX-SW(WS-NB-TRANS).

           IF TRANS-TAUX-SW(WS-NB-TRANS) = "O"
               DISPLAY "TAUX DE COMMISSION (%) : "
               ACCEPT TRANS-TAUX(WS-NB-TRANS)
           ELSE
               MOVE "N" TO TRANS-TAUX-SW(WS-NB-TRANS)
           END-IF.

      * -----------------------------------------------------------*
      * 3000-FUSIONNER-MASTER : recopie l'ancien maître vers le     *
      * nouveau en appliquant modifications/désactivations, puis    *
               DISPLAY "FUSION REFUSEE - PAS DE MAINTENANCE SANS "
                   "HISTORIQUE"
           ELSE
      * EXTEND : les taux de commission forment un historique
               OPEN EXTEND COMRATF
               IF WS-CRT-STATUS = "35"
                   OPEN OUTPUT COMRATF
               END-IF
               IF NOT WS-CRT-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR COMRATF - STATUT "
                       WS-CRT-STATUS
                   DISPLAY "TAUX DE COMMISSION NON ENREGISTRES"
               END-IF
               PERFORM 3050-DEROULER-FUSION
               IF WS-CRT-OK
                   CLOSE COMRATF
               END-IF
               CLOSE CUSTHSTF
           END-IF.

                       MOVE TRANS-CP(WS-TRANS-IDX)    TO CUST-ADR-CP
                       MOVE TRANS-LIMITE(WS-TRANS-IDX)
                           TO CUST-LIMITE-CREDIT
                       MOVE TRANS-COMMERCIAL(WS-TRANS-IDX)
                           TO CUST-COMMERCIAL
                       MOVE TRANS-DEVISE(WS-TRANS-IDX)
                           TO CUST-DEVISE
                       PERFORM 3250-APPLIQUER-FISCALITE
                       PERFORM 8100-ENREGISTRER-TAUX
                   WHEN "D"
                       SET CUST-INACTIF TO TRUE
               END-EVALUATE
           END-IF.

           WRITE CUSTFILE-NEW-ENREG FROM CLIENT-ENREG.
           IF WS-TRANS-TROUVE
               PERFORM 3400-REPORTER-DANS-INDEX
           END-IF.

           PERFORM 3100-LIRE-ANCIEN.

      * -----------------------------------------------------------*
      * 3250-APPLIQUER-FISCALITE : reporte sur le client le statut  *
      * fiscal saisi avec la transaction                            *
      * -----------------------------------------------------------*
       3250-APPLIQUER-FISCALITE.
           MOVE TRANS-STATUT-FISCAL(WS-TRANS-IDX)
               TO CUST-STATUT-FISCAL.
           MOVE TRANS-ATTEST-ANNEE(WS-TRANS-IDX)
               TO CUST-ATTEST-ANNEE.
           MOVE TRANS-TAUX-CONV(WS-TRANS-IDX)
               TO CUST-TAUX-CONVENTION.
           MOVE TRANS-PAYS(WS-TRANS-IDX)
               TO CUST-PAYS-RESIDENCE.

      * -----------------------------------------------------------*
      * 3300-AJOUTER-NOUVEAUX : écrit à la suite du maître chaque   *
      * client créé avec l'action A                                 *
                   MOVE TRANS-CP(WS-TRANS-IDX)    TO CUST-ADR-CP
                   MOVE TRANS-LIMITE(WS-TRANS-IDX)
                       TO CUST-LIMITE-CREDIT
                   MOVE TRANS-COMMERCIAL(WS-TRANS-IDX)
                       TO CUST-COMMERCIAL
                   MOVE TRANS-DEVISE(WS-TRANS-IDX) TO CUST-DEVISE
                   PERFORM 3250-APPLIQUER-FISCALITE
                   SET CUST-ACTIF TO TRUE
                   PERFORM 8100-ENREGISTRER-TAUX
                   WRITE CUSTFILE-NEW-ENREG FROM CLIENT-ENREG
                   PERFORM 3400-REPORTER-DANS-INDEX
                   MOVE SPACES TO CHIST-AVANT
                   MOVE "A" TO CHIST-ACTION
                   PERFORM 8000-HISTORISER-ACTION
               END-IF
           END-PERFORM.

      * -----------------------------------------------------------*
      * 3400-REPORTER-DANS-INDEX : réécrit le client courant dans  *
      * l'index, ou l'y crée s'il n'y figure pas encore             *
      * -----------------------------------------------------------*
       3400-REPORTER-DANS-INDEX.
           IF WS-CIX-OUVERT
               MOVE CLIENT-ENREG TO CUSTFILE-IDX-ENREG
               REWRITE CUSTFILE-IDX-ENREG
                   INVALID KEY
                       WRITE CUSTFILE-IDX-ENREG
                           INVALID KEY
                               DISPLAY "CLIENT " CUST-CODE
                                   " NON REPORTE DANS CUSTFILE-IDX - "
                                   "STATUT " WS-CIX-STATUS
                       END-WRITE
               END-REWRITE
           END-IF.

      * -----------------------------------------------------------*
      * 8000-HISTORISER-ACTION : trace l'action appliquée dans      *
      * l'historique des modifications, images avant/après de       *
               WRITE CUSTHSTF-ENREG FROM CHIST-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 8100-ENREGISTRER-TAUX : ajoute à l'historique des taux de   *
      * commission le taux propre au client saisi avec la           *
      * transaction appliquée, à effet de la date de traitement     *
      * -----------------------------------------------------------*
       8100-ENREGISTRER-TAUX.
           IF TRANS-TAUX-SW(WS-TRANS-IDX) = "O" AND WS-CRT-OK
               SET CRT-CLIENT TO TRUE
               MOVE CUST-CODE                 TO CRT-CODE
               MOVE WS-DATE-TRAITEMENT        TO CRT-DATE-EFFET
               MOVE TRANS-TAUX(WS-TRANS-IDX)  TO CRT-TAUX
               WRITE COMRATF-ENREG FROM CRT-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 4000-TERMINER : affiche un récapitulatif des transactions   *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-CIX-OUVERT
               CLOSE CUSTFILE-IDX
           END-IF.

           DISPLAY "TRANSACTIONS TRAITEES : " WS-NB-TRANS.
