      *                 APPAY010 écartera le fournisseur). Fusion en
      *                 une passe vers SUPFILE-NEW (pas de REWRITE
      *                 en LINE SEQUENTIAL).
      * 2026-09-28  AG  SUPFILE passe de 77 à 78 caractères
      *                 (SUP-COORD-STATUT, posé par VIRRET010 sur retour
      *                 d'un virement) ; la ressaisie de l'IBAN par une
      *                 modification lève l'indicateur.
      * 2026-10-15  AG  Plus de table de 200 codes pour l'unicité :
      *                 l'index SUPFILE-IDX est rechargé depuis SUPFILE
      *                 en début de session (IDXMST01), le code saisi y
      *                 est lu par clé, et chaque fournisseur créé,
      *                 modifié ou désactivé y est reporté directement
      *                 à la fusion (même principe que CUSTMNT1).

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUN-STATUS.

      * Index du maître des fournisseurs (tenu par IDXMST01) :
      * contrôle d'unicité du code par clé, puis report de chaque
      * fournisseur touché par la session
           SELECT SUPFILE-IDX ASSIGN TO "SUPFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIDX-CODE
               FILE STATUS IS WS-SIX-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SUPFILE
           RECORD CONTAINS 78 CHARACTERS.
       01  SUPFILE-ENREG               PIC X(78).

       FD  SUPFILE-NEW
           RECORD CONTAINS 78 CHARACTERS.
       01  SUPFILE-NEW-ENREG           PIC X(78).

       FD  SUPFILE-IDX.
       01  SUPFILE-IDX-ENREG.
           05  SIDX-CODE               PIC X(08).
           05  SIDX-RESTE              PIC X(70).

       WORKING-STORAGE SECTION.

       01  WS-SUN-STATUS               PIC X(02).
           88  WS-SUN-OK               VALUE "00".

       01  WS-SIX-STATUS               PIC X(02).
           88  WS-SIX-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * (même correction que dans PERSMRG01)
       01  WS-POSTE-RETENU             PIC 9(03).

      * Index du maître des fournisseurs ouvert, pour le contrôle
      * d'unicité
       01  WS-SIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-SIX-OUVERT           VALUE "O".

      * Rechargement de l'index du maître des fournisseurs
       01  WS-IXM-FICHIER              PIC X(08) VALUE "SUPFILE".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-CODE-TROUVE-SWITCH       PIC X(01) VALUE "N".
           88  WS-CODE-TROUVE          VALUE "O".
           GOBACK.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre l'index des fournisseurs pour le   *
      * contrôle d'unicité                                          *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           MOVE ZEROES TO WS-NB-TRANS.
           PERFORM 1100-OUVRIR-CODES.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-CODES : recharge l'index des fournisseurs      *
      * depuis le maître et l'ouvre en mise à jour ; maître absent  *
      * = création du maître, index vide ; index inutilisable =     *
      * créations refusées                                          *
      * -----------------------------------------------------------*
       1100-OUVRIR-CODES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE SUPFILE-IDX EN ERREUR - "
                   "CREATIONS REFUSEES"
           ELSE
               IF WS-IXM-RETOUR = 4
                   DISPLAY "SUPFILE INTROUVABLE - CREATION DU MAITRE"
               END-IF
               OPEN I-O SUPFILE-IDX
               IF WS-SIX-OK
                   SET WS-SIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR SUPFILE-IDX - STATUT "
                       WS-SIX-STATUS " - CREATIONS REFUSEES"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2000-SAISIR-TRANSACTIONS : affiche le menu et saisit une    *
      * transaction                                                 *
       0600-SAISIR-CODE-UNIQUE.
           MOVE SPACES TO WS-CODE-SAISIE.

      * Sans l'index, l'unicité du code ne peut être contrôlée
           IF NOT WS-SIX-OUVERT
               DISPLAY "SUPFILE-IDX INDISPONIBLE - RELANCER IDXCHK1 "
                   "SUPFILE R"
           ELSE
               DISPLAY "CODE FOURNISSEUR (BLANC = ABANDON) : "
               ACCEPT WS-CODE-SAISIE
           END-IF.

           IF WS-CODE-SAISIE NOT = SPACES
               PERFORM 0650-CONTROLER-UNICITE
       0650-CONTROLER-UNICITE.
           MOVE "N" TO WS-CODE-TROUVE-SWITCH.

           MOVE WS-CODE-SAISIE TO SIDX-CODE.
           READ SUPFILE-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CODE-TROUVE TO TRUE
           END-READ.

           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-NB-TRANS OR WS-CODE-TROUVE
                               TO SUP-IBAN
                           MOVE TRANS-BIC(WS-TRANS-IDX)
                               TO SUP-BIC
                           MOVE SPACE TO SUP-COORD-STATUT
                       END-IF
                   WHEN "D"
                       SET SUP-INACTIF TO TRUE
           END-IF.

           WRITE SUPFILE-NEW-ENREG FROM FOURNISSEUR-ENREG.
           IF WS-TRANS-TROUVE
               PERFORM 3400-REPORTER-DANS-INDEX
           END-IF.

           PERFORM 3100-LIRE-ANCIEN.

                   MOVE TRANS-BIC(WS-TRANS-IDX)  TO SUP-BIC
                   SET SUP-ACTIF TO TRUE
                   WRITE SUPFILE-NEW-ENREG FROM FOURNISSEUR-ENREG
                   PERFORM 3400-REPORTER-DANS-INDEX
               END-IF
           END-PERFORM.

      * -----------------------------------------------------------*
      * 3400-REPORTER-DANS-INDEX : réécrit le fournisseur courant   *
      * dans l'index, ou l'y crée s'il n'y figure pas encore        *
      * -----------------------------------------------------------*
       3400-REPORTER-DANS-INDEX.
           IF WS-SIX-OUVERT
               MOVE FOURNISSEUR-ENREG TO SUPFILE-IDX-ENREG
               REWRITE SUPFILE-IDX-ENREG
                   INVALID KEY
                       WRITE SUPFILE-IDX-ENREG
                           INVALID KEY
                               DISPLAY "FOURNISSEUR " SUP-CODE
                                   " NON REPORTE DANS SUPFILE-IDX - "
                                   "STATUT " WS-SIX-STATUS
                       END-WRITE
               END-REWRITE
           END-IF.

      * -----------------------------------------------------------*
      * 4000-TERMINER : affiche un récapitulatif des transactions   *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-SIX-OUVERT
               CLOSE SUPFILE-IDX
           END-IF.

           DISPLAY "TRANSACTIONS TRAITEES : " WS-NB-TRANS.
