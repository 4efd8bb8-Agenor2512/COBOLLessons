      *                 de session (pas de saisie après une
      *                 approbation) tombe du même coup : CORPENDF
      *                 redevient courant dès la fin du passage.
      * 2026-10-13  AG  Ouverture de session par le sous-programme
      *                 commun OPRSGN01 (mot de passe conservé en
      *                 empreinte, changement imposé à la première
      *                 connexion et après expiration, verrouillage
      *                 après trois échecs consécutifs) : la table des
      *                 opérateurs chargée ici et la comparaison en
      *                 clair disparaissent.
      * 2026-10-15  AG  Le compte saisi est lu par clé dans l'index
      *                 ACCTFILE-IDX (tenu par IDXMST01) au lieu
      *                 d'une table de 200 comptes chargée au
      *                 démarrage : au-delà, un compte réel était
      *                 refusé en silence.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Index du maître des comptes : comptes admis en correctif,
      * lus par clé (plus de table des comptes en mémoire)
           SELECT ACCTFILE-IDX ASSIGN TO "ACCTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AIDX-COMPTE
               FILE STATUS IS WS-ACC-STATUS.

      * Correctifs en attente d'approbation
       DATA DIVISION.

       FILE SECTION.
       FD  ACCTFILE-IDX.
       01  ACCTFILE-IDX-ENREG.
           05  AIDX-COMPTE             PIC X(12).
           05  AIDX-RESTE              PIC X(38).

       FD  CORPENDF
           RECORD CONTAINS 70 CHARACTERS.
      * Mouvement correctif - voir copy TRANREC
       COPY TRANREC.

      * Enregistrement du maître des comptes - voir copy ACCTREC
       COPY ACCTREC.

      * Ligne du journal d'activité - voir copy ACTLREC
       COPY ACTLREC.

       01  WS-ACC-STATUS               PIC X(02).
           88  WS-ACC-OK               VALUE "00".
       01  WS-PEN-STATUS               PIC X(02).
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Appel du sous-programme commun de session OPRSGN01, seul
      * à lire et écrire le fichier des opérateurs OPRFILE
       01  WS-SGN-FONCTION             PIC X(01).
       01  WS-SGN-NIVEAU               PIC 9(01).
       01  WS-SGN-RESULTAT             PIC X(01).
           88  WS-SGN-ACCEPTE          VALUE "O".
           88  WS-SGN-VERROUILLE       VALUE "V".
           88  WS-SGN-FICHIER-ABSENT   VALUE "F".

      * Index des comptes ouvert pour le contrôle de saisie
       01  WS-ACC-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-ACC-OUVERT           VALUE "O".

       01  WS-COMPTE-CONNU-SW          PIC X(01).
           88  WS-COMPTE-CONNU         VALUE "O".
           STOP RUN.

      * -----------------------------------------------------------*
      * 0500-OUVRIR-SESSION : identifie l'opérateur par OPRSGN01    *
      * -----------------------------------------------------------*
       0500-OUVRIR-SESSION.
           MOVE SPACES TO WS-ID-SAISI.
           DISPLAY "IDENTIFIANT  : ".
           ACCEPT WS-ID-SAISI.
           DISPLAY "MOT DE PASSE : ".
           ACCEPT WS-MDP-SAISI.

           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-OPERATEUR,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.
           IF WS-SGN-FICHIER-ABSENT
               DISPLAY "OPRFILE ABSENT - SAISIE IMPOSSIBLE"
           END-IF.
           IF WS-SGN-ACCEPTE
               SET WS-CONNECTE TO TRUE
               MOVE WS-ID-SAISI TO WS-OPERATEUR
               MOVE WS-SGN-NIVEAU TO WS-NIVEAU-OPERATEUR
               DISPLAY "BONJOUR " WS-OPERATEUR
                   " (NIVEAU " WS-NIVEAU-OPERATEUR ")"
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre l'index des comptes, l'audit et le *
      * journal d'activité                                          *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-COMPTES.

      * EXTEND : la piste d'audit et le journal d'activité sont
      * partagés et permanents
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-COMPTES : ouvre l'index du maître des comptes,  *
      * lu par clé pour le contrôle de saisie                       *
      * -----------------------------------------------------------*
       1100-OUVRIR-COMPTES.
           OPEN INPUT ACCTFILE-IDX.
           IF WS-ACC-OK
               SET WS-ACC-OUVERT TO TRUE
           ELSE
               DISPLAY "ACCTFILE-IDX INTROUVABLE - STATUT "
                   WS-ACC-STATUS " - TOUT COMPTE SERA REFUSE"
           END-IF.

      * -----------------------------------------------------------*
      * 2000-TRAITER-UNE-ACTION : affiche le menu et traite le      *
      * choix de l'opérateur                                        *
       2300-CHERCHER-LE-COMPTE.
           MOVE "N" TO WS-COMPTE-CONNU-SW.

           IF WS-ACC-OUVERT
               MOVE MVT-COMPTE TO AIDX-COMPTE
               READ ACCTFILE-IDX INTO COMPTE-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-COMPTE-CONNU TO TRUE
               END-READ
           END-IF.

      * -----------------------------------------------------------*
      * affiche le récapitulatif                                    *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-ACC-OUVERT
               CLOSE ACCTFILE-IDX
           END-IF.
           IF WS-AUD-OK
               CLOSE AUDITFIL
           END-IF.
