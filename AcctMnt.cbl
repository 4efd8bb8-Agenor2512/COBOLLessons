      *                 saisie à la création - ACCTFILE passe de 47
      *                 à 50 caractères. Les comptes hors euro sont
      *                 réévalués en fin de mois par REVAL010.
      * 2026-10-15  AG  Chaque compte créé, modifié ou désactivé est
      *                 aussi reporté directement dans l'index
      *                 ACCTFILE-IDX (clé ACCT-COMPTE), lu par clé par
      *                 CORMNT1 et INTACC010 ; la bascule de
      *                 ACCTFILE-NEW par PROMOT010 recharge ensuite
      *                 l'index depuis le maître promu.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCN-STATUS.

      * Index du maître des comptes (tenu par IDXMST01), mis à jour
      * par clé pour chaque compte touché par la session
           SELECT ACCTFILE-IDX ASSIGN TO "ACCTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AIDX-COMPTE
               FILE STATUS IS WS-AIX-STATUS.

       DATA DIVISION.

       FILE SECTION.
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-NEW-ENREG          PIC X(50).

       FD  ACCTFILE-IDX.
       01  ACCTFILE-IDX-ENREG.
           05  AIDX-COMPTE             PIC X(12).
           05  AIDX-RESTE              PIC X(38).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des comptes - voir copy ACCTREC
       01  WS-ACCN-STATUS              PIC X(02).
           88  WS-ACCN-OK              VALUE "00".

       01  WS-AIX-STATUS               PIC X(02).
           88  WS-AIX-OK               VALUE "00".

       01  WS-AIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-AIX-OUVERT           VALUE "O".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * -----------------------------------------------------------*
      * 3000-FUSIONNER-MASTER : recopie l'ancien maître vers le     *
      * nouveau en appliquant modifications/désactivations, puis    *
      * ajoute les comptes créés ; chaque compte touché est reporté *
      * dans l'index                                                *
      * -----------------------------------------------------------*
       3000-FUSIONNER-MASTER.
           IF WS-NB-TRANS > ZEROES
               OPEN I-O ACCTFILE-IDX
               IF WS-AIX-OK
                   SET WS-AIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "ACCTFILE-IDX INDISPONIBLE - STATUT "
                       WS-AIX-STATUS " - RELANCER IDXCHK1 ACCTFILE R"
               END-IF
           END-IF.

           OPEN INPUT ACCTFILE.
           IF NOT WS-ACCT-OK
               DISPLAY "ACCTFILE INTROUVABLE - CREATION DU MAITRE"
           IF WS-ACCN-OK
               CLOSE ACCTFILE-NEW
           END-IF.
           IF WS-AIX-OUVERT
               CLOSE ACCTFILE-IDX
           END-IF.

      * -----------------------------------------------------------*
      * 3100-LIRE-ANCIEN : lit le prochain enregistrement de        *
           END-IF.

           WRITE ACCTFILE-NEW-ENREG FROM COMPTE-ENREG.
           IF WS-TRANS-TROUVE
               PERFORM 3400-REPORTER-DANS-INDEX
           END-IF.

           PERFORM 3100-LIRE-ANCIEN.

                   SET ACCT-ACTIF TO TRUE
                   MOVE WS-SYS-AAAAMMJJ TO ACCT-DATE-REPORT
                   WRITE ACCTFILE-NEW-ENREG FROM COMPTE-ENREG
                   PERFORM 3400-REPORTER-DANS-INDEX
               END-IF
           END-PERFORM.

      * -----------------------------------------------------------*
      * 3400-REPORTER-DANS-INDEX : réécrit le compte courant dans   *
      * l'index, ou l'y crée s'il n'y figure pas encore             *
      * -----------------------------------------------------------*
       3400-REPORTER-DANS-INDEX.
           IF WS-AIX-OUVERT
               MOVE COMPTE-ENREG TO ACCTFILE-IDX-ENREG
               REWRITE ACCTFILE-IDX-ENREG
                   INVALID KEY
                       WRITE ACCTFILE-IDX-ENREG
                           INVALID KEY
                               DISPLAY "COMPTE " ACCT-COMPTE
                                   " NON REPORTE DANS ACCTFILE-IDX - "
                                   "STATUT " WS-AIX-STATUS
                       END-WRITE
               END-REWRITE
           END-IF.

      * -----------------------------------------------------------*
      * 4000-TERMINER : affiche un récapitulatif des transactions   *
      * -----------------------------------------------------------*
