      *                 a été pénalisé, et chaque run ne facture que
      *                 les jours courus DEPUIS ce point (depuis le
      *                 31e jour au premier passage).
      * 2026-10-15  AG  Facture en devise : l'intérêt de retard est
      *                 calculé sur sa contre-valeur euro et la facture
      *                 de pénalité est émise en euros (devise EUR) -
      *                 INVFILE étendu de 33 à 45 caractères
      * 2026-10-15  AG  Une facture en litige ouvert (LITFILE, tenu par
      *                 LITMNT1) n'est plus pénalisée, sa date facturée
      *                 est reportée
      * 2026-10-15  AG  Après l'ajout des factures de pénalité à
      *                 INVFILE, son index INVFILE-IDX est rechargé
      *                 (IDXMST01).
      * 2026-10-15  AG  Les litiges sont lus par facture dans l'index
      *                 LITFILE-IDX (tenu par IDXMST01) au lieu d'une
      *                 table de 500 litiges ouverts : au-delà, les
      *                 litiges suivants étaient ignorés en silence.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBN-STATUS.

      * Litiges clients : une facture en litige ouvert est écartée
      * - voir copy LITREC
           SELECT LITFILE-IDX ASSIGN TO "LITFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIDX-FACTURE
               ALTERNATE RECORD KEY IS LIDX-RESPONSABLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIDX-AVOIR WITH DUPLICATES
               FILE STATUS IS WS-LIT-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL

       FILE SECTION.
       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  INTPRMF
           RECORD CONTAINS 06 CHARACTERS.
           05  LBN-NUMERO              PIC X(08).
           05  LBN-FACTUREE-JUSQUAU    PIC 9(08).

       FD  LITFILE-IDX.
       01  LITFILE-IDX-ENREG.
           05  LIDX-FACTURE            PIC X(08).
           05  FILLER                  PIC X(18).
           05  LIDX-RESPONSABLE        PIC X(08).
           05  FILLER                  PIC X(17).
           05  LIDX-AVOIR              PIC X(08).
           05  LIDX-RESTE              PIC X(51).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".

      * Rechargement de l'index des postes ouverts (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "INVFILE".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

      * Litige client - voir copy LITREC
       COPY LITREC.

       01  WS-LIT-STATUS               PIC X(02).
           88  WS-LIT-OK               VALUE "00".

      * LITFILE-IDX ouvert en lecture
       01  WS-LIT-DISPONIBLE-SW        PIC X(01) VALUE "N".
           88  WS-LIT-DISPONIBLE       VALUE "O".

       01  WS-LTG-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LTG-TROUVE           VALUE "O".

       01  WS-NB-EN-LITIGE             PIC 9(05) VALUE ZEROES.

       01  WS-PRM-STATUS               PIC X(02).
           88  WS-PRM-OK               VALUE "00".

       01  WS-DELAI-PAIEMENT           PIC 9(02) VALUE 30.

      * Table des factures en retard de plus de 90 jours, avec
      * l'intérêt calculé de chacune - sur la contre-valeur euro
      * d'une facture en devise : la pénalité est facturée en euros
       01  WS-RET-TABLE.
           05  WS-RET-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-RET-IDX.
       01  WS-JOURS-RETARD             PIC S9(07).

       01  WS-INTERET                  PIC 9(07)V9(02).
       01  WS-RETARD-EUR               PIC 9(07)V9(02).

      * Client en cours d'annexe et sa pénalité totale
       01  WS-CLIENT-EDITE             PIC X(08).
       01  WS-LIGNE-COLONNES.
           05  FILLER                  PIC X(10) VALUE "FACTURE".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(13) VALUE "DU EUR".
           05  FILLER                  PIC X(09) VALUE "JOURS".
           05  FILLER                  PIC X(38) VALUE "INTERET".


           PERFORM 1100-LIRE-TAUX-LEGAL.
           PERFORM 1200-CHARGER-DATES-FACTUREES.
           PERFORM 1300-OUVRIR-LITIGES.

           IF WS-CODE-RETOUR < 8
               OPEN OUTPUT LATBILLF-NEW
           END-READ.

      * -----------------------------------------------------------*
      * 1300-OUVRIR-LITIGES : ouvre l'index des litiges, lu par     *
      * facture ; index absent = aucun litige                       *
      * -----------------------------------------------------------*
       1300-OUVRIR-LITIGES.
           OPEN INPUT LITFILE-IDX.
           EVALUATE TRUE
               WHEN WS-LIT-OK
                   SET WS-LIT-DISPONIBLE TO TRUE
               WHEN WS-LIT-STATUS = "35"
                   DISPLAY "LITFILE-IDX ABSENT - AUCUN LITIGE"
               WHEN OTHER
                   DISPLAY "IMPOSSIBLE D'OUVRIR LITFILE-IDX - STATUT "
                       WS-LIT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2000-RETENIR-UN-RETARD : une facture en litige ouvert ne    *
      * porte pas intérêt tant que le litige n'est pas résolu       *
      * (LITMNT1) - sa date facturée jusqu'au est reportée telle    *
      * quelle - les autres sont examinées                          *
      * -----------------------------------------------------------*
       2000-RETENIR-UN-RETARD.
           PERFORM 2020-CHERCHER-LITIGE.
           IF WS-LTG-TROUVE
               ADD 1 TO WS-NB-EN-LITIGE
               PERFORM 2060-CHERCHER-DATE-FACTUREE
               PERFORM 2080-REPORTER-DATE-INCHANGEE
           ELSE
               PERFORM 2010-EXAMINER-ANCIENNETE
           END-IF.

           PERFORM 2100-LIRE-FACTURE.

      * -----------------------------------------------------------*
      * 2010-EXAMINER-ANCIENNETE : retient la facture courante si   *
      * elle a plus de 90 jours (30/360) et n'est pas déjà une      *
      * pénalité (préfixe P)                                        *
      * -----------------------------------------------------------*
       2010-EXAMINER-ANCIENNETE.
           MOVE WFA-DATE TO WS-DATE-FACT.
           COMPUTE WS-JOURS-FACTURE =
               (WS-FAC-AAAA * 360) + (WS-FAC-MM * 30)
                       MOVE WFA-CLIENT TO WS-RET-CLIENT(WS-RET-IDX)
                       MOVE WFA-NUMERO TO WS-RET-NUMERO(WS-RET-IDX)
                       MOVE WFA-DATE   TO WS-RET-DATE(WS-RET-IDX)
                       IF WFA-EN-EURO
                           MOVE WFA-MONTANT     TO WS-RETARD-EUR
                       ELSE
                           MOVE WFA-MONTANT-EUR TO WS-RETARD-EUR
                       END-IF
                       MOVE WS-RETARD-EUR
                           TO WS-RET-MONTANT(WS-RET-IDX)
                       MOVE WS-JOURS-RETARD
                           TO WS-RET-JOURS(WS-RET-IDX)
                       COMPUTE WS-INTERET ROUNDED =
                           WS-RETARD-EUR * WS-TAUX-ANNUEL / 100
                           * WS-JOURS-RETARD / 360
                       MOVE WS-INTERET
                           TO WS-RET-INTERET(WS-RET-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2020-CHERCHER-LITIGE : la facture courante est-elle en      *
      * litige ouvert ? (lecture de LITFILE-IDX par facture)        *
      * -----------------------------------------------------------*
       2020-CHERCHER-LITIGE.
           MOVE "N" TO WS-LTG-TROUVE-SWITCH.

           IF WS-LIT-DISPONIBLE
               MOVE WFA-NUMERO TO LIDX-FACTURE
               READ LITFILE-IDX INTO LITIGE-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIT-OUVERT
                           SET WS-LTG-TROUVE TO TRUE
                       END-IF
               END-READ
           END-IF.

      * -----------------------------------------------------------*
      * 2050-CALCULER-JOURS-FACTURABLES : jours 30/360 à facturer   *
                       VARYING WS-NO-RETARD FROM 1 BY 1
                           UNTIL WS-NO-RETARD > WS-NB-RETARDS
                   CLOSE INVFILE
                   CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
                       WS-IXM-RETOUR
                   IF WS-IXM-RETOUR >= 8
                       DISPLAY "RECHARGEMENT DE INVFILE-IDX EN ERREUR"
                           " - RELANCER IDXCHK1 INVFILE R"
                   END-IF
               END-IF
           END-IF.

               MOVE WS-FACTURE-GENEREE TO WFA-NUMERO
               MOVE WS-DATE-TRAITEMENT TO WFA-DATE
               MOVE WS-TOTAL-PENALITE TO WFA-MONTANT
               MOVE "EUR"             TO WFA-DEVISE
               MOVE WS-TOTAL-PENALITE TO WFA-MONTANT-EUR
               WRITE INVFILE-ENREG FROM WS-FACTURE-ENREG
               ADD 1 TO WS-NB-PENALITES
           END-IF.
      * 4000-TERMINER : ferme l'annexe et affiche le récapitulatif  *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-LIT-DISPONIBLE
               CLOSE LITFILE-IDX
           END-IF.
           IF WS-RPT-OK
               CLOSE LATRPT
           END-IF.
           END-IF.

           DISPLAY "RETARDS 91+ RETENUS : " WS-NB-RETARDS.
           DISPLAY "FACTURES EN LITIGE  : " WS-NB-EN-LITIGE.
           DISPLAY "PENALITES EMISES    : " WS-NB-PENALITES.

      * -----------------------------------------------------------*
