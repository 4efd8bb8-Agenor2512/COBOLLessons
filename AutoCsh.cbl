      *                 : une relance émettrait chaque encaissement
      *                 en double), à la date de traitement
      *                 (DATPRM01) et au journal de run (RUNFILE).
      * 2026-10-15  AG  INVFILE porte la devise et la contre-valeur euro
      *                 du poste ; seuls les postes en euros sont
      *                 appariés aux crédits bancaires
      * 2026-10-15  AG  Plus de table de 500 postes ouverts : chaque
      *                 référence candidate du libellé est lue par clé
      *                 dans l'index INVFILE-IDX (tenu par IDXMST01),
      *                 et les postes déjà servis dans le run sont
      *                 notés dans le fichier de travail indexé
      *                 AUTSRVW. Au-delà de 500 postes, les factures
      *                 suivantes n'étaient jamais appariées.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Index des postes ouverts, lu par numéro de facture :
      * restant dû, client et devise
           SELECT INVFILE-IDX ASSIGN TO "INVFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IIDX-NUMERO
               ALTERNATE RECORD KEY IS IIDX-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

      * Postes servis dans le run, pour ne pas apparier deux fois
      * la même facture - fichier de travail recréé à chaque run
           SELECT AUTSRVW ASSIGN TO "AUTSRVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASW-NUMERO
               FILE STATUS IS WS-ASW-STATUS.

      * Encaissements émis, repris par CSHAPP010 - voir copy RCPTREC
           SELECT RCPFILE ASSIGN TO "RCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).

       FD  INVFILE-IDX.
       01  INVFILE-IDX-ENREG.
           05  IIDX-NUMERO             PIC X(08).
           05  IIDX-DATE               PIC X(08).
           05  IIDX-MONTANT            PIC X(09).
           05  IIDX-CLIENT             PIC X(08).
           05  IIDX-RESTE              PIC X(12).

       FD  AUTSRVW.
       01  AUTSRVW-ENREG.
           05  ASW-NUMERO              PIC X(08).

       FD  RCPFILE
           RECORD CONTAINS 33 CHARACTERS.
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-MVT-STATUS               PIC X(02).
           88  WS-MVT-OK               VALUE "00".
       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".

       01  WS-ASW-STATUS               PIC X(02).
           88  WS-ASW-OK               VALUE "00".

       01  WS-INV-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-INV-OUVERT           VALUE "O".

       01  WS-ASW-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-ASW-OUVERT           VALUE "O".

       01  WS-RCP-STATUS               PIC X(02).
           88  WS-RCP-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

       01  WS-INV-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-INV-TROUVE           VALUE "O".


      * Balayage du libellé à la recherche d'un numéro de facture
       01  WS-POS-LIBELLE              PIC 9(02).

       01  WS-NB-CREDITS               PIC 9(05) VALUE ZEROES.
       01  WS-NB-APPARIES              PIC 9(05) VALUE ZEROES.
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre l'index des postes ouverts, les    *
      * mouvements, les encaissements et l'état des sans-facture    *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-FACTURES.

           OPEN INPUT MVTFILE.
           IF NOT WS-MVT-OK
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-FACTURES : ouvre l'index des postes ouverts et  *
      * crée le fichier de travail des postes servis                *
      * -----------------------------------------------------------*
       1100-OUVRIR-FACTURES.
           OPEN INPUT INVFILE-IDX.
           IF WS-INV-OK
               SET WS-INV-OUVERT TO TRUE
           ELSE
               DISPLAY "INVFILE-IDX ABSENT - STATUT " WS-INV-STATUS
                   " - AUCUN POSTE A APPARIER"
           END-IF.

           OPEN OUTPUT AUTSRVW.
           IF WS-ASW-OK
               CLOSE AUTSRVW
               OPEN I-O AUTSRVW
           END-IF.
           IF WS-ASW-OK
               SET WS-ASW-OUVERT TO TRUE
           ELSE
               DISPLAY "IMPOSSIBLE DE CREER AUTSRVW - STATUT "
                   WS-ASW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2000-APPARIER-CREDIT : tente d'apparier le mouvement de     *
       2300-CHERCHER-FACTURE-LIBELLE.
           MOVE "N" TO WS-INV-TROUVE-SWITCH.

           IF WS-INV-OUVERT
               PERFORM 2350-EXAMINER-UNE-POSITION
                   VARYING WS-POS-LIBELLE FROM 1 BY 1
                       UNTIL WS-POS-LIBELLE > 13
                           OR WS-INV-TROUVE
           END-IF.

      * -----------------------------------------------------------*
      * 2350-EXAMINER-UNE-POSITION : les 8 caractères du libellé à  *
      * cette position sont-ils le numéro d'un poste ouvert ?       *
      * -----------------------------------------------------------*
       2350-EXAMINER-UNE-POSITION.
           MOVE MVT-LIBELLE(WS-POS-LIBELLE:8) TO IIDX-NUMERO.
           READ INVFILE-IDX INTO WS-FACTURE-ENREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2400-EXAMINER-UNE-FACTURE
           END-READ.

      * -----------------------------------------------------------*
      * 2400-EXAMINER-UNE-FACTURE : le poste lu convient-il aux     *
      * conditions de la passe ? Seuls les postes en euros sont     *
      * appariés : le relevé bancaire est en euros alors qu'un      *
      * encaissement est imputé dans la devise de la facture ; un   *
      * poste en devise reste à la saisie manuelle                  *
      * -----------------------------------------------------------*
       2400-EXAMINER-UNE-FACTURE.
           IF WFA-EN-EURO
               MOVE WFA-NUMERO TO ASW-NUMERO
               READ AUTSRVW
                   INVALID KEY
                       PERFORM 2450-COMPARER-MONTANT
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

      * -----------------------------------------------------------*
      * 2450-COMPARER-MONTANT : écart entre le crédit et le restant *
      * dû du poste, aux conditions de la passe                     *
      * -----------------------------------------------------------*
       2450-COMPARER-MONTANT.
           COMPUTE WS-ECART-MONTANT = MVT-MONTANT - WFA-MONTANT.
           IF WS-ECART-MONTANT < ZEROES
               COMPUTE WS-ECART-MONTANT = WS-ECART-MONTANT * -1
           END-IF.
           IF (WS-PASSE = "E" AND WS-ECART-MONTANT = ZEROES)
               OR (WS-PASSE = "R"
                   AND WS-ECART-MONTANT <= WS-TOLERANCE)
               SET WS-INV-TROUVE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2500-EMETTRE-ENCAISSEMENT : émet l'encaissement du crédit   *
      * -----------------------------------------------------------*
       2500-EMETTRE-ENCAISSEMENT.
           MOVE MVT-DATE    TO RCP-DATE.
           MOVE WFA-CLIENT  TO RCP-CLIENT.
           MOVE WFA-NUMERO  TO RCP-FACTURE.
           MOVE MVT-MONTANT TO RCP-MONTANT.

           IF WS-RCP-OK AND WS-ASW-OUVERT
               WRITE RCPFILE-ENREG FROM RCP-ENREG
               ADD 1 TO WS-NB-APPARIES
               MOVE WFA-NUMERO TO ASW-NUMERO
               WRITE AUTSRVW-ENREG
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * -----------------------------------------------------------*
           IF WS-RCP-OK
               CLOSE RCPFILE
           END-IF.
           IF WS-INV-OUVERT
               CLOSE INVFILE-IDX
           END-IF.
           IF WS-ASW-OUVERT
               CLOSE AUTSRVW
           END-IF.

           IF WS-RPT-OK
               MOVE WS-NB-APPARIES     TO TT-APPARIES
