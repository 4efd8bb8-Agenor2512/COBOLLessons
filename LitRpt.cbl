       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITRPT010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-15  AG  Création : état hebdomadaire des litiges
      *                 clients ouverts, par responsable. Relit
      *                 LITFILE (copy LITREC, tenu par LITMNT1) et
      *                 imprime, responsable par responsable (ordre
      *                 alphabétique), chaque litige encore ouvert :
      *                 facture, client, motif, date d'ouverture, date
      *                 de résolution prévue, contre-valeur euro de la
      *                 facture et ancienneté du litige depuis son
      *                 ouverture (calendrier 30/360, mêmes tranches
      *                 que INVAGE01 : 0-30, 31-60, 61-90, 91 et
      *                 plus). Un litige dont la date prévue est
      *                 dépassée est marqué RETARD. Sous-total par
      *                 responsable avec la répartition par tranche,
      *                 puis le nombre et le montant de chaque tranche
      *                 tous responsables confondus. Un litige en
      *                 retard rend le code retour 4.
      * 2026-10-15  AG  Les litiges sont parcourus dans l'index
      *                 LITFILE-IDX (tenu par IDXMST01) sur sa clé
      *                 secondaire responsable, avec rupture par
      *                 responsable, au lieu d'être chargés dans une
      *                 table de 500 litiges ouverts : l'état n'a plus
      *                 de plafond de volume.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Litiges clients, parcourus par responsable dans l'index
      * LITFILE-IDX (tenu par IDXMST01) - voir copy LITREC
           SELECT LITFILE-IDX ASSIGN TO "LITFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIDX-FACTURE
               ALTERNATE RECORD KEY IS LIDX-RESPONSABLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIDX-AVOIR WITH DUPLICATES
               FILE STATUS IS WS-LIT-STATUS.

      * Etat des litiges imprimé
           SELECT LITRPT ASSIGN TO "LITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal de run commun - voir copy RUNREC
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LITFILE-IDX.
       01  LITFILE-IDX-ENREG.
           05  LIDX-FACTURE            PIC X(08).
           05  FILLER                  PIC X(18).
           05  LIDX-RESPONSABLE        PIC X(08).
           05  FILLER                  PIC X(17).
           05  LIDX-AVOIR              PIC X(08).
           05  LIDX-RESTE              PIC X(51).

       FD  LITRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  LITRPT-LIGNE                PIC X(80).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Litige client - voir copy LITREC
       COPY LITREC.

       01  WS-LIT-STATUS               PIC X(02).
           88  WS-LIT-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-LIT-DISPONIBLE-SW        PIC X(01) VALUE "N".
           88  WS-LIT-DISPONIBLE       VALUE "O".

       01  WS-FIN-LITIGES-SW           PIC X(01) VALUE "N".
           88  WS-FIN-LITIGES          VALUE "O".

      * Responsable en cours d'édition : les litiges arrivent dans
      * l'ordre des responsables, la rupture déclenche son
      * sous-total
       01  WS-RSP-COURANT              PIC X(08) VALUE SPACES.

       01  WS-NB-LITIGES               PIC 9(05) VALUE ZEROES.
       01  WS-NB-RSP                   PIC 9(05) VALUE ZEROES.

      * Ancienneté du litige exprimée en "jours 30/360", même
      * approximation calendaire qu'INVAGE01
       01  WS-DATE-JOUR.
           05  WS-JOUR-AAAA            PIC 9(04).
           05  WS-JOUR-MM              PIC 9(02).
           05  WS-JOUR-JJ              PIC 9(02).
       01  WS-DATE-OUVERTURE.
           05  WS-OUV-AAAA             PIC 9(04).
           05  WS-OUV-MM               PIC 9(02).
           05  WS-OUV-JJ               PIC 9(02).
       01  WS-JOURS-OUVERTURE          PIC 9(07).
       01  WS-JOURS-AUJOURDHUI         PIC 9(07).
       01  WS-NB-JOURS-ANCIENNETE      PIC S9(07).

      * Cumuls du responsable courant
       01  WS-TOTAUX-RESPONSABLE.
           05  WS-RSP-NB               PIC 9(05).
           05  WS-RSP-MONTANT          PIC S9(09)V9(02).
           05  WS-RSP-NB-0-30          PIC 9(05).
           05  WS-RSP-NB-31-60         PIC 9(05).
           05  WS-RSP-NB-61-90         PIC 9(05).
           05  WS-RSP-NB-91-PLUS       PIC 9(05).
           05  WS-RSP-NB-RETARD        PIC 9(05).

      * Nombre et montant de chaque tranche, tous responsables
       01  WS-TOTAUX-TRANCHES.
           05  WS-NB-0-30              PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-0-30           PIC S9(09)V9(02) VALUE ZEROES.
           05  WS-NB-31-60             PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-31-60          PIC S9(09)V9(02) VALUE ZEROES.
           05  WS-NB-61-90             PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-61-90          PIC S9(09)V9(02) VALUE ZEROES.
           05  WS-NB-91-PLUS           PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-91-PLUS        PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-LITIGES            PIC S9(09)V9(02) VALUE ZEROES.

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-RETARDS               PIC 9(05) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 (titre, date du jour, numéro de page) - cet état
      * tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "LITIGES CLIENTS OUVERTS PAR RESPONSABLE".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER             PIC X(10) VALUE "FACTURE".
           05  FILLER             PIC X(10) VALUE "CLIENT".
           05  FILLER             PIC X(04) VALUE "MO".
           05  FILLER             PIC X(10) VALUE "OUVERT LE".
           05  FILLER             PIC X(10) VALUE "PREVU LE".
           05  FILLER             PIC X(13) VALUE "  MONT. EUR".
           05  FILLER             PIC X(06) VALUE "  AGE".
           05  FILLER             PIC X(07) VALUE "TRANCHE".

       01  WS-LIGNE-RESPONSABLE.
           05  FILLER             PIC X(14) VALUE "RESPONSABLE : ".
           05  LR-RESPONSABLE     PIC X(08).
           05  FILLER             PIC X(58) VALUE SPACES.

       01  WS-LIGNE-DETAIL.
           05  DET-FACTURE        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-CLIENT         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-MOTIF          PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-OUVERTURE      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-PREVUE         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-MONTANT        PIC -(07)9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-AGE            PIC -(04)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-TRANCHE        PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-RETARD         PIC X(06).

       01  WS-LIGNE-SOUS-TOTAL.
           05  FILLER             PIC X(10) VALUE "TOTAL     ".
           05  ST-RESPONSABLE     PIC X(08).
           05  FILLER             PIC X(03) VALUE " : ".
           05  ST-NB              PIC ZZZZ9.
           05  FILLER             PIC X(09) VALUE " LITIGES ".
           05  ST-MONTANT         PIC -(08)9.99.
           05  FILLER             PIC X(04) VALUE " EUR".
           05  FILLER             PIC X(29) VALUE SPACES.

       01  WS-LIGNE-REPARTITION.
           05  FILLER             PIC X(10) VALUE "  0-30 : ".
           05  LP-NB-0-30         PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE "  31-60 : ".
           05  LP-NB-31-60        PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE "  61-90 : ".
           05  LP-NB-61-90        PIC ZZZZ9.
           05  FILLER             PIC X(08) VALUE "  91+ : ".
           05  LP-NB-91-PLUS      PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  RETARD : ".
           05  LP-NB-RETARD       PIC ZZZZ9.
           05  FILLER             PIC X(06) VALUE SPACES.

       01  WS-LIGNE-TOTAL-TRANCHE.
           05  FILLER             PIC X(10) VALUE "TRANCHE : ".
           05  TT-LIBELLE         PIC X(10).
           05  TT-NB              PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE " LITIGES  ".
           05  TT-MONTANT         PIC -(08)9.99.
           05  FILLER             PIC X(04) VALUE " EUR".
           05  FILLER             PIC X(29) VALUE SPACES.

       01  WS-LIGNE-TOTAL.
           05  FILLER             PIC X(30)
               VALUE "TOTAL DES LITIGES OUVERTS  : ".
           05  LT-MONTANT         PIC -(08)9.99.
           05  FILLER             PIC X(04) VALUE " EUR".
           05  FILLER             PIC X(34) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Heures machine HHMMSSCC telles que restituées par TIME ;
      * seuls les six premiers chiffres (HHMMSS) vont au journal
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = litige au-delà de sa date de
      * résolution prévue, 8 = erreur fichier (convention commune
      * aux steps de la chaîne)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.

           IF WS-RPT-OK AND WS-LIT-DISPONIBLE
               PERFORM 1100-POSITIONNER-LITIGES
               PERFORM 2000-EDITER-UN-LITIGE
                   UNTIL WS-FIN-LITIGES
               IF WS-NB-RSP > ZEROES
                   PERFORM 2300-EDITER-SOUS-TOTAL
               END-IF
           END-IF.

           PERFORM 3000-TERMINER.

           PERFORM 9600-ECRIRE-JOURNAL-RUN.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre l'index des litiges et l'état ;    *
      * index absent = aucun litige                                 *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-JOUR.
           COMPUTE WS-JOURS-AUJOURDHUI =
               (WS-JOUR-AAAA * 360) + (WS-JOUR-MM * 30) + WS-JOUR-JJ.

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

           OPEN OUTPUT LITRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR LITRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
                   WS-LIGNE-ENTETE-1
               WRITE LITRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE LITRPT-LIGNE FROM WS-LIGNE-ENTETE-2
           END-IF.

      * -----------------------------------------------------------*
      * 1100-POSITIONNER-LITIGES : se positionne sur le premier     *
      * responsable de LITFILE-IDX et lit son premier litige        *
      * -----------------------------------------------------------*
       1100-POSITIONNER-LITIGES.
           MOVE LOW-VALUES TO LIDX-RESPONSABLE.
           START LITFILE-IDX KEY IS NOT < LIDX-RESPONSABLE
               INVALID KEY
                   SET WS-FIN-LITIGES TO TRUE
           END-START.

           IF NOT WS-FIN-LITIGES
               PERFORM 1150-LIRE-LITIGE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-LITIGE-SUIVANT : lit le litige suivant dans       *
      * l'ordre des responsables                                    *
      * -----------------------------------------------------------*
       1150-LIRE-LITIGE-SUIVANT.
           READ LITFILE-IDX NEXT INTO LITIGE-ENREG
               AT END
                   SET WS-FIN-LITIGES TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
           END-READ.

      * -----------------------------------------------------------*
      * 2000-EDITER-UN-LITIGE : édite le litige courant s'il est    *
      * encore ouvert, après le sous-total du responsable précédent *
      * et la ligne du nouveau en cas de rupture                    *
      * -----------------------------------------------------------*
       2000-EDITER-UN-LITIGE.
           IF LIT-OUVERT
               IF WS-NB-RSP = ZEROES
                   OR LIT-RESPONSABLE NOT = WS-RSP-COURANT
                   PERFORM 2100-CHANGER-DE-RESPONSABLE
               END-IF
               ADD 1 TO WS-NB-LITIGES
               PERFORM 2200-EDITER-LITIGE
           END-IF.

           PERFORM 1150-LIRE-LITIGE-SUIVANT.

      * -----------------------------------------------------------*
      * 2100-CHANGER-DE-RESPONSABLE : clôt le responsable précédent *
      * par son sous-total et imprime la ligne du suivant           *
      * -----------------------------------------------------------*
       2100-CHANGER-DE-RESPONSABLE.
           IF WS-NB-RSP > ZEROES
               PERFORM 2300-EDITER-SOUS-TOTAL
           END-IF.

           ADD 1 TO WS-NB-RSP.
           MOVE LIT-RESPONSABLE TO WS-RSP-COURANT.
           INITIALIZE WS-TOTAUX-RESPONSABLE.

           WRITE LITRPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE WS-RSP-COURANT TO LR-RESPONSABLE.
           WRITE LITRPT-LIGNE FROM WS-LIGNE-RESPONSABLE.

      * -----------------------------------------------------------*
      * 2200-EDITER-LITIGE : calcule l'ancienneté du litige depuis  *
      * son ouverture, le cumule dans sa tranche et imprime le      *
      * détail ; une date prévue dépassée le marque RETARD et passe *
      * le code retour à 4                                          *
      * -----------------------------------------------------------*
       2200-EDITER-LITIGE.
           MOVE LIT-DATE-OUVERTURE TO WS-DATE-OUVERTURE.
           COMPUTE WS-JOURS-OUVERTURE =
               (WS-OUV-AAAA * 360) + (WS-OUV-MM * 30) + WS-OUV-JJ.
           COMPUTE WS-NB-JOURS-ANCIENNETE =
               WS-JOURS-AUJOURDHUI - WS-JOURS-OUVERTURE.

           ADD 1 TO WS-RSP-NB.
           ADD LIT-MONTANT-EUR TO WS-RSP-MONTANT
               WS-TOTAL-LITIGES.

           EVALUATE TRUE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 30
                   ADD 1 TO WS-NB-0-30 WS-RSP-NB-0-30
                   ADD LIT-MONTANT-EUR TO WS-TOTAL-0-30
                   MOVE "0-30"   TO DET-TRANCHE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 60
                   ADD 1 TO WS-NB-31-60 WS-RSP-NB-31-60
                   ADD LIT-MONTANT-EUR TO WS-TOTAL-31-60
                   MOVE "31-60"  TO DET-TRANCHE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 90
                   ADD 1 TO WS-NB-61-90 WS-RSP-NB-61-90
                   ADD LIT-MONTANT-EUR TO WS-TOTAL-61-90
                   MOVE "61-90"  TO DET-TRANCHE
               WHEN OTHER
                   ADD 1 TO WS-NB-91-PLUS WS-RSP-NB-91-PLUS
                   ADD LIT-MONTANT-EUR
                       TO WS-TOTAL-91-PLUS
                   MOVE "91+"    TO DET-TRANCHE
           END-EVALUATE.

      * Date prévue à zéro = pas d'échéance fixée, jamais en retard
           IF LIT-DATE-PREVUE > ZEROES
               AND LIT-DATE-PREVUE < WS-DATE-TRAITEMENT
               MOVE "RETARD" TO DET-RETARD
               ADD 1 TO WS-NB-RETARDS WS-RSP-NB-RETARD
               IF WS-CODE-RETOUR < 4
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           ELSE
               MOVE SPACES   TO DET-RETARD
           END-IF.

           MOVE LIT-FACTURE     TO DET-FACTURE.
           MOVE LIT-CLIENT      TO DET-CLIENT.
           MOVE LIT-MOTIF       TO DET-MOTIF.
           MOVE LIT-DATE-OUVERTURE   TO DET-OUVERTURE.
           IF LIT-DATE-PREVUE > ZEROES
               MOVE LIT-DATE-PREVUE  TO DET-PREVUE
           ELSE
               MOVE SPACES                    TO DET-PREVUE
           END-IF.
           MOVE LIT-MONTANT-EUR TO DET-MONTANT.
           MOVE WS-NB-JOURS-ANCIENNETE        TO DET-AGE.

           WRITE LITRPT-LIGNE FROM WS-LIGNE-DETAIL.

      * -----------------------------------------------------------*
      * 2300-EDITER-SOUS-TOTAL : imprime le sous-total du           *
      * responsable courant et sa répartition par tranche           *
      * -----------------------------------------------------------*
       2300-EDITER-SOUS-TOTAL.
           MOVE WS-RSP-COURANT        TO ST-RESPONSABLE.
           MOVE WS-RSP-NB             TO ST-NB.
           MOVE WS-RSP-MONTANT        TO ST-MONTANT.
           WRITE LITRPT-LIGNE FROM WS-LIGNE-SOUS-TOTAL.

           MOVE WS-RSP-NB-0-30        TO LP-NB-0-30.
           MOVE WS-RSP-NB-31-60       TO LP-NB-31-60.
           MOVE WS-RSP-NB-61-90       TO LP-NB-61-90.
           MOVE WS-RSP-NB-91-PLUS     TO LP-NB-91-PLUS.
           MOVE WS-RSP-NB-RETARD      TO LP-NB-RETARD.
           WRITE LITRPT-LIGNE FROM WS-LIGNE-REPARTITION.

      * -----------------------------------------------------------*
      * 3000-TERMINER : imprime le nombre et le montant de chaque   *
      * tranche tous responsables confondus et ferme l'état         *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-LIT-DISPONIBLE
               CLOSE LITFILE-IDX
           END-IF.

           IF WS-RPT-OK
               WRITE LITRPT-LIGNE FROM WS-LIGNE-VIDE

               MOVE "0-30 JOURS"  TO TT-LIBELLE
               MOVE WS-NB-0-30    TO TT-NB
               MOVE WS-TOTAL-0-30 TO TT-MONTANT
               WRITE LITRPT-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE

               MOVE "31-60 JRS"    TO TT-LIBELLE
               MOVE WS-NB-31-60    TO TT-NB
               MOVE WS-TOTAL-31-60 TO TT-MONTANT
               WRITE LITRPT-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE

               MOVE "61-90 JRS"    TO TT-LIBELLE
               MOVE WS-NB-61-90    TO TT-NB
               MOVE WS-TOTAL-61-90 TO TT-MONTANT
               WRITE LITRPT-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE

               MOVE "91+ JOURS"      TO TT-LIBELLE
               MOVE WS-NB-91-PLUS    TO TT-NB
               MOVE WS-TOTAL-91-PLUS TO TT-MONTANT
               WRITE LITRPT-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE

               WRITE LITRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE WS-TOTAL-LITIGES TO LT-MONTANT
               WRITE LITRPT-LIGNE FROM WS-LIGNE-TOTAL

               CLOSE LITRPT
           END-IF.

           DISPLAY "LITIGES LUS      : " WS-NB-LUS.
           DISPLAY "LITIGES OUVERTS  : " WS-NB-LITIGES.
           DISPLAY "RESPONSABLES     : " WS-NB-RSP.
           DISPLAY "HORS DATE PREVUE : " WS-NB-RETARDS.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif                         *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "LITRPT01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-LITIGES TO RUN-NB-ECRITS.
           MOVE WS-NB-RETARDS TO RUN-NB-REJETES.
           MOVE WS-CODE-RETOUR TO RUN-CODE-RETOUR.

           OPEN EXTEND RUNFILE.
           IF WS-RUN-OK
               WRITE RUNFILE-ENREG FROM RUN-ENREG
               CLOSE RUNFILE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR RUNFILE - STATUT "
                   WS-RUN-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
      * -----------------------------------------------------------*
       9800-NOTER-ERREUR-FICHIER.
           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
