       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSOANA010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-21  AG  Création : analyse mensuelle du comportement
      *                 de paiement des clients. Le dernier jour du
      *                 mois (même détection que IMMDEP010), le run
      *                 relit l'historique permanent des factures
      *                 soldées (PAIDHSTF, copy PAIDHIST, alimenté par
      *                 CSHAPP010) sur les six derniers mois de solde
      *                 et imprime (DSORPT, via RPTHDR010) pour chaque
      *                 client le délai moyen de paiement de chacun
      *                 des six mois, la moyenne des trois derniers
      *                 mois face aux trois précédents et, en pied,
      *                 le DSO du portefeuille (délai pondéré par le
      *                 montant soldé) mois par mois et sur six mois.
      *                 Un client dont le délai récent dépasse
      *                 l'ancien d'au moins WS-SEUIL-DEGRADATION jours
      *                 est marqué DEGRADATION et signalé pour
      *                 information dans EXCFILE, pour que le credit
      *                 control le relance avant la tranche 91+ de la
      *                 balance âgée. Délais en jours 30/360, comme
      *                 INVAGE01. Raccordé au pilotage de reprise
      *                 (STEPCTL01), à la date de traitement
      *                 (DATPRM01) et au journal de run (RUNFILE).
      * 2026-10-11  AG  Fin de mois au calendrier d'exploitation : le
      *                 traitement se déclenche aussi le dernier jour
      *                 OUVRE du mois (drapeau CAL-DERNIER-OUVRE de
      *                 CALFILE, sous-programme commun CALFDM01) - un
      *                 mois finissant un samedi, un dimanche ou un
      *                 férié n'avait jamais de fenêtre son dernier jour
      *                 calendaire et le traitement de fin de mois était
      *                 sauté.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historique permanent des factures soldées - voir copy
      * PAIDHIST
           SELECT PAIDHSTF ASSIGN TO "PAIDHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDH-STATUS.

      * Etat des délais de paiement et du DSO
           SELECT DSORPT ASSIGN TO "DSORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies (clients en dégradation, pour
      * information)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PAIDHSTF
           RECORD CONTAINS 47 CHARACTERS.
       01  PAIDHSTF-ENREG              PIC X(47).

       FD  DSORPT
           RECORD CONTAINS 80 CHARACTERS.
       01  DSORPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Facture soldée - voir copy PAIDHIST
       COPY PAIDHIST.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-PDH-STATUS               PIC X(02).
           88  WS-PDH-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Ecart (en jours) entre le délai moyen des trois derniers
      * mois et celui des trois mois précédents au-delà duquel le
      * client est marqué en dégradation
       01  WS-SEUIL-DEGRADATION        PIC 9(03) VALUE 10.

      * Clients ayant soldé au moins une facture sur les six mois ;
      * rang de mois 1 = mois de traitement ... 6 = cinq mois avant
       01  WS-CLI-TABLE.
           05  WS-CLI-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-CLI-IDX.
               10  WS-CLI-CODE         PIC X(08).
               10  WS-CLI-MOIS OCCURS 6 TIMES.
                   15  WS-CLI-NB       PIC 9(05).
                   15  WS-CLI-JOURS    PIC S9(09).
       01  WS-NB-CLI                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-CLI                   PIC 9(03).

       01  WS-CLI-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CLI-TROUVE           VALUE "O".

      * Portefeuille par rang de mois : montants soldés et montants
      * pondérés par le délai, pour le DSO
       01  WS-PTF-TABLE.
           05  WS-PTF-MOIS OCCURS 6 TIMES.
               10  WS-PTF-NB           PIC 9(07).
               10  WS-PTF-MONTANT      PIC S9(11)V9(02).
               10  WS-PTF-PONDERE      PIC S9(15)V9(02).
       01  WS-PTF-TOTAL-MONTANT        PIC S9(11)V9(02).
       01  WS-PTF-TOTAL-PONDERE        PIC S9(15)V9(02).

       01  WS-RANG-MOIS                PIC S9(05).
       01  WS-NO-MOIS                  PIC 9(01).
       01  WS-COLONNE                  PIC 9(01).

      * Délais moyens du client courant : trois derniers mois et
      * trois mois précédents
       01  WS-NB-RECENT                PIC 9(07).
       01  WS-JOURS-RECENT             PIC S9(11).
       01  WS-NB-ANCIEN                PIC 9(07).
       01  WS-JOURS-ANCIEN             PIC S9(11).
       01  WS-MOYENNE-RECENTE          PIC S9(05).
       01  WS-MOYENNE-ANCIENNE         PIC S9(05).
       01  WS-MOYENNE                  PIC S9(05).

       01  WS-DEGRADATION-SW           PIC X(01).
           88  WS-DEGRADATION          VALUE "O".

      * Dernier jour du mois de traitement, pour déclencher
      * l'analyse (années bissextiles comprises)
       01  WS-DERNIER-JOUR             PIC 9(02).
       01  WS-QUOTIENT                 PIC 9(04).
       01  WS-RESTE-4                  PIC 9(04).
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
           05  WS-DEC-JJ               PIC 9(02).

       01  WS-DATE-SOLDE-DECOMP.
           05  WS-DSO-AAAA             PIC 9(04).
           05  WS-DSO-MM               PIC 9(02).
           05  WS-DSO-JJ               PIC 9(02).

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-RETENUS               PIC 9(07) VALUE ZEROES.
       01  WS-NB-DEGRADATIONS          PIC 9(05) VALUE ZEROES.
       01  WS-NB-LIGNES                PIC 9(05) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "DELAIS DE PAIEMENT CLIENTS ET DSO".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-PERIODE.
           05  FILLER                  PIC X(10) VALUE "PERIODE : ".
           05  LP-PERIODE              PIC 9(06).
           05  FILLER                  PIC X(44)
               VALUE "  DELAI MOYEN DE PAIEMENT EN JOURS (30/360)".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(10) VALUE "CLIENT".
           05  FILLER                  PIC X(36)
               VALUE "  M-5   M-4   M-3   M-2   M-1  MOIS ".
           05  FILLER                  PIC X(14) VALUE " 3M-REC 3M-PRE".
           05  FILLER                  PIC X(20) VALUE "  ALERTE".

      * Ligne client ; un mois sans facture soldée reste en blanc
       01  WS-LIGNE-DETAIL.
           05  DL-CLIENT               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COLONNE OCCURS 6 TIMES.
               10  DL-MOIS             PIC -ZZZ9.
               10  DL-MOIS-X REDEFINES DL-MOIS
                                       PIC X(05).
               10  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RECENT               PIC -ZZZ9.
           05  DL-RECENT-X REDEFINES DL-RECENT
                                       PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ANCIEN               PIC -ZZZ9.
           05  DL-ANCIEN-X REDEFINES DL-ANCIEN
                                       PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ALERTE               PIC X(12).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-LIGNE-AUCUN.
           05  FILLER                  PIC X(40)
               VALUE "AUCUNE FACTURE SOLDEE SUR LES SIX MOIS".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-LIGNE-TOTAL.
           05  FILLER                  PIC X(30)
               VALUE "CLIENTS ANALYSES            : ".
           05  LT-NB-CLIENTS           PIC ZZZZ9.
           05  FILLER                  PIC X(20)
               VALUE "   EN DEGRADATION : ".
           05  LT-NB-DEGRADATIONS      PIC ZZZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-DSO-TITRE.
           05  FILLER                  PIC X(60)
               VALUE "DSO PORTEFEUILLE (DELAI PONDERE PAR MONTANT)".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-ENTETE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE "  M-5   M-4   M-3   M-2   M-1  MOIS ".
           05  FILLER                  PIC X(34) VALUE SPACES.

      * Nombre de factures soldées par mois et montant soldé sur les
      * six mois
       01  WS-LIGNE-DSO-NOMBRE.
           05  FILLER                  PIC X(10) VALUE "FACTURES".
           05  LN-COLONNE OCCURS 6 TIMES.
               10  LN-NB               PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12)
               VALUE "  MONTANT  :".
           05  LN-MONTANT              PIC Z(09)9.99.
           05  FILLER                  PIC X(09) VALUE SPACES.

      * Pied du portefeuille : DSO du mois et DSO sur six mois
       01  WS-LIGNE-DSO.
           05  FILLER                  PIC X(10) VALUE "DSO".
           05  LD-COLONNE OCCURS 6 TIMES.
               10  LD-MOIS             PIC -ZZZ9.
               10  LD-MOIS-X REDEFINES LD-MOIS
                                       PIC X(05).
               10  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12)
               VALUE "  SIX MOIS :".
           05  LD-SIX-MOIS             PIC -ZZZ9.
           05  LD-SIX-MOIS-X REDEFINES LD-SIX-MOIS
                                       PIC X(05).
           05  FILLER                  PIC X(17) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF)
       01  WS-STEP-NOM                 PIC X(08) VALUE "DSOANA01".
       01  WS-STEP-DATE                PIC 9(08).
       01  WS-STEP-FONCTION            PIC X(01).
       01  WS-STEP-NB-LUS              PIC 9(07).
       01  WS-STEP-NB-ECRITS           PIC 9(07).
       01  WS-STEP-DEJA-FAIT-SW        PIC X(01).
           88  WS-STEP-DEJA-FAIT       VALUE "O".

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

      * Heures machine HHMMSSCC telles que restituées par TIME ;
      * seuls les six premiers chiffres (HHMMSS) vont au journal
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).
       01  WS-SYS-HHMMSS               PIC 9(08).
       01  WS-NB-REJETS-RUN            PIC 9(07) VALUE ZEROES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 0100-CONTROLER-REPRISE.

           IF WS-STEP-DEJA-FAIT
               DISPLAY "STEP DEJA TERMINE POUR CETTE DATE - SAUTE"
           ELSE
               PERFORM 0300-CONTROLER-FIN-DE-MOIS
               IF WS-FIN-DE-MOIS
                   PERFORM 1000-INITIALISER
                   IF WS-CODE-RETOUR < 8
                       PERFORM 2000-CUMULER-HISTORIQUE
                       PERFORM 3000-IMPRIMER-ANALYSE
                   END-IF
                   PERFORM 7000-TERMINER
               ELSE
                   DISPLAY "PAS LE DERNIER JOUR DU MOIS - AUCUNE "
                       "ANALYSE DES DELAIS DE PAIEMENT"
               END-IF
               PERFORM 0200-ENREGISTRER-BONNE-FIN
               PERFORM 9600-ECRIRE-JOURNAL-RUN
           END-IF.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 0100-CONTROLER-REPRISE : demande au pilotage de reprise     *
      * (STEPCTL01) si ce step s'est déjà terminé normalement pour  *
      * la date du jour                                             *
      * -----------------------------------------------------------*
       0100-CONTROLER-REPRISE.
           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE WS-DATE-TRAITEMENT TO WS-STEP-DATE.
           MOVE "D" TO WS-STEP-FONCTION.
           MOVE ZEROES TO WS-STEP-NB-LUS WS-STEP-NB-ECRITS.
           CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
               WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
               WS-STEP-DEJA-FAIT-SW.

      * -----------------------------------------------------------*
      * 0200-ENREGISTRER-BONNE-FIN : enregistre la bonne fin du     *
      * step (et ses compteurs) dans le pilotage de reprise, sauf   *
      * si le run s'est terminé en erreur fichier                   *
      * -----------------------------------------------------------*
       0200-ENREGISTRER-BONNE-FIN.
           IF WS-CODE-RETOUR < 8
               MOVE "F" TO WS-STEP-FONCTION
               MOVE WS-NB-LUS TO WS-STEP-NB-LUS
               MOVE WS-NB-LIGNES TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 0300-CONTROLER-FIN-DE-MOIS : calcule le dernier jour du     *
      * mois de traitement                                          *
      * -----------------------------------------------------------*
       0300-CONTROLER-FIN-DE-MOIS.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP.
           EVALUATE WS-DEC-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DERNIER-JOUR
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DERNIER-JOUR
               WHEN 02
                   PERFORM 0370-FEVRIER-BISSEXTILE
               WHEN OTHER
                   DISPLAY "MOIS INVALIDE : " WS-DEC-MM
                   MOVE 31 TO WS-DERNIER-JOUR
           END-EVALUATE.

           IF WS-DEC-JJ = WS-DERNIER-JOUR
               MOVE "O" TO WS-FIN-DE-MOIS-SW
           ELSE
               CALL "CALFDM01" USING WS-DATE-TRAITEMENT,
                   WS-FIN-DE-MOIS-SW
           END-IF.

      * -----------------------------------------------------------*
      * 0370-FEVRIER-BISSEXTILE : 29 jours si l'année est divisible *
      * par 4 sans l'être par 100, ou divisible par 400             *
      * -----------------------------------------------------------*
       0370-FEVRIER-BISSEXTILE.
           DIVIDE WS-DEC-AAAA BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-4.
           DIVIDE WS-DEC-AAAA BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-100.
           DIVIDE WS-DEC-AAAA BY 400 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-400.

           IF (WS-RESTE-4 = ZEROES AND WS-RESTE-100 NOT = ZEROES)
               OR WS-RESTE-400 = ZEROES
               MOVE 29 TO WS-DERNIER-JOUR
           ELSE
               MOVE 28 TO WS-DERNIER-JOUR
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre le journal des anomalies et        *
      * l'historique des factures soldées                           *
      * -----------------------------------------------------------*
       1000-INITIALISER.
      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCFILE
           END-IF.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

           INITIALIZE WS-PTF-TABLE.

      * Historique absent (aucun solde depuis sa mise en place) =
      * analyse vide
           OPEN INPUT PAIDHSTF.
           IF WS-PDH-STATUS = "35"
               DISPLAY "PAIDHSTF ABSENT - AUCUNE FACTURE SOLDEE"
           ELSE
               IF NOT WS-PDH-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR PAIDHSTF - STATUT "
                       WS-PDH-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2000-CUMULER-HISTORIQUE : lit tout l'historique et cumule   *
      * par client et par mois les factures soldées sur les six     *
      * derniers mois ; table des clients pleine = erreur fichier   *
      * plutôt qu'une analyse tronquée                              *
      * -----------------------------------------------------------*
       2000-CUMULER-HISTORIQUE.
           IF WS-PDH-OK
               PERFORM 2050-LIRE-ET-CUMULER
                   UNTIL NOT WS-PDH-OK
               CLOSE PAIDHSTF
           END-IF.

      * -----------------------------------------------------------*
      * 2050-LIRE-ET-CUMULER : lit une facture soldée et la cumule  *
      * si son solde tombe dans les six derniers mois               *
      * -----------------------------------------------------------*
       2050-LIRE-ET-CUMULER.
           READ PAIDHSTF INTO PDH-ENREG
               AT END
                   MOVE "10" TO WS-PDH-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   MOVE PDH-DATE-SOLDE TO WS-DATE-SOLDE-DECOMP
                   COMPUTE WS-RANG-MOIS =
                       (WS-DEC-AAAA - WS-DSO-AAAA) * 12
                       + (WS-DEC-MM - WS-DSO-MM) + 1
                   IF WS-RANG-MOIS >= 1 AND WS-RANG-MOIS <= 6
                       PERFORM 2100-CUMULER-UNE-FACTURE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2100-CUMULER-UNE-FACTURE : ajoute la facture courante à son *
      * client et au portefeuille, dans son rang de mois            *
      * -----------------------------------------------------------*
       2100-CUMULER-UNE-FACTURE.
           MOVE WS-RANG-MOIS TO WS-NO-MOIS.
           PERFORM 2200-TROUVER-CREER-CLIENT.

           IF WS-CLI-TROUVE
               ADD 1 TO WS-NB-RETENUS
               ADD 1 TO WS-CLI-NB(WS-CLI-IDX, WS-NO-MOIS)
               ADD PDH-JOURS TO WS-CLI-JOURS(WS-CLI-IDX, WS-NO-MOIS)
               ADD 1 TO WS-PTF-NB(WS-NO-MOIS)
               ADD PDH-MONTANT TO WS-PTF-MONTANT(WS-NO-MOIS)
               COMPUTE WS-PTF-PONDERE(WS-NO-MOIS) =
                   WS-PTF-PONDERE(WS-NO-MOIS)
                   + PDH-MONTANT * PDH-JOURS
           END-IF.

      * -----------------------------------------------------------*
      * 2200-TROUVER-CREER-CLIENT : positionne WS-CLI-IDX sur le    *
      * client de la facture courante, en l'ajoutant à la table     *
      * s'il n'y est pas encore ; table pleine = erreur fichier     *
      * -----------------------------------------------------------*
       2200-TROUVER-CREER-CLIENT.
           MOVE "N" TO WS-CLI-TROUVE-SWITCH.

           IF WS-NB-CLI > ZEROES
               SET WS-CLI-IDX TO 1
               SEARCH WS-CLI-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CLI-IDX > WS-NB-CLI
                       CONTINUE
                   WHEN WS-CLI-CODE(WS-CLI-IDX) = PDH-CLIENT
                       SET WS-CLI-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-CLI-TROUVE
               IF WS-NB-CLI >= 500
                   DISPLAY "PLUS DE 500 CLIENTS SUR SIX MOIS - "
                       "ANALYSE ARRETEE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
                   MOVE "99" TO WS-PDH-STATUS
               ELSE
                   ADD 1 TO WS-NB-CLI
                   SET WS-CLI-IDX TO WS-NB-CLI
                   INITIALIZE WS-CLI-ENTREE(WS-CLI-IDX)
                   MOVE PDH-CLIENT TO WS-CLI-CODE(WS-CLI-IDX)
                   SET WS-CLI-TROUVE TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-IMPRIMER-ANALYSE : une ligne par client, le total des  *
      * dégradations puis le DSO du portefeuille                    *
      * -----------------------------------------------------------*
       3000-IMPRIMER-ANALYSE.
           IF WS-CODE-RETOUR < 8
               OPEN OUTPUT DSORPT
               IF NOT WS-RPT-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR DSORPT - STATUT "
                       WS-RPT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 3100-IMPRIMER-ENTETE
                   IF WS-NB-CLI = ZEROES
                       WRITE DSORPT-LIGNE FROM WS-LIGNE-AUCUN
                   ELSE
                       PERFORM 3200-ANALYSER-UN-CLIENT
                           VARYING WS-NO-CLI FROM 1 BY 1
                               UNTIL WS-NO-CLI > WS-NB-CLI
                   END-IF
                   MOVE WS-NB-CLI          TO LT-NB-CLIENTS
                   MOVE WS-NB-DEGRADATIONS TO LT-NB-DEGRADATIONS
                   WRITE DSORPT-LIGNE FROM WS-LIGNE-VIDE
                   WRITE DSORPT-LIGNE FROM WS-LIGNE-TOTAL
                   PERFORM 3500-IMPRIMER-DSO
                   CLOSE DSORPT
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3100-IMPRIMER-ENTETE : titre commun, période et en-têtes de *
      * colonnes                                                    *
      * -----------------------------------------------------------*
       3100-IMPRIMER-ENTETE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE WS-DATE-TRAITEMENT(1:6) TO LP-PERIODE.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-PERIODE.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-ENTETE-2.

      * -----------------------------------------------------------*
      * 3200-ANALYSER-UN-CLIENT : délai moyen de chaque mois (du    *
      * plus ancien au mois de traitement), moyennes trois mois     *
      * récents / trois mois précédents et contrôle de dégradation  *
      * -----------------------------------------------------------*
       3200-ANALYSER-UN-CLIENT.
           SET WS-CLI-IDX TO WS-NO-CLI.
           MOVE SPACES TO WS-LIGNE-DETAIL.
           MOVE WS-CLI-CODE(WS-CLI-IDX) TO DL-CLIENT.
           MOVE ZEROES TO WS-NB-RECENT WS-JOURS-RECENT.
           MOVE ZEROES TO WS-NB-ANCIEN WS-JOURS-ANCIEN.
           MOVE "N" TO WS-DEGRADATION-SW.

           PERFORM 3250-ANALYSER-UN-MOIS
               VARYING WS-NO-MOIS FROM 1 BY 1
                   UNTIL WS-NO-MOIS > 6.

           IF WS-NB-RECENT > ZEROES
               COMPUTE WS-MOYENNE-RECENTE ROUNDED =
                   WS-JOURS-RECENT / WS-NB-RECENT
               MOVE WS-MOYENNE-RECENTE TO DL-RECENT
           END-IF.
           IF WS-NB-ANCIEN > ZEROES
               COMPUTE WS-MOYENNE-ANCIENNE ROUNDED =
                   WS-JOURS-ANCIEN / WS-NB-ANCIEN
               MOVE WS-MOYENNE-ANCIENNE TO DL-ANCIEN
           END-IF.

           IF WS-NB-RECENT > ZEROES AND WS-NB-ANCIEN > ZEROES
               IF WS-MOYENNE-RECENTE - WS-MOYENNE-ANCIENNE
                   >= WS-SEUIL-DEGRADATION
                   SET WS-DEGRADATION TO TRUE
               END-IF
           END-IF.

           IF WS-DEGRADATION
               MOVE "DEGRADATION" TO DL-ALERTE
               ADD 1 TO WS-NB-DEGRADATIONS
               PERFORM 3300-SIGNALER-DEGRADATION
           END-IF.

           WRITE DSORPT-LIGNE FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-NB-LIGNES.

      * -----------------------------------------------------------*
      * 3250-ANALYSER-UN-MOIS : délai moyen du rang de mois courant *
      * dans sa colonne (rang 6 en première colonne) et cumul vers  *
      * la période récente (rangs 1 à 3) ou précédente (4 à 6)      *
      * -----------------------------------------------------------*
       3250-ANALYSER-UN-MOIS.
           COMPUTE WS-COLONNE = 7 - WS-NO-MOIS.

           IF WS-CLI-NB(WS-CLI-IDX, WS-NO-MOIS) > ZEROES
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-CLI-JOURS(WS-CLI-IDX, WS-NO-MOIS)
                   / WS-CLI-NB(WS-CLI-IDX, WS-NO-MOIS)
               MOVE WS-MOYENNE TO DL-MOIS(WS-COLONNE)
           ELSE
               MOVE SPACES TO DL-MOIS-X(WS-COLONNE)
           END-IF.

           IF WS-NO-MOIS <= 3
               ADD WS-CLI-NB(WS-CLI-IDX, WS-NO-MOIS) TO WS-NB-RECENT
               ADD WS-CLI-JOURS(WS-CLI-IDX, WS-NO-MOIS)
                   TO WS-JOURS-RECENT
           ELSE
               ADD WS-CLI-NB(WS-CLI-IDX, WS-NO-MOIS) TO WS-NB-ANCIEN
               ADD WS-CLI-JOURS(WS-CLI-IDX, WS-NO-MOIS)
                   TO WS-JOURS-ANCIEN
           END-IF.

      * -----------------------------------------------------------*
      * 3300-SIGNALER-DEGRADATION : signale pour information dans   *
      * EXCFILE le client dont le délai de paiement se dégrade      *
      * (délai récent en valeur 1, délai précédent en valeur 2)     *
      * -----------------------------------------------------------*
       3300-SIGNALER-DEGRADATION.
           DISPLAY "DELAI DE PAIEMENT EN DEGRADATION : "
               WS-CLI-CODE(WS-CLI-IDX).

           ACCEPT WS-SYS-HHMMSS FROM TIME.

           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.

           MOVE "DSOANA01"              TO EXC-PROGRAMME.
           SET EXC-SEV-INFO TO TRUE.
           MOVE WS-CLI-CODE(WS-CLI-IDX) TO EXC-CHAMP.
           MOVE WS-MOYENNE-RECENTE      TO EXC-VALEUR1.
           MOVE WS-MOYENNE-ANCIENNE     TO EXC-VALEUR2.
           MOVE "DELAI DE PAIEMENT EN DEGRADATION"
               TO EXC-MESSAGE.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3500-IMPRIMER-DSO : factures soldées et DSO du portefeuille *
      * par mois, puis montant soldé et DSO sur les six mois        *
      * -----------------------------------------------------------*
       3500-IMPRIMER-DSO.
           MOVE ZEROES TO WS-PTF-TOTAL-MONTANT WS-PTF-TOTAL-PONDERE.

           PERFORM 3550-DSO-UN-MOIS
               VARYING WS-NO-MOIS FROM 1 BY 1
                   UNTIL WS-NO-MOIS > 6.

           IF WS-PTF-TOTAL-MONTANT > ZEROES
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-PTF-TOTAL-PONDERE / WS-PTF-TOTAL-MONTANT
               MOVE WS-MOYENNE TO LD-SIX-MOIS
           ELSE
               MOVE SPACES TO LD-SIX-MOIS-X
           END-IF.

           WRITE DSORPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-DSO-TITRE.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-ENTETE-3.
           MOVE WS-PTF-TOTAL-MONTANT TO LN-MONTANT.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-DSO-NOMBRE.
           WRITE DSORPT-LIGNE FROM WS-LIGNE-DSO.

      * -----------------------------------------------------------*
      * 3550-DSO-UN-MOIS : factures soldées et DSO du rang de mois  *
      * courant, dans sa colonne                                    *
      * -----------------------------------------------------------*
       3550-DSO-UN-MOIS.
           COMPUTE WS-COLONNE = 7 - WS-NO-MOIS.
           MOVE WS-PTF-NB(WS-NO-MOIS) TO LN-NB(WS-COLONNE).
           ADD WS-PTF-MONTANT(WS-NO-MOIS) TO WS-PTF-TOTAL-MONTANT.
           ADD WS-PTF-PONDERE(WS-NO-MOIS) TO WS-PTF-TOTAL-PONDERE.

           IF WS-PTF-MONTANT(WS-NO-MOIS) > ZEROES
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-PTF-PONDERE(WS-NO-MOIS)
                   / WS-PTF-MONTANT(WS-NO-MOIS)
               MOVE WS-MOYENNE TO LD-MOIS(WS-COLONNE)
           ELSE
               MOVE SPACES TO LD-MOIS-X(WS-COLONNE)
           END-IF.

      * -----------------------------------------------------------*
      * 7000-TERMINER : ferme le journal des anomalies et affiche   *
      * les compteurs du run                                        *
      * -----------------------------------------------------------*
       7000-TERMINER.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "FACTURES SOLDEES LUES   : " WS-NB-LUS.
           DISPLAY "RETENUES SUR SIX MOIS   : " WS-NB-RETENUS.
           DISPLAY "CLIENTS ANALYSES        : " WS-NB-CLI.
           DISPLAY "CLIENTS EN DEGRADATION  : " WS-NB-DEGRADATIONS.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "DSOANA01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-LIGNES TO RUN-NB-ECRITS.
           MOVE WS-NB-REJETS-RUN TO RUN-NB-REJETES.
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
