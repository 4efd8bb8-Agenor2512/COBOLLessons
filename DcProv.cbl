       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCPROV010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-23  AG  Création : provision pour dépréciation des
      *                 créances douteuses. Les factures relancées
      *                 depuis des mois par DUN010 et LATINT010
      *                 restaient dans INVFILE à leur pleine valeur
      *                 et gonflaient les créances du bilan de
      *                 FINSTM010. Le dernier jour du mois (même
      *                 détection qu'IMMDEP010), et seulement si la
      *                 période de la date de traitement est encore
      *                 ouverte (PERCTL01), chaque facture ouverte
      *                 est classée dans sa tranche d'ancienneté
      *                 (0-30, 31-60, 61-90, 91 et plus, jours
      *                 30/360 depuis la date de facture comme
      *                 INVAGE01) et provisionnée au taux de sa
      *                 tranche - barème lu dans PRVPRMF, posé par
      *                 la comptabilité, ou barème par défaut. Les
      *                 avoirs ne sont pas provisionnés. Seule la
      *                 variation entre la provision requise et la
      *                 provision déjà comptabilisée (solde
      *                 créditeur du compte 491000, diminué au fil
      *                 des passages en perte d'IRRMNT1) est postée :
      *                 dotation débit 681700 / crédit 491000, ou
      *                 reprise débit 491000 / crédit 781700 (même
      *                 mécanique de table GLBALFIL que GLPOST010,
      *                 jambes historisées dans GLHSTFIL sous le lot
      *                 distinct DCPROV01). Détail par facture et
      *                 synthèse par tranche sur PRVRPT (RPTHDR010).
      *                 Raccordé au pilotage de reprise (STEPCTL01),
      *                 à la date de traitement (DATPRM01), aux
      *                 anomalies (EXCFILE) et au journal de run.
      * 2026-10-10  AG  GLHSTREC étendu (copy commune) : segment
      *                 analytique GLH-SEGMENT, posé à HQ (siège) sur
      *                 les jambes historisées par ce programme -
      *                 GLHSTFIL passe de 60 à 62 caractères.
      * 2026-10-11  AG  Fin de mois au calendrier d'exploitation : le
      *                 traitement se déclenche aussi le dernier jour
      *                 OUVRE du mois (drapeau CAL-DERNIER-OUVRE de
      *                 CALFILE, sous-programme commun CALFDM01) - un
      *                 mois finissant un samedi, un dimanche ou un
      *                 férié n'avait jamais de fenêtre son dernier jour
      *                 calendaire et le traitement de fin de mois était
      *                 sauté.
      * 2026-10-15  AG  Une facture en devise est provisionnée sur sa
      *                 contre-valeur euro (INVFILE étendu de 33 à 45
      *                 caractères) : encours, provision et état restent
      *                 en euros
      * 2026-10-15  AG  Une facture en litige ouvert (LITFILE, tenu par
      *                 LITMNT1) n'est plus provisionnée
      * 2026-10-15  AG  Plus de table de 100 soldes : comme dans
      *                 GLPOST010, GLBALFIL-IDX est rechargé depuis
      *                 GLBALFIL (IDXMST01) en début de run, le compte
      *                 de provision y est lu et chaque compte mis à
      *                 jour par sa clé, puis GLBALFIL est réécrit
      *                 depuis l'index dans l'ordre des comptes. Index
      *                 inutilisable = aucune provision postée.
      * 2026-10-15  AG  Les litiges sont lus par facture dans l'index
      *                 LITFILE-IDX (tenu par IDXMST01) au lieu d'une
      *                 table de 500 litiges ouverts : au-delà, les
      *                 litiges suivants étaient ignorés en silence.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Barème de provision par tranche d'ancienneté (optionnel)
           SELECT PRVPRMF ASSIGN TO "PRVPRMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      * Factures ouvertes (numéro, date, montant, client)
           SELECT INVFILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Soldes du grand livre
           SELECT GLBALFIL ASSIGN TO "GLBALFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.

      * Index des soldes du grand livre (miroir de GLBALFIL tenu par
      * IDXMST01), lu et mis à jour par compte au postage
           SELECT GLBALFIL-IDX ASSIGN TO "GLBALFIL-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIDX-COMPTE
               FILE STATUS IS WS-GIX-STATUS.

      * Historique permanent des écritures - voir copy GLHSTREC
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Etat de la provision imprimé
           SELECT PRVRPT ASSIGN TO "PRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies (factures mal datées, période close)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

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
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PRVPRMF
           RECORD CONTAINS 20 CHARACTERS.
       01  PRVPRMF-ENREG.
           05  PRM-TAUX-TRANCHE        PIC 9(03)V9(02)
                   OCCURS 4 TIMES.

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  GLBALFIL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  GLBALFIL-IDX.
       01  GLBALFIL-IDX-ENREG.
           05  GIDX-COMPTE             PIC X(06).
           05  GIDX-RESTE              PIC X(33).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  PRVRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PRVRPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

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

       WORKING-STORAGE SECTION.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

      * Facture ouverte courante (découpage INVFILE)
       01  WS-FACTURE-ENREG.
           05  WFA-NUMERO              PIC X(08).
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

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

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".
           88  WS-INV-EOF              VALUE "10".

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Comptes du plan de la provision pour créances douteuses :
      * provision (bilan, créditeur), dotation et reprise (résultat)
       01  WS-COMPTE-PROVISION         PIC X(06) VALUE "491000".
       01  WS-COMPTE-DOTATION          PIC X(06) VALUE "681700".
       01  WS-COMPTE-REPRISE           PIC X(06) VALUE "781700".

      * Barème par défaut (pourcentage du restant dû par tranche),
      * remplacé par PRVPRMF quand la comptabilité l'a posé
       01  WS-BAREME-DEFAUT.
           05  FILLER                  PIC 9(03)V9(02) VALUE 0.
           05  FILLER                  PIC 9(03)V9(02) VALUE 10.
           05  FILLER                  PIC 9(03)V9(02) VALUE 25.
           05  FILLER                  PIC 9(03)V9(02) VALUE 50.
       01  WS-BAREME-DEFAUT-R REDEFINES WS-BAREME-DEFAUT.
           05  WS-TAUX-DEFAUT          PIC 9(03)V9(02)
                   OCCURS 4 TIMES.

       01  WS-LIBELLES-TRANCHES.
           05  FILLER                  PIC X(10) VALUE "0-30 JOURS".
           05  FILLER                  PIC X(10) VALUE "31-60 JRS".
           05  FILLER                  PIC X(10) VALUE "61-90 JRS".
           05  FILLER                  PIC X(10) VALUE "91+ JOURS".
       01  WS-LIBELLES-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
           05  WS-LIBELLE-TRANCHE      PIC X(10) OCCURS 4 TIMES.

      * Cumuls par tranche : barème appliqué, nombre de factures,
      * encours et provision requise
       01  WS-TRANCHE-TABLE.
           05  WS-TRANCHE-ENTREE OCCURS 4 TIMES
                   INDEXED BY WS-TR-IDX.
               10  WS-TR-TAUX          PIC 9(03)V9(02).
               10  WS-TR-NB            PIC 9(05).
               10  WS-TR-ENCOURS       PIC S9(09)V9(02).
               10  WS-TR-PROVISION     PIC S9(09)V9(02).
       01  WS-NO-TRANCHE               PIC 9(01).

       01  WS-BAREME-VALIDE-SW         PIC X(01).
           88  WS-BAREME-VALIDE        VALUE "O".

      * Ancienneté d'une facture en jours 30/360 (même convention
      * que la balance âgée INVAGE01)
       01  WS-AGE-JOURS                PIC S9(05).
       01  WS-DATE-DECOMP-T.
           05  WS-DECT-AAAA            PIC 9(04).
           05  WS-DECT-MM              PIC 9(02).
           05  WS-DECT-JJ              PIC 9(02).
       01  WS-DATE-DECOMP-E.
           05  WS-DECE-AAAA            PIC 9(04).
           05  WS-DECE-MM              PIC 9(02).
           05  WS-DECE-JJ              PIC 9(02).

      * Calcul de la provision, sur la créance en euros (contre-
      * valeur d'INVFILE pour une facture en devise)
       01  WS-CREANCE-EUR              PIC S9(07)V9(02).
       01  WS-PROVISION-FACTURE        PIC S9(07)V9(02).
       01  WS-PROVISION-REQUISE        PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-PROVISION-ANTERIEURE     PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-VARIATION                PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-ENCOURS            PIC S9(09)V9(02) VALUE ZEROES.

      * Contrôle de période de la clôture mensuelle (PERCTL01) : une
      * date de traitement en période close ne poste rien
       01  WS-PERIODE-TRAITEMENT       PIC 9(06).
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".

      * Jambe à poster, préparée par l'appelant de 7100
       01  WS-JAMBE-COMPTE             PIC X(06).
       01  WS-JAMBE-SENS               PIC X(01).
       01  WS-JAMBE-MONTANT            PIC S9(07)V9(02).
       01  WS-JAMBE-LIBELLE            PIC X(20).

      * Soldes du grand livre, même mécanique que GLPOST010 : un
      * compte à la fois dans GL-SOLDE-ENREG, lu et réécrit par sa
      * clé dans GLBALFIL-IDX ; GLBALFIL réécrit en entier depuis
      * l'index en fin de run
       01  WS-GIX-STATUS               PIC X(02).
           88  WS-GIX-OK               VALUE "00".

       01  WS-GIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-GIX-OUVERT           VALUE "O".

       01  WS-FIN-SOLDES-SW            PIC X(01) VALUE "N".
           88  WS-FIN-SOLDES           VALUE "O".

       01  WS-NB-GLB                   PIC 9(05) VALUE ZEROES.

      * Rechargement de l'index du grand livre (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "GLBALFIL".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-GLB-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-GLB-TROUVE           VALUE "O".

       01  WS-COMPTE-CIBLE             PIC X(06).

      * Dernier jour du mois de traitement, pour déclencher la
      * provision (années bissextiles comprises)
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

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-PROVISIONNEES         PIC 9(05) VALUE ZEROES.
       01  WS-NB-AVOIRS                PIC 9(05) VALUE ZEROES.
       01  WS-NB-JAMBES                PIC 9(07) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cet état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "PROVISION POUR CREANCES DOUTEUSES".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(10) VALUE "FACTURE".
           05  FILLER                  PIC X(10) VALUE "CLIENT".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(07) VALUE "AGE".
           05  FILLER                  PIC X(12) VALUE "TRANCHE".
           05  FILLER                  PIC X(12) VALUE "RESTANT DU".
           05  FILLER                  PIC X(07) VALUE "TAUX".
           05  FILLER                  PIC X(12) VALUE "PROVISION".

       01  WS-LIGNE-DETAIL.
           05  DL-NUMERO               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CLIENT               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AGE                  PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TRANCHE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MONTANT              PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TAUX                 PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-PROVISION            PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-LIGNE-ENTETE-3.
           05  FILLER                  PIC X(12) VALUE "TRANCHE".
           05  FILLER                  PIC X(09) VALUE "FACTURES".
           05  FILLER                  PIC X(15) VALUE "ENCOURS".
           05  FILLER                  PIC X(08) VALUE "TAUX".
           05  FILLER                  PIC X(36) VALUE "PROVISION".

       01  WS-LIGNE-TRANCHE.
           05  LT-LIBELLE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-NB                   PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-ENCOURS              PIC -(09)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-TAUX                 PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-PROVISION            PIC -(09)9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-LIGNE-MONTANT.
           05  LM-LIBELLE              PIC X(30).
           05  LM-MONTANT              PIC -(09)9.99.
           05  FILLER                  PIC X(37) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF) : une relance du même jour ne reposte pas
      * la variation déjà comptabilisée
       01  WS-STEP-NOM                 PIC X(08) VALUE "DCPROV01".
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
                   PERFORM 0400-CONTROLER-PERIODE
                   IF NOT WS-PERIODE-CLOSE
                       PERFORM 1000-INITIALISER
                       PERFORM 2000-PROVISIONNER-UNE-FACTURE
                           UNTIL WS-FIN-FICHIER
                       PERFORM 3000-COMPTABILISER-VARIATION
                       PERFORM 4000-TERMINER
                   END-IF
               ELSE
                   DISPLAY "PAS LE DERNIER JOUR DU MOIS - AUCUNE "
                       "PROVISION"
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
               MOVE WS-NB-PROVISIONNEES TO WS-STEP-NB-ECRITS
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
      * 0400-CONTROLER-PERIODE : la variation est datée du jour de  *
      * traitement ; si GLCLS010 a déjà clos cette période          *
      * (PERCTL01), rien n'est posté et l'anomalie est critique     *
      * -----------------------------------------------------------*
       0400-CONTROLER-PERIODE.
           MOVE WS-DATE-TRAITEMENT(1:6) TO WS-PERIODE-TRAITEMENT.
           CALL "PERCTL01" USING WS-DATE-TRAITEMENT,
               WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW.

           IF WS-PERIODE-CLOSE
               DISPLAY "PERIODE " WS-PERIODE-TRAITEMENT
                   " DEJA CLOSE - AUCUNE PROVISION POSTEE"
               PERFORM 9700-NOTER-REJET

               OPEN EXTEND EXCFILE
               IF WS-EXC-OK
                   MOVE "DATE TRAITEMENT" TO EXC-CHAMP
                   SET EXC-SEV-CRITIQUE TO TRUE
                   MOVE WS-DATE-TRAITEMENT TO EXC-VALEUR1
                   MOVE WS-PERIODE-OUVERTE TO EXC-VALEUR2
                   MOVE "PERIODE CLOSE - PROVISION NON POSTEE"
                       TO EXC-MESSAGE
                   PERFORM 8100-ECRIRE-ANOMALIE
                   CLOSE EXCFILE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre les soldes, charge le barème,      *
      * ouvre les factures, l'historique et l'état                  *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-SOLDES.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

           PERFORM 1200-CHARGER-BAREME.
           PERFORM 1400-OUVRIR-LITIGES.

           OPEN INPUT INVFILE.
           IF NOT WS-INV-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR INVFILE - STATUT "
                   WS-INV-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * EXTEND : l'historique des écritures est permanent
           OPEN EXTEND GLHSTFIL.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT GLHSTFIL
           END-IF.
           IF NOT WS-HST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT PRVRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PRVRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE PRVRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE PRVRPT-LIGNE FROM WS-LIGNE-ENTETE-2
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 2900-LIRE-FACTURE
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (même mécanique que GLPOST010) et l'ouvre en mise à jour ;  *
      * GLBALFIL absent = grand livre vierge. Index inutilisable =  *
      * aucune provision postée                                     *
      * -----------------------------------------------------------*
       1100-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "AUCUNE PROVISION POSTEE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               IF WS-IXM-RETOUR = 4
                   DISPLAY "GLBALFIL INTROUVABLE - GRAND LIVRE VIERGE"
               END-IF
               OPEN I-O GLBALFIL-IDX
               IF WS-GIX-OK
                   SET WS-GIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR GLBALFIL-IDX - STATUT "
                       WS-GIX-STATUS " - AUCUNE PROVISION POSTEE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1200-CHARGER-BAREME : lit le barème de PRVPRMF ; fichier    *
      * absent = barème par défaut, barème incohérent (taux non     *
      * numérique ou supérieur à 100 %) = barème par défaut et      *
      * anomalie                                                    *
      * -----------------------------------------------------------*
       1200-CHARGER-BAREME.
           PERFORM 1250-INITIALISER-UNE-TRANCHE
               VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 4.

           OPEN INPUT PRVPRMF.
           IF WS-PRM-OK
               READ PRVPRMF
                   AT END
                       DISPLAY "PRVPRMF VIDE - BAREME PAR DEFAUT"
                   NOT AT END
                       PERFORM 1300-CONTROLER-BAREME
               END-READ
               CLOSE PRVPRMF
           ELSE
               DISPLAY "PRVPRMF ABSENT - BAREME PAR DEFAUT"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-INITIALISER-UNE-TRANCHE : pose le taux par défaut et   *
      * remet à zéro les cumuls d'une tranche                       *
      * -----------------------------------------------------------*
       1250-INITIALISER-UNE-TRANCHE.
           MOVE WS-TAUX-DEFAUT(WS-TR-IDX) TO WS-TR-TAUX(WS-TR-IDX).
           MOVE ZEROES TO WS-TR-NB(WS-TR-IDX)
               WS-TR-ENCOURS(WS-TR-IDX) WS-TR-PROVISION(WS-TR-IDX).

      * -----------------------------------------------------------*
      * 1300-CONTROLER-BAREME : le barème lu ne remplace le barème  *
      * par défaut que si ses quatre taux sont valides              *
      * -----------------------------------------------------------*
       1300-CONTROLER-BAREME.
           SET WS-BAREME-VALIDE TO TRUE.
           PERFORM 1350-CONTROLER-UN-TAUX
               VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 4.

           IF WS-BAREME-VALIDE
               PERFORM 1370-RETENIR-UN-TAUX
                   VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 4
           ELSE
               DISPLAY "BAREME PRVPRMF INVALIDE - BAREME PAR DEFAUT"
               PERFORM 9700-NOTER-REJET
               MOVE "PRVPRMF" TO EXC-CHAMP
               SET EXC-SEV-AVERTISSEMENT TO TRUE
               MOVE ZEROES TO EXC-VALEUR1 EXC-VALEUR2
               MOVE "BAREME INVALIDE - BAREME PAR DEFAUT"
                   TO EXC-MESSAGE
               PERFORM 8100-ECRIRE-ANOMALIE
           END-IF.

       1350-CONTROLER-UN-TAUX.
           IF PRM-TAUX-TRANCHE(WS-TR-IDX) NOT NUMERIC
               MOVE "N" TO WS-BAREME-VALIDE-SW
           ELSE
               IF PRM-TAUX-TRANCHE(WS-TR-IDX) > 100
                   MOVE "N" TO WS-BAREME-VALIDE-SW
               END-IF
           END-IF.

       1370-RETENIR-UN-TAUX.
           MOVE PRM-TAUX-TRANCHE(WS-TR-IDX) TO WS-TR-TAUX(WS-TR-IDX).

      * -----------------------------------------------------------*
      * 1400-OUVRIR-LITIGES : ouvre l'index des litiges, lu par     *
      * facture ; index absent = aucun litige                       *
      * -----------------------------------------------------------*
       1400-OUVRIR-LITIGES.
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
      * 2000-PROVISIONNER-UNE-FACTURE : classe la facture courante  *
      * dans sa tranche d'ancienneté et calcule sa provision        *
      * -----------------------------------------------------------*
       2000-PROVISIONNER-UNE-FACTURE.
           ADD 1 TO WS-NB-LUS.
           PERFORM 2050-CHERCHER-LITIGE.

           EVALUATE TRUE
               WHEN WFA-DATE NOT NUMERIC
                   PERFORM 8000-REJETER-FACTURE
               WHEN WFA-MONTANT NOT > ZEROES
      * Un avoir n'est pas une créance : il n'est pas provisionné
                   ADD 1 TO WS-NB-AVOIRS
      * Une facture en litige ouvert n'est pas provisionnée : elle
      * attend l'avoir ou la confirmation (LITMNT1)
               WHEN WS-LTG-TROUVE
                   ADD 1 TO WS-NB-EN-LITIGE
               WHEN OTHER
                   PERFORM 2100-CLASSER-ET-PROVISIONNER
           END-EVALUATE.

           PERFORM 2900-LIRE-FACTURE.

      * -----------------------------------------------------------*
      * 2050-CHERCHER-LITIGE : la facture courante est-elle en      *
      * litige ouvert ? (lecture de LITFILE-IDX par facture)        *
      * -----------------------------------------------------------*
       2050-CHERCHER-LITIGE.
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
      * 2100-CLASSER-ET-PROVISIONNER : ancienneté 30/360 depuis la  *
      * date de facture, tranche (mêmes bornes qu'INVAGE01),        *
      * provision = restant dû en euros x taux de la tranche        *
      * -----------------------------------------------------------*
       2100-CLASSER-ET-PROVISIONNER.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP-T.
           MOVE WFA-DATE           TO WS-DATE-DECOMP-E.
           COMPUTE WS-AGE-JOURS =
               ((WS-DECT-AAAA - WS-DECE-AAAA) * 360)
               + ((WS-DECT-MM - WS-DECE-MM) * 30)
               + (WS-DECT-JJ - WS-DECE-JJ).

           EVALUATE TRUE
               WHEN WS-AGE-JOURS NOT > 30
                   MOVE 1 TO WS-NO-TRANCHE
               WHEN WS-AGE-JOURS NOT > 60
                   MOVE 2 TO WS-NO-TRANCHE
               WHEN WS-AGE-JOURS NOT > 90
                   MOVE 3 TO WS-NO-TRANCHE
               WHEN OTHER
                   MOVE 4 TO WS-NO-TRANCHE
           END-EVALUATE.
           SET WS-TR-IDX TO WS-NO-TRANCHE.

           IF WFA-EN-EURO
               MOVE WFA-MONTANT     TO WS-CREANCE-EUR
           ELSE
               MOVE WFA-MONTANT-EUR TO WS-CREANCE-EUR
           END-IF.

           COMPUTE WS-PROVISION-FACTURE ROUNDED =
               WS-CREANCE-EUR * WS-TR-TAUX(WS-TR-IDX) / 100.

           ADD 1 TO WS-TR-NB(WS-TR-IDX).
           ADD WS-CREANCE-EUR TO WS-TR-ENCOURS(WS-TR-IDX)
               WS-TOTAL-ENCOURS.
           ADD WS-PROVISION-FACTURE TO WS-TR-PROVISION(WS-TR-IDX)
               WS-PROVISION-REQUISE.

           IF WS-PROVISION-FACTURE > ZEROES
               ADD 1 TO WS-NB-PROVISIONNEES
               IF WS-RPT-OK
                   MOVE WFA-NUMERO    TO DL-NUMERO
                   MOVE WFA-CLIENT    TO DL-CLIENT
                   MOVE WFA-DATE      TO DL-DATE
                   MOVE WS-AGE-JOURS  TO DL-AGE
                   MOVE WS-LIBELLE-TRANCHE(WS-NO-TRANCHE)
                       TO DL-TRANCHE
                   MOVE WS-CREANCE-EUR TO DL-MONTANT
                   MOVE WS-TR-TAUX(WS-TR-IDX) TO DL-TAUX
                   MOVE WS-PROVISION-FACTURE  TO DL-PROVISION
                   WRITE PRVRPT-LIGNE FROM WS-LIGNE-DETAIL
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2900-LIRE-FACTURE : lit la prochaine facture ouverte        *
      * -----------------------------------------------------------*
       2900-LIRE-FACTURE.
           READ INVFILE INTO WS-FACTURE-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3000-COMPTABILISER-VARIATION : compare la provision requise *
      * au solde créditeur du compte de provision et poste la seule *
      * variation - dotation si elle augmente, reprise si elle      *
      * diminue ; rien n'est posté après une erreur fichier         *
      * -----------------------------------------------------------*
       3000-COMPTABILISER-VARIATION.
           MOVE "N" TO WS-GLB-TROUVE-SWITCH.
           IF WS-GIX-OUVERT
               MOVE WS-COMPTE-PROVISION TO GIDX-COMPTE
               READ GLBALFIL-IDX INTO GL-SOLDE-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-GLB-TROUVE TO TRUE
               END-READ
           END-IF.

      * Compte créditeur : le solde du compte est négatif
           IF WS-GLB-TROUVE
               COMPUTE WS-PROVISION-ANTERIEURE = GL-SOLDE * -1
           END-IF.

           COMPUTE WS-VARIATION =
               WS-PROVISION-REQUISE - WS-PROVISION-ANTERIEURE.

           IF WS-CODE-RETOUR < 8
               MOVE SPACES TO WS-JAMBE-LIBELLE
               MOVE WS-DATE-TRAITEMENT(1:6) TO WS-JAMBE-LIBELLE(15:6)
               EVALUATE TRUE
                   WHEN WS-VARIATION > ZEROES
                       MOVE "DOTATION PROV" TO WS-JAMBE-LIBELLE(1:13)
                       MOVE WS-VARIATION TO WS-JAMBE-MONTANT

                       MOVE WS-COMPTE-DOTATION TO WS-JAMBE-COMPTE
                       MOVE "D" TO WS-JAMBE-SENS
                       PERFORM 7100-POSTER-UNE-JAMBE

                       MOVE WS-COMPTE-PROVISION TO WS-JAMBE-COMPTE
                       MOVE "C" TO WS-JAMBE-SENS
                       PERFORM 7100-POSTER-UNE-JAMBE
                   WHEN WS-VARIATION < ZEROES
                       MOVE "REPRISE PROV" TO WS-JAMBE-LIBELLE(1:12)
                       COMPUTE WS-JAMBE-MONTANT = WS-VARIATION * -1

                       MOVE WS-COMPTE-PROVISION TO WS-JAMBE-COMPTE
                       MOVE "D" TO WS-JAMBE-SENS
                       PERFORM 7100-POSTER-UNE-JAMBE

                       MOVE WS-COMPTE-REPRISE TO WS-JAMBE-COMPTE
                       MOVE "C" TO WS-JAMBE-SENS
                       PERFORM 7100-POSTER-UNE-JAMBE
                   WHEN OTHER
                       DISPLAY "PROVISION INCHANGEE - RIEN A POSTER"
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 4000-TERMINER : réécrit les soldes du grand livre, imprime  *
      * la synthèse par tranche et ferme les fichiers               *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-LIT-DISPONIBLE
               CLOSE LITFILE-IDX
           END-IF.
           IF WS-INV-OK OR WS-INV-EOF
               CLOSE INVFILE
           END-IF.
           IF WS-HST-OK
               CLOSE GLHSTFIL
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           IF WS-GIX-OUVERT
               IF WS-CODE-RETOUR < 8 AND WS-NB-JAMBES > ZEROES
                   PERFORM 4050-REECRIRE-SOLDES
               END-IF
               CLOSE GLBALFIL-IDX
           END-IF.

           IF WS-RPT-OK
               MOVE SPACES TO PRVRPT-LIGNE
               WRITE PRVRPT-LIGNE
               WRITE PRVRPT-LIGNE FROM WS-LIGNE-ENTETE-3
               PERFORM 4200-IMPRIMER-UNE-TRANCHE
                   VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 4
               MOVE SPACES TO PRVRPT-LIGNE
               WRITE PRVRPT-LIGNE
               PERFORM 4300-IMPRIMER-LA-VARIATION
               CLOSE PRVRPT
           END-IF.

           DISPLAY "FACTURES LUES      : " WS-NB-LUS.
           DISPLAY "FACTURES PROVISION.: " WS-NB-PROVISIONNEES.
           DISPLAY "AVOIRS ECARTES     : " WS-NB-AVOIRS.
           DISPLAY "LITIGES ECARTES    : " WS-NB-EN-LITIGE.
           DISPLAY "PROVISION REQUISE  : " WS-PROVISION-REQUISE.
           DISPLAY "PROVISION ANTER.   : " WS-PROVISION-ANTERIEURE.
           DISPLAY "VARIATION          : " WS-VARIATION.
           DISPLAY "JAMBES POSTEES     : " WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 4050-REECRIRE-SOLDES : réécrit GLBALFIL en entier depuis    *
      * GLBALFIL-IDX, dans l'ordre des comptes                      *
      * -----------------------------------------------------------*
       4050-REECRIRE-SOLDES.
           OPEN OUTPUT GLBALFIL.
           IF NOT WS-GLB-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - STATUT "
                   WS-GLB-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 4060-POSITIONNER-SOLDES
               PERFORM 4100-ECRIRE-UN-SOLDE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLBALFIL
           END-IF.

      * -----------------------------------------------------------*
      * 4060-POSITIONNER-SOLDES : se positionne sur le premier      *
      * compte de GLBALFIL-IDX et le lit                            *
      * -----------------------------------------------------------*
       4060-POSITIONNER-SOLDES.
           MOVE "N" TO WS-FIN-SOLDES-SW.
           MOVE LOW-VALUES TO GIDX-COMPTE.
           START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
               INVALID KEY
                   SET WS-FIN-SOLDES TO TRUE
           END-START.

           IF NOT WS-FIN-SOLDES
               PERFORM 4080-LIRE-SOLDE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 4080-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       4080-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 4100-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX dans GLBALFIL                                  *
      * -----------------------------------------------------------*
       4100-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.
           ADD 1 TO WS-NB-GLB.

           PERFORM 4080-LIRE-SOLDE-SUIVANT.

      * -----------------------------------------------------------*
      * 4200-IMPRIMER-UNE-TRANCHE : ligne de synthèse d'une tranche *
      * -----------------------------------------------------------*
       4200-IMPRIMER-UNE-TRANCHE.
           SET WS-NO-TRANCHE TO WS-TR-IDX.
           MOVE WS-LIBELLE-TRANCHE(WS-NO-TRANCHE) TO LT-LIBELLE.
           MOVE WS-TR-NB(WS-TR-IDX)        TO LT-NB.
           MOVE WS-TR-ENCOURS(WS-TR-IDX)   TO LT-ENCOURS.
           MOVE WS-TR-TAUX(WS-TR-IDX)      TO LT-TAUX.
           MOVE WS-TR-PROVISION(WS-TR-IDX) TO LT-PROVISION.
           WRITE PRVRPT-LIGNE FROM WS-LIGNE-TRANCHE.

      * -----------------------------------------------------------*
      * 4300-IMPRIMER-LA-VARIATION : provision requise, provision   *
      * déjà comptabilisée et variation postée                      *
      * -----------------------------------------------------------*
       4300-IMPRIMER-LA-VARIATION.
           MOVE "ENCOURS PROVISIONNABLE      :" TO LM-LIBELLE.
           MOVE WS-TOTAL-ENCOURS TO LM-MONTANT.
           WRITE PRVRPT-LIGNE FROM WS-LIGNE-MONTANT.

           MOVE "PROVISION REQUISE           :" TO LM-LIBELLE.
           MOVE WS-PROVISION-REQUISE TO LM-MONTANT.
           WRITE PRVRPT-LIGNE FROM WS-LIGNE-MONTANT.

           MOVE "PROVISION COMPTABILISEE     :" TO LM-LIBELLE.
           MOVE WS-PROVISION-ANTERIEURE TO LM-MONTANT.
           WRITE PRVRPT-LIGNE FROM WS-LIGNE-MONTANT.

           IF WS-VARIATION < ZEROES
               MOVE "REPRISE DE LA PERIODE       :" TO LM-LIBELLE
               COMPUTE LM-MONTANT = WS-VARIATION * -1
           ELSE
               MOVE "DOTATION DE LA PERIODE      :" TO LM-LIBELLE
               MOVE WS-VARIATION TO LM-MONTANT
           END-IF.
           IF WS-CODE-RETOUR >= 8
               MOVE "VARIATION NON POSTEE        :" TO LM-LIBELLE
           END-IF.
           WRITE PRVRPT-LIGNE FROM WS-LIGNE-MONTANT.

      * -----------------------------------------------------------*
      * 7000-TROUVER-CREER-COMPTE : lit dans GL-SOLDE-ENREG le      *
      * solde du compte cible dans GLBALFIL-IDX, en le créant à     *
      * zéro s'il n'y figure pas encore (même mécanique que         *
      * GLPOST010)                                                  *
      * -----------------------------------------------------------*
       7000-TROUVER-CREER-COMPTE.
           MOVE "N" TO WS-GLB-TROUVE-SWITCH.

           MOVE WS-COMPTE-CIBLE TO GIDX-COMPTE.
           READ GLBALFIL-IDX INTO GL-SOLDE-ENREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-GLB-TROUVE TO TRUE
           END-READ.

           IF NOT WS-GLB-TROUVE
               MOVE WS-COMPTE-CIBLE TO GLB-COMPTE
               MOVE ZEROES TO GL-SOLDE
               MOVE ZEROES TO GL-DATE-MAJ
               MOVE ZEROES TO GL-LOT-DATE
               MOVE SPACES TO GL-LOT-PROGRAMME
               WRITE GLBALFIL-IDX-ENREG FROM GL-SOLDE-ENREG
                   INVALID KEY
                       DISPLAY "CREATION DU COMPTE " WS-COMPTE-CIBLE
                           " DANS GLBALFIL-IDX EN ERREUR - STATUT "
                           WS-GIX-STATUS
                       PERFORM 9800-NOTER-ERREUR-FICHIER
               END-WRITE
           END-IF.

      * -----------------------------------------------------------*
      * 7050-REECRIRE-COMPTE : réécrit dans GLBALFIL-IDX le solde   *
      * mis à jour dans GL-SOLDE-ENREG                              *
      * -----------------------------------------------------------*
       7050-REECRIRE-COMPTE.
           REWRITE GLBALFIL-IDX-ENREG FROM GL-SOLDE-ENREG
               INVALID KEY
                   DISPLAY "MISE A JOUR DU COMPTE " GLB-COMPTE
                       " DANS GLBALFIL-IDX EN ERREUR - STATUT "
                       WS-GIX-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
           END-REWRITE.

      * -----------------------------------------------------------*
      * 7100-POSTER-UNE-JAMBE : applique la jambe préparée au solde *
      * de son compte (débit ajoute, crédit retranche) et           *
      * l'historise sous le lot DCPROV01 - montant nul ignoré       *
      * -----------------------------------------------------------*
       7100-POSTER-UNE-JAMBE.
           IF WS-JAMBE-MONTANT NOT = ZEROES
               MOVE WS-JAMBE-COMPTE TO WS-COMPTE-CIBLE
               PERFORM 7000-TROUVER-CREER-COMPTE
               IF WS-JAMBE-SENS = "D"
                   ADD WS-JAMBE-MONTANT TO GL-SOLDE
               ELSE
                   SUBTRACT WS-JAMBE-MONTANT FROM GL-SOLDE
               END-IF
               MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ
               PERFORM 7050-REECRIRE-COMPTE

               MOVE WS-DATE-TRAITEMENT TO GLH-DATE
               MOVE WS-JAMBE-COMPTE    TO GLH-COMPTE
               MOVE WS-JAMBE-SENS      TO GLH-SENS
               MOVE WS-JAMBE-MONTANT   TO GLH-MONTANT
               MOVE WS-JAMBE-LIBELLE   TO GLH-LIBELLE
               MOVE WS-DATE-TRAITEMENT TO GLH-LOT-DATE
               MOVE "HQ"               TO GLH-SEGMENT
               MOVE "DCPROV01"         TO GLH-LOT-PROGRAMME
               IF WS-HST-OK
                   WRITE GLHSTFIL-ENREG FROM GLH-ENREG
               END-IF
               ADD 1 TO WS-NB-JAMBES
           END-IF.

      * -----------------------------------------------------------*
      * 8000-REJETER-FACTURE : une facture à date non numérique ne  *
      * peut être vieillie ; elle n'est pas provisionnée            *
      * -----------------------------------------------------------*
       8000-REJETER-FACTURE.
           DISPLAY "FACTURE " WFA-NUMERO " A DATE INVALIDE - "
               "NON PROVISIONNEE".
           PERFORM 9700-NOTER-REJET.

           MOVE "FACTURE" TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE WFA-MONTANT TO EXC-VALEUR1.
           MOVE ZEROES      TO EXC-VALEUR2.
           MOVE SPACES      TO EXC-MESSAGE.
           MOVE WFA-NUMERO  TO EXC-MESSAGE(1:8).
           MOVE "DATE INVALIDE - NON PROVISIONNEE"
               TO EXC-MESSAGE(10:31).
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 8100-ECRIRE-ANOMALIE : horodate et écrit dans EXCFILE       *
      * l'anomalie préparée par l'appelant                          *
      * -----------------------------------------------------------*
       8100-ECRIRE-ANOMALIE.
           ACCEPT WS-SYS-HHMMSS FROM TIME.

           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.
           MOVE "DCPROV01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "DCPROV01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-JAMBES TO RUN-NB-ECRITS.
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
      * 9700-NOTER-REJET : retient le code retour 4 (enregistre-    *
      * ments rejetés) sans écraser un code plus grave              *
      * -----------------------------------------------------------*
       9700-NOTER-REJET.
           ADD 1 TO WS-NB-REJETS-RUN.
           IF WS-CODE-RETOUR < 4
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      * -----------------------------------------------------------*
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
      * -----------------------------------------------------------*
       9800-NOTER-ERREUR-FICHIER.
           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
