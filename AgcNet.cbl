       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGCNET010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-09  AG  Création : compensation nocturne des
      *                 virements inter-agences. Un client de l'agence
      *                 A1 qui paie un client de l'agence A2 donne
      *                 deux jambes, remises chacune par son agence
      *                 (MVT-ORIGINE V, copy TRANREC) : le débit chez
      *                 l'agence donneuse, le crédit chez l'agence
      *                 bénéficiaire, chacune nommant la référence du
      *                 virement, l'autre agence et l'autre compte.
      *                 Le programme relit les jambes contrôlées de la
      *                 nuit (MVTCLEAN) et les jambes restées en
      *                 attente (AGCPENDF, disposition de la copy
      *                 MVTHREC : date d'arrivée + mouvement, réécrit
      *                 en entier) et apparie débit et crédit sur la
      *                 référence et les agences croisées. Une paire
      *                 dont le montant ou les comptes ne concordent
      *                 pas est signalée en critique dans EXCFILE et
      *                 sort de la compensation ; une jambe sans
      *                 contrepartie reste en attente et est signalée
      *                 chaque nuit - en avertissement dans le délai
      *                 d'appariement (PARM sur 2 chiffres, 2 jours
      *                 par défaut), en critique au-delà. L'état
      *                 AGCNETRP (via RPTHDR010) donne les virements
      *                 appariés, les flux et le solde net par paire
      *                 d'agences, la position nette de chaque agence
      *                 et les jambes en attente. GLPOST010 passe les
      *                 deux jambes aux comptes de liaison 181xy0.
      *                 Raccordé au pilotage de reprise (STEPCTL01),
      *                 à la date de traitement (DATPRM01) et au
      *                 journal de run (RUNFILE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mouvements contrôlés de la nuit (MVTCLEAN) - voir TRANREC
           SELECT MVTFILE ASSIGN TO "MVTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Jambes de virement en attente de contrepartie - voir copy
      * MVTHREC, réécrit en entier
           SELECT AGCPENDF ASSIGN TO "AGCPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

      * Etat de compensation inter-agences
           SELECT AGCNETRP ASSIGN TO "AGCNETRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies - voir copy EXCREC
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MVTFILE
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).

       FD  AGCPENDF
           RECORD CONTAINS 61 CHARACTERS.
       01  AGCPENDF-ENREG              PIC X(61).

       FD  AGCNETRP
           RECORD CONTAINS 80 CHARACTERS.
       01  AGCNETRP-LIGNE              PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Mouvement courant - voir copy TRANREC
       COPY TRANREC.

      * Jambe en attente : date de la nuit d'arrivée + mouvement -
      * voir copy MVTHREC
       COPY MVTHREC.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-MVT-STATUS               PIC X(02).
           88  WS-MVT-OK               VALUE "00".

       01  WS-PND-STATUS               PIC X(02).
           88  WS-PND-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Jambes de virement de la nuit et jambes en attente ; état de
      * l'appariement : blanc = sans contrepartie, A = appariée,
      * X = discordante
       01  WS-JMB-TABLE.
           05  WS-JMB-ENTREE OCCURS 1000 TIMES.
               10  WS-JMB-DATE-ARRIVEE PIC 9(08).
               10  WS-JMB-MOUVEMENT    PIC X(53).
               10  WS-JMB-REFERENCE    PIC X(06).
               10  WS-JMB-AGENCE       PIC X(02).
               10  WS-JMB-AGENCE-CTP   PIC X(02).
               10  WS-JMB-COMPTE       PIC X(12).
               10  WS-JMB-COMPTE-CTP   PIC X(12).
               10  WS-JMB-TYPE         PIC X(01).
               10  WS-JMB-MONTANT      PIC 9(07)V9(02).
               10  WS-JMB-ETAT         PIC X(01).
       01  WS-NB-JMB                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-JMB                   PIC 9(04).
       01  WS-NO-CTP                   PIC 9(04).
       01  WS-NO-TROUVE                PIC 9(04).

      * Table pleine au chargement : rien n'est réécrit
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Flux appariés de la nuit : WS-FLUX(I, J) = montant payé par
      * des clients de l'agence AI à des clients de l'agence AJ, soit
      * ce que l'agence AI doit à l'agence AJ
       01  WS-FLUX-TABLE.
           05  WS-FLUX-LIGNE OCCURS 3 TIMES.
               10  WS-FLUX             PIC 9(09)V9(02)
                       OCCURS 3 TIMES.
       01  WS-NO-AGC-DEB               PIC 9(01).
       01  WS-NO-AGC-CRE               PIC 9(01).
       01  WS-NO-AGC                   PIC 9(01).
       01  WS-NO-AGC-2                 PIC 9(01).

      * Position de l'agence ou de la paire en cours d'impression
       01  WS-A-RECEVOIR               PIC 9(09)V9(02).
       01  WS-A-PAYER                  PIC 9(09)V9(02).
       01  WS-POSITION-NETTE           PIC S9(09)V9(02).

      * Délai d'appariement en jours : PARM de ligne de commande (2
      * chiffres) ou, à défaut, valeur maison
       01  WS-PARM-JOURS               PIC X(10).
       01  WS-JOURS-DEFAUT             PIC 9(02) VALUE 02.
       01  WS-JOURS-DELAI              PIC 9(02).

      * Date d'arrivée de la jambe décomposée pour l'âge en jours
      * (base 30/360)
       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).
           05  WS-DEC-JJ               PIC 9(02).
       01  WS-AGE-JOURS                PIC S9(05).

       01  WS-NB-MVT-LUS               PIC 9(07) VALUE ZEROES.
       01  WS-NB-JMB-NUIT              PIC 9(05) VALUE ZEROES.
       01  WS-NB-JMB-REPRISES          PIC 9(05) VALUE ZEROES.
       01  WS-NB-APPARIES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-DISCORDANTS           PIC 9(05) VALUE ZEROES.
       01  WS-NB-EN-ATTENTE            PIC 9(05) VALUE ZEROES.
       01  WS-NB-HORS-DELAI            PIC 9(05) VALUE ZEROES.
       01  WS-NB-ECRITS                PIC 9(07) VALUE ZEROES.
       01  WS-NB-IMPRIMES              PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-COMPENSE           PIC 9(09)V9(02) VALUE ZEROES.

      * Heure machine HHMMSSCC telle que restituée par TIME ; seuls
      * les six premiers chiffres (HHMMSS) sont portés aux anomalies
       01  WS-SYS-HHMMSS               PIC 9(08).

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "COMPENSATION INTER-AGENCES".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.
       01  WS-NB-LIGNES-PAGE           PIC 9(02) VALUE ZEROES.
       01  WS-MAX-LIGNES-PAGE          PIC 9(02) VALUE 50.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-PERIODE.
           05  FILLER                  PIC X(21)
               VALUE "DATE DE TRAITEMENT : ".
           05  LP-DATE                 PIC 9(08).
           05  FILLER                  PIC X(25)
               VALUE "   DELAI D'APPARIEMENT : ".
           05  LP-JOURS                PIC Z9.
           05  FILLER                  PIC X(24) VALUE " JOURS".

       01  WS-LIGNE-SECTION.
           05  LS-TITRE                PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-LIGNE-ENTETE-VIR.
           05  FILLER                  PIC X(08) VALUE "REF.".
           05  FILLER                  PIC X(04) VALUE "DE".
           05  FILLER                  PIC X(14) VALUE "COMPTE DEBITE".
           05  FILLER                  PIC X(04) VALUE "A".
           05  FILLER                  PIC X(14)
               VALUE "COMPTE CREDITE".
           05  FILLER                  PIC X(10) VALUE "   MONTANT".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-LIGNE-VIREMENT.
           05  LV-REFERENCE            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LV-AGENCE-DEB           PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LV-COMPTE-DEB           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LV-AGENCE-CRE           PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LV-COMPTE-CRE           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LV-MONTANT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-LIGNE-ENTETE-PAIRE.
           05  FILLER                  PIC X(08) VALUE "PAIRE".
           05  FILLER                  PIC X(14) VALUE "  FLUX ALLER".
           05  FILLER                  PIC X(14) VALUE " FLUX RETOUR".
           05  FILLER                  PIC X(14) VALUE "   SOLDE NET".
           05  FILLER                  PIC X(30) VALUE "SENS".

       01  WS-LIGNE-PAIRE.
           05  LQ-AGENCE-1             PIC X(02).
           05  FILLER                  PIC X(01) VALUE "/".
           05  LQ-AGENCE-2             PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LQ-ALLER                PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LQ-RETOUR               PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LQ-NET                  PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LQ-SENS                 PIC X(20).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-SENS-PAIRE.
           05  SP-AGENCE-DEBITRICE     PIC X(02).
           05  FILLER                  PIC X(08) VALUE " DOIT A ".
           05  SP-AGENCE-CREANCIERE    PIC X(02).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-LIGNE-ENTETE-AGENCE.
           05  FILLER                  PIC X(08) VALUE "AGENCE".
           05  FILLER                  PIC X(14) VALUE "  A RECEVOIR".
           05  FILLER                  PIC X(13) VALUE "     A PAYER".
           05  FILLER                  PIC X(14)
               VALUE "POSITION NETTE".
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-LIGNE-AGENCE.
           05  LA-AGENCE               PIC X(02).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  LA-A-RECEVOIR           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LA-A-PAYER              PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LA-POSITION             PIC -(09)9.99.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-LIGNE-ENTETE-ATTENTE.
           05  FILLER                  PIC X(08) VALUE "REF.".
           05  FILLER                  PIC X(04) VALUE "AG".
           05  FILLER                  PIC X(03) VALUE "S".
           05  FILLER                  PIC X(13) VALUE "COMPTE".
           05  FILLER                  PIC X(03) VALUE "CP".
           05  FILLER                  PIC X(13) VALUE "COMPTE CTP".
           05  FILLER                  PIC X(11) VALUE "   MONTANT".
           05  FILLER                  PIC X(09) VALUE "ARRIVEE".
           05  FILLER                  PIC X(04) VALUE "AGE".
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-LIGNE-ATTENTE.
           05  LT-REFERENCE            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-AGENCE               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-SENS                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-COMPTE               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LT-AGENCE-CTP           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LT-COMPTE-CTP           PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LT-MONTANT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LT-DATE-ARRIVEE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LT-AGE                  PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LT-HORS-DELAI           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-LIGNE-AUCUN.
           05  LU-TEXTE                PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-LIGNE-RECAP-NB.
           05  RN-LIBELLE              PIC X(32).
           05  RN-NOMBRE               PIC ZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-LIGNE-RECAP-MONTANT.
           05  RM-LIBELLE              PIC X(32).
           05  RM-MONTANT              PIC -(09)9.99.
           05  FILLER                  PIC X(35) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-TRT-DECOUPEE REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-AAAA             PIC 9(04).
           05  WS-TRT-MM               PIC 9(02).
           05  WS-TRT-JJ               PIC 9(02).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF) : un run déjà terminé pour la date du jour
      * est sauté à la relance
       01  WS-STEP-NOM                 PIC X(08) VALUE "AGCNET01".
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
               PERFORM 1000-INITIALISER
               IF WS-CODE-RETOUR < 8
                   PERFORM 2000-APPARIER-UNE-JAMBE
                       VARYING WS-NO-JMB FROM 1 BY 1
                           UNTIL WS-NO-JMB > WS-NB-JMB
                   PERFORM 3000-SIGNALER-UNE-ATTENTE
                       VARYING WS-NO-JMB FROM 1 BY 1
                           UNTIL WS-NO-JMB > WS-NB-JMB
                   PERFORM 4000-ECRIRE-ATTENTES
                   PERFORM 5000-IMPRIMER-ETAT
               END-IF
               PERFORM 7000-TERMINER
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
               MOVE WS-NB-MVT-LUS TO WS-STEP-NB-LUS
               MOVE WS-NB-ECRITS TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : retient le délai d'appariement, ouvre    *
      * EXCFILE en ajout, charge les jambes en attente puis celles  *
      * de la nuit ; des mouvements absents ou une table pleine     *
      * arrêtent la compensation sans toucher aux attentes          *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-JOURS FROM COMMAND-LINE.
           IF WS-PARM-JOURS(1:2) IS NUMERIC
               MOVE WS-PARM-JOURS(1:2) TO WS-JOURS-DELAI
           ELSE
               MOVE WS-JOURS-DEFAUT TO WS-JOURS-DELAI
           END-IF.
           DISPLAY "DELAI D'APPARIEMENT (JOURS) : " WS-JOURS-DELAI.

           INITIALIZE WS-FLUX-TABLE.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCFILE
           END-IF.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

           PERFORM 1100-CHARGER-ATTENTES.
           IF NOT WS-TABLE-PLEINE
               PERFORM 1200-CHARGER-JAMBES-NUIT
           END-IF.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE PLEINE (1000) - COMPENSATION NON "
                   "EFFECTUEE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-ATTENTES : charge les jambes restées sans      *
      * contrepartie les nuits précédentes ; fichier absent =       *
      * aucune attente                                              *
      * -----------------------------------------------------------*
       1100-CHARGER-ATTENTES.
           OPEN INPUT AGCPENDF.
           IF WS-PND-OK
               PERFORM 1150-LIRE-UNE-ATTENTE
                   UNTIL NOT WS-PND-OK OR WS-TABLE-PLEINE
               CLOSE AGCPENDF
           ELSE
               DISPLAY "AGCPENDF ABSENT - AUCUNE JAMBE EN ATTENTE"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-UNE-ATTENTE : lit une jambe en attente et la      *
      * place dans la table avec sa date d'arrivée                  *
      * -----------------------------------------------------------*
       1150-LIRE-UNE-ATTENTE.
           READ AGCPENDF INTO MVTH-ENREG
               AT END
                   MOVE "10" TO WS-PND-STATUS
               NOT AT END
                   MOVE MVTH-MOUVEMENT TO MOUVEMENT-ENREG
                   PERFORM 1500-STOCKER-UNE-JAMBE
                   IF NOT WS-TABLE-PLEINE
                       MOVE MVTH-DATE-TRAITEMENT
                           TO WS-JMB-DATE-ARRIVEE(WS-NB-JMB)
                       ADD 1 TO WS-NB-JMB-REPRISES
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-JAMBES-NUIT : relit les mouvements contrôlés   *
      * de la nuit et en retient les jambes de virement             *
      * -----------------------------------------------------------*
       1200-CHARGER-JAMBES-NUIT.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT MVTFILE.
           IF WS-MVT-OK
               PERFORM 1250-LIRE-UN-MOUVEMENT
                   UNTIL WS-FIN-FICHIER OR WS-TABLE-PLEINE
               CLOSE MVTFILE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR MVTFILE - STATUT "
                   WS-MVT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-UN-MOUVEMENT : lit un mouvement et le stocke      *
      * s'il s'agit d'une jambe de virement inter-agences           *
      * -----------------------------------------------------------*
       1250-LIRE-UN-MOUVEMENT.
           READ MVTFILE INTO MOUVEMENT-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-MVT-LUS
                   IF MVT-VIREMENT-AGENCE
                       PERFORM 1300-CHERCHER-DEJA-EN-ATTENTE
                   END-IF
                   IF MVT-VIREMENT-AGENCE AND WS-NO-TROUVE = ZEROES
                       PERFORM 1500-STOCKER-UNE-JAMBE
                       IF NOT WS-TABLE-PLEINE
                           MOVE WS-DATE-TRAITEMENT
                               TO WS-JMB-DATE-ARRIVEE(WS-NB-JMB)
                           ADD 1 TO WS-NB-JMB-NUIT
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHERCHER-DEJA-EN-ATTENTE : une jambe de la nuit déjà   *
      * reprise de AGCPENDF avec la date du jour vient d'une        *
      * relance forcée du step - elle n'est pas chargée deux fois   *
      * -----------------------------------------------------------*
       1300-CHERCHER-DEJA-EN-ATTENTE.
           MOVE ZEROES TO WS-NO-TROUVE.
           PERFORM 1350-COMPARER-UNE-ATTENTE
               VARYING WS-NO-CTP FROM 1 BY 1
                   UNTIL WS-NO-CTP > WS-NB-JMB-REPRISES
                       OR WS-NO-TROUVE > ZEROES.

      * -----------------------------------------------------------*
      * 1350-COMPARER-UNE-ATTENTE : retient la jambe reprise si     *
      * elle est arrivée ce soir et identique au mouvement courant  *
      * -----------------------------------------------------------*
       1350-COMPARER-UNE-ATTENTE.
           IF WS-JMB-DATE-ARRIVEE(WS-NO-CTP) = WS-DATE-TRAITEMENT
               AND WS-JMB-MOUVEMENT(WS-NO-CTP) = MOUVEMENT-ENREG
               MOVE WS-NO-CTP TO WS-NO-TROUVE
           END-IF.

      * -----------------------------------------------------------*
      * 1500-STOCKER-UNE-JAMBE : place le mouvement courant dans la *
      * table des jambes, sans contrepartie                         *
      * -----------------------------------------------------------*
       1500-STOCKER-UNE-JAMBE.
           IF WS-NB-JMB >= 1000
               SET WS-TABLE-PLEINE TO TRUE
           ELSE
               ADD 1 TO WS-NB-JMB
               MOVE MOUVEMENT-ENREG   TO WS-JMB-MOUVEMENT(WS-NB-JMB)
               MOVE MVT-VIR-REFERENCE TO WS-JMB-REFERENCE(WS-NB-JMB)
               MOVE MVT-AGENCE        TO WS-JMB-AGENCE(WS-NB-JMB)
               MOVE MVT-VIR-AGENCE-CTP
                   TO WS-JMB-AGENCE-CTP(WS-NB-JMB)
               MOVE MVT-COMPTE        TO WS-JMB-COMPTE(WS-NB-JMB)
               MOVE MVT-VIR-COMPTE-CTP
                   TO WS-JMB-COMPTE-CTP(WS-NB-JMB)
               MOVE MVT-TYPE          TO WS-JMB-TYPE(WS-NB-JMB)
               MOVE MVT-MONTANT       TO WS-JMB-MONTANT(WS-NB-JMB)
               MOVE SPACE             TO WS-JMB-ETAT(WS-NB-JMB)
           END-IF.

      * -----------------------------------------------------------*
      * 2000-APPARIER-UNE-JAMBE : pour chaque jambe débit sans      *
      * contrepartie, cherche la jambe crédit de même référence     *
      * aux agences croisées ; la paire concordante entre dans la   *
      * compensation, la paire discordante en sort en critique      *
      * -----------------------------------------------------------*
       2000-APPARIER-UNE-JAMBE.
           IF WS-JMB-TYPE(WS-NO-JMB) = "D"
               AND WS-JMB-ETAT(WS-NO-JMB) = SPACE
               MOVE ZEROES TO WS-NO-TROUVE
               PERFORM 2100-COMPARER-UNE-JAMBE
                   VARYING WS-NO-CTP FROM 1 BY 1
                       UNTIL WS-NO-CTP > WS-NB-JMB
                           OR WS-NO-TROUVE > ZEROES
               IF WS-NO-TROUVE > ZEROES
                   IF WS-JMB-MONTANT(WS-NO-TROUVE)
                           = WS-JMB-MONTANT(WS-NO-JMB)
                       AND WS-JMB-COMPTE(WS-NO-TROUVE)
                           = WS-JMB-COMPTE-CTP(WS-NO-JMB)
                       AND WS-JMB-COMPTE-CTP(WS-NO-TROUVE)
                           = WS-JMB-COMPTE(WS-NO-JMB)
                       PERFORM 2200-COMPENSER-LA-PAIRE
                   ELSE
                       PERFORM 2300-REJETER-LA-PAIRE
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2100-COMPARER-UNE-JAMBE : retient la jambe candidate si     *
      * c'est un crédit sans contrepartie de même référence, venu   *
      * de l'agence nommée par le débit et nommant son agence       *
      * -----------------------------------------------------------*
       2100-COMPARER-UNE-JAMBE.
           IF WS-JMB-TYPE(WS-NO-CTP) = "C"
               AND WS-JMB-ETAT(WS-NO-CTP) = SPACE
               AND WS-JMB-REFERENCE(WS-NO-CTP)
                   = WS-JMB-REFERENCE(WS-NO-JMB)
               AND WS-JMB-AGENCE(WS-NO-CTP)
                   = WS-JMB-AGENCE-CTP(WS-NO-JMB)
               AND WS-JMB-AGENCE-CTP(WS-NO-CTP)
                   = WS-JMB-AGENCE(WS-NO-JMB)
               MOVE WS-NO-CTP TO WS-NO-TROUVE
           END-IF.

      * -----------------------------------------------------------*
      * 2200-COMPENSER-LA-PAIRE : marque les deux jambes appariées  *
      * et porte le montant au flux de l'agence donneuse vers       *
      * l'agence bénéficiaire                                       *
      * -----------------------------------------------------------*
       2200-COMPENSER-LA-PAIRE.
           MOVE "A" TO WS-JMB-ETAT(WS-NO-JMB).
           MOVE "A" TO WS-JMB-ETAT(WS-NO-TROUVE).
           ADD 1 TO WS-NB-APPARIES.

           MOVE WS-JMB-AGENCE(WS-NO-JMB)(2:1) TO WS-NO-AGC-DEB.
           MOVE WS-JMB-AGENCE(WS-NO-TROUVE)(2:1) TO WS-NO-AGC-CRE.
           ADD WS-JMB-MONTANT(WS-NO-JMB)
               TO WS-FLUX(WS-NO-AGC-DEB, WS-NO-AGC-CRE).
           ADD WS-JMB-MONTANT(WS-NO-JMB) TO WS-TOTAL-COMPENSE.

      * -----------------------------------------------------------*
      * 2300-REJETER-LA-PAIRE : même référence mais montant ou      *
      * comptes différents - les deux jambes sortent de l'attente   *
      * et de la compensation, signalées en critique à régulariser  *
      * -----------------------------------------------------------*
       2300-REJETER-LA-PAIRE.
           MOVE "X" TO WS-JMB-ETAT(WS-NO-JMB).
           MOVE "X" TO WS-JMB-ETAT(WS-NO-TROUVE).
           ADD 1 TO WS-NB-DISCORDANTS.

           DISPLAY "VIREMENT " WS-JMB-REFERENCE(WS-NO-JMB)
               " - JAMBES DISCORDANTES".
           PERFORM 9700-NOTER-REJET.

           MOVE WS-JMB-COMPTE(WS-NO-JMB) TO EXC-CHAMP.
           SET EXC-SEV-CRITIQUE TO TRUE.
           MOVE WS-JMB-MONTANT(WS-NO-JMB)    TO EXC-VALEUR1.
           MOVE WS-JMB-MONTANT(WS-NO-TROUVE) TO EXC-VALEUR2.
           MOVE SPACES TO EXC-MESSAGE.
           STRING "VIREMENT " WS-JMB-REFERENCE(WS-NO-JMB)
               " JAMBES DISCORDANTES"
               DELIMITED BY SIZE INTO EXC-MESSAGE.
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 3000-SIGNALER-UNE-ATTENTE : une jambe restée sans           *
      * contrepartie est signalée dans EXCFILE - avertissement dans *
      * le délai d'appariement, critique au-delà                    *
      * -----------------------------------------------------------*
       3000-SIGNALER-UNE-ATTENTE.
           IF WS-JMB-ETAT(WS-NO-JMB) = SPACE
               ADD 1 TO WS-NB-EN-ATTENTE
               PERFORM 3100-CALCULER-AGE

               MOVE WS-JMB-COMPTE(WS-NO-JMB) TO EXC-CHAMP
               MOVE WS-JMB-MONTANT(WS-NO-JMB) TO EXC-VALEUR1
               MOVE WS-AGE-JOURS TO EXC-VALEUR2
               MOVE SPACES TO EXC-MESSAGE
               IF WS-AGE-JOURS > WS-JOURS-DELAI
                   ADD 1 TO WS-NB-HORS-DELAI
                   PERFORM 9700-NOTER-REJET
                   SET EXC-SEV-CRITIQUE TO TRUE
                   STRING "VIREMENT " WS-JMB-REFERENCE(WS-NO-JMB)
                       " JAMBE " WS-JMB-TYPE(WS-NO-JMB)
                       " HORS DELAI " WS-JMB-AGENCE(WS-NO-JMB)
                       ">" WS-JMB-AGENCE-CTP(WS-NO-JMB)
                       DELIMITED BY SIZE INTO EXC-MESSAGE
               ELSE
                   SET EXC-SEV-AVERTISSEMENT TO TRUE
                   STRING "VIREMENT " WS-JMB-REFERENCE(WS-NO-JMB)
                       " JAMBE " WS-JMB-TYPE(WS-NO-JMB)
                       " SEULE " WS-JMB-AGENCE(WS-NO-JMB)
                       ">" WS-JMB-AGENCE-CTP(WS-NO-JMB)
                       DELIMITED BY SIZE INTO EXC-MESSAGE
               END-IF
               PERFORM 8100-ECRIRE-ANOMALIE
           END-IF.

      * -----------------------------------------------------------*
      * 3100-CALCULER-AGE : âge en jours (base 30/360) de la jambe  *
      * courante depuis la nuit de son arrivée                      *
      * -----------------------------------------------------------*
       3100-CALCULER-AGE.
           MOVE WS-JMB-DATE-ARRIVEE(WS-NO-JMB) TO WS-DATE-DECOMP.
           COMPUTE WS-AGE-JOURS =
               ((WS-TRT-AAAA - WS-DEC-AAAA) * 360)
               + ((WS-TRT-MM - WS-DEC-MM) * 30)
               + (WS-TRT-JJ - WS-DEC-JJ).
           IF WS-AGE-JOURS < ZEROES
               MOVE ZEROES TO WS-AGE-JOURS
           END-IF.

      * -----------------------------------------------------------*
      * 4000-ECRIRE-ATTENTES : réécrit en entier le fichier des     *
      * jambes sans contrepartie, avec leur date d'arrivée          *
      * -----------------------------------------------------------*
       4000-ECRIRE-ATTENTES.
           OPEN OUTPUT AGCPENDF.
           IF NOT WS-PND-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE AGCPENDF - STATUT "
                   WS-PND-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 4100-ECRIRE-UNE-ATTENTE
                   VARYING WS-NO-JMB FROM 1 BY 1
                       UNTIL WS-NO-JMB > WS-NB-JMB
               CLOSE AGCPENDF
           END-IF.

      * -----------------------------------------------------------*
      * 4100-ECRIRE-UNE-ATTENTE : écrit la jambe courante si elle   *
      * est toujours sans contrepartie                              *
      * -----------------------------------------------------------*
       4100-ECRIRE-UNE-ATTENTE.
           IF WS-JMB-ETAT(WS-NO-JMB) = SPACE
               MOVE WS-JMB-DATE-ARRIVEE(WS-NO-JMB)
                   TO MVTH-DATE-TRAITEMENT
               MOVE WS-JMB-MOUVEMENT(WS-NO-JMB) TO MVTH-MOUVEMENT
               WRITE AGCPENDF-ENREG FROM MVTH-ENREG
               ADD 1 TO WS-NB-ECRITS
           END-IF.

      * -----------------------------------------------------------*
      * 5000-IMPRIMER-ETAT : virements appariés, positions par      *
      * paire et par agence, jambes en attente puis totaux          *
      * -----------------------------------------------------------*
       5000-IMPRIMER-ETAT.
           OPEN OUTPUT AGCNETRP.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR AGCNETRP - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 5050-IMPRIMER-ENTETE
               PERFORM 5100-IMPRIMER-VIREMENTS
               PERFORM 5300-IMPRIMER-PAIRES
               PERFORM 5500-IMPRIMER-AGENCES
               PERFORM 5700-IMPRIMER-ATTENTES
               PERFORM 5900-IMPRIMER-TOTAUX
               CLOSE AGCNETRP
           END-IF.

      * -----------------------------------------------------------*
      * 5050-IMPRIMER-ENTETE : titre, date et délai d'une nouvelle  *
      * page                                                        *
      * -----------------------------------------------------------*
       5050-IMPRIMER-ENTETE.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-VIDE.

           MOVE WS-DATE-TRAITEMENT TO LP-DATE.
           MOVE WS-JOURS-DELAI TO LP-JOURS.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-PERIODE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-VIDE.
           MOVE ZEROES TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5080-CONTROLER-PAGE : saute de page quand la page courante  *
      * est pleine                                                  *
      * -----------------------------------------------------------*
       5080-CONTROLER-PAGE.
           IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
               PERFORM 5050-IMPRIMER-ENTETE
           END-IF.

      * -----------------------------------------------------------*
      * 5100-IMPRIMER-VIREMENTS : liste des virements appariés de   *
      * la nuit, une ligne par paire de jambes                      *
      * -----------------------------------------------------------*
       5100-IMPRIMER-VIREMENTS.
           MOVE "VIREMENTS APPARIES" TO LS-TITRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-SECTION.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-ENTETE-VIR.
           ADD 2 TO WS-NB-LIGNES-PAGE.

           MOVE ZEROES TO WS-NB-IMPRIMES.
           PERFORM 5150-IMPRIMER-UN-VIREMENT
               VARYING WS-NO-JMB FROM 1 BY 1
                   UNTIL WS-NO-JMB > WS-NB-JMB.
           IF WS-NB-IMPRIMES = ZEROES
               MOVE "AUCUN VIREMENT APPARIE" TO LU-TEXTE
               WRITE AGCNETRP-LIGNE FROM WS-LIGNE-AUCUN
               ADD 1 TO WS-NB-LIGNES-PAGE
           END-IF.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-VIDE.
           ADD 1 TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5150-IMPRIMER-UN-VIREMENT : imprime la paire dont la jambe  *
      * courante est le débit apparié                               *
      * -----------------------------------------------------------*
       5150-IMPRIMER-UN-VIREMENT.
           IF WS-JMB-TYPE(WS-NO-JMB) = "D"
               AND WS-JMB-ETAT(WS-NO-JMB) = "A"
               PERFORM 5080-CONTROLER-PAGE
               MOVE WS-JMB-REFERENCE(WS-NO-JMB)  TO LV-REFERENCE
               MOVE WS-JMB-AGENCE(WS-NO-JMB)     TO LV-AGENCE-DEB
               MOVE WS-JMB-COMPTE(WS-NO-JMB)     TO LV-COMPTE-DEB
               MOVE WS-JMB-AGENCE-CTP(WS-NO-JMB) TO LV-AGENCE-CRE
               MOVE WS-JMB-COMPTE-CTP(WS-NO-JMB) TO LV-COMPTE-CRE
               MOVE WS-JMB-MONTANT(WS-NO-JMB)    TO LV-MONTANT
               WRITE AGCNETRP-LIGNE FROM WS-LIGNE-VIREMENT
               ADD 1 TO WS-NB-LIGNES-PAGE
               ADD 1 TO WS-NB-IMPRIMES
           END-IF.

      * -----------------------------------------------------------*
      * 5300-IMPRIMER-PAIRES : flux dans chaque sens et solde net   *
      * de chaque paire d'agences (A1/A2, A1/A3, A2/A3)             *
      * -----------------------------------------------------------*
       5300-IMPRIMER-PAIRES.
           PERFORM 5080-CONTROLER-PAGE.
           MOVE "POSITIONS PAR PAIRE D'AGENCES" TO LS-TITRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-SECTION.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-ENTETE-PAIRE.
           ADD 2 TO WS-NB-LIGNES-PAGE.

           MOVE 1 TO WS-NO-AGC.
           MOVE 2 TO WS-NO-AGC-2.
           PERFORM 5350-IMPRIMER-UNE-PAIRE.
           MOVE 3 TO WS-NO-AGC-2.
           PERFORM 5350-IMPRIMER-UNE-PAIRE.
           MOVE 2 TO WS-NO-AGC.
           PERFORM 5350-IMPRIMER-UNE-PAIRE.

           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-VIDE.
           ADD 1 TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5350-IMPRIMER-UNE-PAIRE : l'agence qui a le plus payé pour  *
      * ses clients doit le solde net à l'autre                     *
      * -----------------------------------------------------------*
       5350-IMPRIMER-UNE-PAIRE.
           MOVE "A" TO LQ-AGENCE-1(1:1) LQ-AGENCE-2(1:1).
           MOVE WS-NO-AGC   TO LQ-AGENCE-1(2:1).
           MOVE WS-NO-AGC-2 TO LQ-AGENCE-2(2:1).
           MOVE WS-FLUX(WS-NO-AGC, WS-NO-AGC-2) TO LQ-ALLER.
           MOVE WS-FLUX(WS-NO-AGC-2, WS-NO-AGC) TO LQ-RETOUR.

           COMPUTE WS-POSITION-NETTE =
               WS-FLUX(WS-NO-AGC, WS-NO-AGC-2)
               - WS-FLUX(WS-NO-AGC-2, WS-NO-AGC).
           EVALUATE TRUE
               WHEN WS-POSITION-NETTE > ZEROES
                   MOVE LQ-AGENCE-1 TO SP-AGENCE-DEBITRICE
                   MOVE LQ-AGENCE-2 TO SP-AGENCE-CREANCIERE
                   MOVE WS-SENS-PAIRE TO LQ-SENS
               WHEN WS-POSITION-NETTE < ZEROES
                   MOVE LQ-AGENCE-2 TO SP-AGENCE-DEBITRICE
                   MOVE LQ-AGENCE-1 TO SP-AGENCE-CREANCIERE
                   MOVE WS-SENS-PAIRE TO LQ-SENS
               WHEN OTHER
                   MOVE "EQUILIBRE" TO LQ-SENS
           END-EVALUATE.
           MOVE WS-POSITION-NETTE TO LQ-NET.

           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-PAIRE.
           ADD 1 TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5500-IMPRIMER-AGENCES : position nette de chaque agence     *
      * envers les deux autres (positive = créancière)              *
      * -----------------------------------------------------------*
       5500-IMPRIMER-AGENCES.
           PERFORM 5080-CONTROLER-PAGE.
           MOVE "POSITION NETTE PAR AGENCE" TO LS-TITRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-SECTION.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-ENTETE-AGENCE.
           ADD 2 TO WS-NB-LIGNES-PAGE.

           PERFORM 5550-IMPRIMER-UNE-AGENCE
               VARYING WS-NO-AGC FROM 1 BY 1
                   UNTIL WS-NO-AGC > 3.

           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-VIDE.
           ADD 1 TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5550-IMPRIMER-UNE-AGENCE : ce que l'agence courante doit    *
      * recevoir des autres et leur payer                           *
      * -----------------------------------------------------------*
       5550-IMPRIMER-UNE-AGENCE.
           MOVE ZEROES TO WS-A-RECEVOIR WS-A-PAYER.
           PERFORM 5560-CUMULER-UNE-AUTRE
               VARYING WS-NO-AGC-2 FROM 1 BY 1
                   UNTIL WS-NO-AGC-2 > 3.
           COMPUTE WS-POSITION-NETTE = WS-A-RECEVOIR - WS-A-PAYER.

           MOVE "A" TO LA-AGENCE(1:1).
           MOVE WS-NO-AGC TO LA-AGENCE(2:1).
           MOVE WS-A-RECEVOIR TO LA-A-RECEVOIR.
           MOVE WS-A-PAYER TO LA-A-PAYER.
           MOVE WS-POSITION-NETTE TO LA-POSITION.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-AGENCE.
           ADD 1 TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5560-CUMULER-UNE-AUTRE : cumule les flux échangés avec une  *
      * autre agence                                                *
      * -----------------------------------------------------------*
       5560-CUMULER-UNE-AUTRE.
           IF WS-NO-AGC-2 NOT = WS-NO-AGC
               ADD WS-FLUX(WS-NO-AGC-2, WS-NO-AGC) TO WS-A-RECEVOIR
               ADD WS-FLUX(WS-NO-AGC, WS-NO-AGC-2) TO WS-A-PAYER
           END-IF.

      * -----------------------------------------------------------*
      * 5700-IMPRIMER-ATTENTES : jambes restées sans contrepartie,  *
      * HORS DELAI au-delà du délai d'appariement                   *
      * -----------------------------------------------------------*
       5700-IMPRIMER-ATTENTES.
           PERFORM 5080-CONTROLER-PAGE.
           MOVE "JAMBES EN ATTENTE DE CONTREPARTIE" TO LS-TITRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-SECTION.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-ENTETE-ATTENTE.
           ADD 2 TO WS-NB-LIGNES-PAGE.

           PERFORM 5750-IMPRIMER-UNE-ATTENTE
               VARYING WS-NO-JMB FROM 1 BY 1
                   UNTIL WS-NO-JMB > WS-NB-JMB.
           IF WS-NB-EN-ATTENTE = ZEROES
               MOVE "AUCUNE JAMBE EN ATTENTE" TO LU-TEXTE
               WRITE AGCNETRP-LIGNE FROM WS-LIGNE-AUCUN
               ADD 1 TO WS-NB-LIGNES-PAGE
           END-IF.

      * -----------------------------------------------------------*
      * 5750-IMPRIMER-UNE-ATTENTE : imprime la jambe courante si    *
      * elle est toujours sans contrepartie                         *
      * -----------------------------------------------------------*
       5750-IMPRIMER-UNE-ATTENTE.
           IF WS-JMB-ETAT(WS-NO-JMB) = SPACE
               PERFORM 5080-CONTROLER-PAGE
               PERFORM 3100-CALCULER-AGE
               MOVE WS-JMB-REFERENCE(WS-NO-JMB)  TO LT-REFERENCE
               MOVE WS-JMB-AGENCE(WS-NO-JMB)     TO LT-AGENCE
               MOVE WS-JMB-TYPE(WS-NO-JMB)       TO LT-SENS
               MOVE WS-JMB-COMPTE(WS-NO-JMB)     TO LT-COMPTE
               MOVE WS-JMB-AGENCE-CTP(WS-NO-JMB) TO LT-AGENCE-CTP
               MOVE WS-JMB-COMPTE-CTP(WS-NO-JMB) TO LT-COMPTE-CTP
               MOVE WS-JMB-MONTANT(WS-NO-JMB)    TO LT-MONTANT
               MOVE WS-JMB-DATE-ARRIVEE(WS-NO-JMB) TO LT-DATE-ARRIVEE
               MOVE WS-AGE-JOURS TO LT-AGE
               IF WS-AGE-JOURS > WS-JOURS-DELAI
                   MOVE "HORS DELAI" TO LT-HORS-DELAI
               ELSE
                   MOVE SPACES TO LT-HORS-DELAI
               END-IF
               WRITE AGCNETRP-LIGNE FROM WS-LIGNE-ATTENTE
               ADD 1 TO WS-NB-LIGNES-PAGE
           END-IF.

      * -----------------------------------------------------------*
      * 5900-IMPRIMER-TOTAUX : jambes lues, paires appariées et     *
      * discordantes, attentes et montant compensé                  *
      * -----------------------------------------------------------*
       5900-IMPRIMER-TOTAUX.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-VIDE.
           MOVE "JAMBES RECUES CETTE NUIT      : " TO RN-LIBELLE.
           MOVE WS-NB-JMB-NUIT TO RN-NOMBRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "JAMBES REPRISES EN ATTENTE    : " TO RN-LIBELLE.
           MOVE WS-NB-JMB-REPRISES TO RN-NOMBRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "VIREMENTS APPARIES            : " TO RN-LIBELLE.
           MOVE WS-NB-APPARIES TO RN-NOMBRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "VIREMENTS DISCORDANTS         : " TO RN-LIBELLE.
           MOVE WS-NB-DISCORDANTS TO RN-NOMBRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "JAMBES EN ATTENTE             : " TO RN-LIBELLE.
           MOVE WS-NB-EN-ATTENTE TO RN-NOMBRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "  DONT HORS DELAI             : " TO RN-LIBELLE.
           MOVE WS-NB-HORS-DELAI TO RN-NOMBRE.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "MONTANT COMPENSE              : " TO RM-LIBELLE.
           MOVE WS-TOTAL-COMPENSE TO RM-MONTANT.
           WRITE AGCNETRP-LIGNE FROM WS-LIGNE-RECAP-MONTANT.

      * -----------------------------------------------------------*
      * 7000-TERMINER : ferme EXCFILE et affiche les compteurs      *
      * -----------------------------------------------------------*
       7000-TERMINER.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "MOUVEMENTS LUS         : " WS-NB-MVT-LUS.
           DISPLAY "JAMBES DE LA NUIT      : " WS-NB-JMB-NUIT.
           DISPLAY "JAMBES REPRISES        : " WS-NB-JMB-REPRISES.
           DISPLAY "VIREMENTS APPARIES     : " WS-NB-APPARIES.
           DISPLAY "VIREMENTS DISCORDANTS  : " WS-NB-DISCORDANTS.
           DISPLAY "JAMBES EN ATTENTE      : " WS-NB-EN-ATTENTE.
           DISPLAY "DONT HORS DELAI        : " WS-NB-HORS-DELAI.

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
           MOVE "AGCNET01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "AGCNET01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-MVT-LUS TO RUN-NB-LUS.
           MOVE WS-NB-ECRITS TO RUN-NB-ECRITS.
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
      * 9700-NOTER-REJET : retient le code retour 4 (rejets) sans   *
      * écraser un code plus grave                                  *
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
