       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-08  AG  Création : surveillance nocturne des
      *                 mouvements pour la conformité. Rien ne
      *                 regardait les mouvements sous l'angle du
      *                 blanchiment alors que MVTHSTF garde chacun
      *                 d'eux avec son compte et son code agence. Le
      *                 step passe après l'historisation MVTHST010
      *                 (les mouvements contrôlés par EDIT010 de la
      *                 nuit y sont déjà, à la date de traitement)
      *                 et applique aux comptes mouvementés dans la
      *                 nuit quatre règles, hors mouvements internes
      *                 IN, FR et SO :
      *                 - S : mouvement au-delà du seuil déclaratif ;
      *                 - F : versements d'espèces (remises des
      *                 agences A1/A2/A3) juste sous le seuil, en
      *                 nombre sur quelques jours - dont un cette
      *                 nuit ;
      *                 - D : mouvement sur un compte déclaré
      *                 dormant par DRMSCN010 (une seule alerte par
      *                 réveil) ;
      *                 - R : fonds entrés puis ressortis pour
      *                 l'essentiel en quelques jours.
      *                 Seuils et fenêtres dans AMLPRMF (copy AMLREC),
      *                 valeurs maison à défaut ; fenêtres en jours
      *                 30/360 comme ailleurs dans la maison. Chaque
      *                 alerte ouvre un dossier numéroté dans AMLCASF
      *                 (EXTEND), instruit ensuite par la conformité
      *                 dans AMLCAS1 ; l'état AMLRPT (via RPTHDR010)
      *                 liste les alertes de la nuit. Une table
      *                 pleine arrête le step sans rien écrire plutôt
      *                 que de surveiller à moitié. Raccordé au
      *                 pilotage de reprise (STEPCTL01, indispensable
      *                 : une relance ouvrirait les dossiers en
      *                 double), à la date de traitement (DATPRM01) et
      *                 au journal de run (RUNFILE).
      * 2026-10-09  AG  Les jambes de virement inter-agences
      *                 (MVT-ORIGINE V) ne comptent plus comme espèces
      *                 pour la règle de fractionnement : ce sont des
      *                 virements de compte à compte.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Paramètres des règles - voir copy AMLREC
           SELECT AMLPRMF ASSIGN TO "AMLPRMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      * Registre de dormance tenu par DRMSCN010 - voir copy DRMREC
           SELECT DRMFILE ASSIGN TO "DRMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRM-STATUS.

      * Historique permanent des mouvements - voir copy MVTHREC
           SELECT MVTHSTF ASSIGN TO "MVTHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Dossiers d'alerte - voir copy AMLREC, relus pour le dernier
      * numéro puis étendus
           SELECT AMLCASF ASSIGN TO "AMLCASF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.

      * Etat des alertes de la nuit
           SELECT AMLRPT ASSIGN TO "AMLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AMLPRMF
           RECORD CONTAINS 36 CHARACTERS.
       01  AMLPRMF-ENREG               PIC X(36).

       FD  DRMFILE
           RECORD CONTAINS 29 CHARACTERS.
       01  DRMFILE-ENREG               PIC X(29).

       FD  MVTHSTF
           RECORD CONTAINS 61 CHARACTERS.
       01  MVTHSTF-ENREG               PIC X(61).

       FD  AMLCASF
           RECORD CONTAINS 87 CHARACTERS.
       01  AMLCASF-ENREG               PIC X(87).

       FD  AMLRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  AMLRPT-LIGNE                PIC X(80).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Dossier d'alerte et paramètres - voir copy AMLREC
       COPY AMLREC.

      * Poste du registre de dormance - voir copy DRMREC
       COPY DRMREC.

      * Mouvement historisé courant - voir copy MVTHREC
       COPY MVTHREC.

      * Mouvement sous-jacent - voir copy TRANREC
       COPY TRANREC.

       01  WS-PRM-STATUS               PIC X(02).
           88  WS-PRM-OK               VALUE "00".

       01  WS-DRM-STATUS               PIC X(02).
           88  WS-DRM-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-CAS-STATUS               PIC X(02).
           88  WS-CAS-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Valeurs maison des paramètres, retenues quand AMLPRMF est
      * absent ou illisible
       01  WS-DEF-SEUIL-DECLARATION    PIC 9(07)V9(02) VALUE 10000.00.
       01  WS-DEF-SEUIL-FRACTION       PIC 9(07)V9(02) VALUE 8000.00.
       01  WS-DEF-NB-FRACTION          PIC 9(02) VALUE 03.
       01  WS-DEF-JOURS-FRACTION       PIC 9(02) VALUE 05.
       01  WS-DEF-SEUIL-ALLER-RETOUR   PIC 9(07)V9(02) VALUE 5000.00.
       01  WS-DEF-POURCENT-SORTIE      PIC 9(03) VALUE 080.
       01  WS-DEF-JOURS-ALLER-RETOUR   PIC 9(02) VALUE 03.

      * Plus longue des deux fenêtres : profondeur de l'historique
      * retenu en table
       01  WS-JOURS-FENETRE            PIC 9(02).

      * Comptes dormants du registre ; le témoin note qu'un dossier
      * D a déjà été ouvert depuis la mise en dormance
       01  WS-DOR-TABLE.
           05  WS-DOR-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-DOR-IDX.
               10  WS-DOR-COMPTE       PIC X(12).
               10  WS-DOR-DATE-DORMANCE PIC 9(08).
               10  WS-DOR-ALERTE       PIC X(01).
       01  WS-NB-DOR                   PIC 9(03) VALUE ZEROES.

       01  WS-DOR-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-DOR-TROUVE           VALUE "O".

      * Mouvements client de la fenêtre, relus dans MVTHSTF, avec
      * leur âge en jours (0 = mouvements de la nuit)
       01  WS-MVT-TABLE.
           05  WS-MVT-ENTREE OCCURS 3000 TIMES
                   INDEXED BY WS-MVT-IDX.
               10  WS-MVT-COMPTE       PIC X(12).
               10  WS-MVT-TYPE         PIC X(01).
               10  WS-MVT-MONTANT      PIC 9(07)V9(02).
               10  WS-MVT-ESPECES      PIC X(01).
               10  WS-MVT-AGE          PIC 9(03).
       01  WS-NB-MVT                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-MVT                   PIC 9(04).

      * Synthèse par compte mouvementé dans la nuit
       01  WS-SYN-TABLE.
           05  WS-SYN-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-SYN-IDX.
               10  WS-SYN-COMPTE       PIC X(12).
               10  WS-SYN-NB-JOUR      PIC 9(03).
               10  WS-SYN-MONTANT-JOUR PIC 9(09)V9(02).
               10  WS-SYN-FRACTION-JOUR PIC X(01).
               10  WS-SYN-NB-FRACTION  PIC 9(03).
               10  WS-SYN-TOTAL-FRACTION PIC 9(09)V9(02).
               10  WS-SYN-NB-AR        PIC 9(03).
               10  WS-SYN-ENTREES      PIC 9(09)V9(02).
               10  WS-SYN-SORTIES      PIC 9(09)V9(02).
       01  WS-NB-SYN                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-SYN                   PIC 9(03).

       01  WS-SYN-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SYN-TROUVE           VALUE "O".

      * Table pleine au chargement : aucune alerte n'est écrite
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

      * Age d'un mouvement en jours (convention 30/360)
       01  WS-AGE-JOURS                PIC S9(05).
       01  WS-DATE-DECOMP-T.
           05  WS-DECT-AAAA            PIC 9(04).
           05  WS-DECT-MM              PIC 9(02).
           05  WS-DECT-JJ              PIC 9(02).
       01  WS-DATE-DECOMP-M.
           05  WS-DECM-AAAA            PIC 9(04).
           05  WS-DECM-MM              PIC 9(02).
           05  WS-DECM-JJ              PIC 9(02).

      * Alerte en préparation
       01  WS-ALR-REGLE                PIC X(01).
       01  WS-ALR-COMPTE               PIC X(12).
       01  WS-ALR-MONTANT              PIC 9(09)V9(02).
       01  WS-ALR-NB                   PIC 9(03).
       01  WS-MONTANT-MAX              PIC 9(07)V9(02) VALUE 9999999.99.
       01  WS-SORTIES-X100             PIC 9(11)V9(02).
       01  WS-ENTREES-XPCT             PIC 9(11)V9(02).

       01  WS-DERNIER-NUMERO           PIC 9(07) VALUE ZEROES.

       01  WS-NB-MVT-LUS               PIC 9(07) VALUE ZEROES.
       01  WS-NB-ALERTES               PIC 9(05) VALUE ZEROES.
       01  WS-NB-ALERTES-S             PIC 9(05) VALUE ZEROES.
       01  WS-NB-ALERTES-F             PIC 9(05) VALUE ZEROES.
       01  WS-NB-ALERTES-D             PIC 9(05) VALUE ZEROES.
       01  WS-NB-ALERTES-R             PIC 9(05) VALUE ZEROES.

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "ALERTES DE SURVEILLANCE DES MOUVEMENTS".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.
       01  WS-NB-LIGNES-PAGE           PIC 9(02) VALUE ZEROES.
       01  WS-MAX-LIGNES-PAGE          PIC 9(02) VALUE 50.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-SEUILS.
           05  FILLER                  PIC X(19)
               VALUE "SEUIL DECLARATIF : ".
           05  LS-SEUIL                PIC Z(06)9.99.
           05  FILLER                  PIC X(19)
               VALUE "   FRACTIONNEMENT ".
           05  LS-NB-FRACTION          PIC Z9.
           05  FILLER                  PIC X(04) VALUE " EN ".
           05  LS-JOURS-FRACTION       PIC Z9.
           05  FILLER                  PIC X(04) VALUE " J. ".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(09) VALUE "DOSSIER".
           05  FILLER                  PIC X(13) VALUE "COMPTE".
           05  FILLER                  PIC X(23) VALUE "REGLE".
           05  FILLER                  PIC X(13) VALUE "      MONTANT".
           05  FILLER                  PIC X(22) VALUE "  NB".

       01  WS-LIGNE-DETAIL.
           05  DL-NUMERO               PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMPTE               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-REGLE                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-LIBELLE-REGLE        PIC X(21).
           05  DL-MONTANT              PIC Z(09)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-NB                   PIC ZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-LIGNE-AUCUNE.
           05  FILLER                  PIC X(40)
               VALUE "AUCUNE ALERTE CETTE NUIT".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-LIGNE-RECAP-NB.
           05  RN-LIBELLE              PIC X(32).
           05  RN-NOMBRE               PIC ZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF) : un step déjà terminé pour la date du jour
      * est sauté à la relance - indispensable ici, une relance
      * ouvrirait les dossiers en double
       01  WS-STEP-NOM                 PIC X(08) VALUE "AMLMON01".
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
                   PERFORM 2000-EVALUER-UN-MOUVEMENT
                       VARYING WS-NO-MVT FROM 1 BY 1
                           UNTIL WS-NO-MVT > WS-NB-MVT
                           OR WS-TABLE-PLEINE
               END-IF
               IF WS-CODE-RETOUR < 8 AND NOT WS-TABLE-PLEINE
                   PERFORM 3000-CUMULER-UN-MOUVEMENT
                       VARYING WS-NO-MVT FROM 1 BY 1
                           UNTIL WS-NO-MVT > WS-NB-MVT
                   PERFORM 4000-EVALUER-UN-COMPTE
                       VARYING WS-NO-SYN FROM 1 BY 1
                           UNTIL WS-NO-SYN > WS-NB-SYN
                   PERFORM 6000-IMPRIMER-TOTAUX
               END-IF
               IF WS-TABLE-PLEINE
                   DISPLAY "TABLE PLEINE - SURVEILLANCE INCOMPLETE, "
                       "AUCUNE ALERTE ECRITE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
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
               MOVE WS-NB-ALERTES TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : retient les paramètres, charge comptes   *
      * dormants, dernier numéro de dossier et mouvements de la     *
      * fenêtre, puis ouvre les dossiers en ajout et l'état         *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-PARAMETRES.
           PERFORM 1200-CHARGER-DORMANTS.
           PERFORM 1300-RELIRE-DOSSIERS.
           PERFORM 1400-CHARGER-MOUVEMENTS.

           IF WS-TABLE-PLEINE
               CONTINUE
           ELSE
               PERFORM 1500-OUVRIR-SORTIES
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-PARAMETRES : lit le poste de paramètres ;      *
      * fichier absent ou poste non numérique = valeurs maison      *
      * -----------------------------------------------------------*
       1100-CHARGER-PARAMETRES.
           PERFORM 1150-PRENDRE-DEFAUTS.

           OPEN INPUT AMLPRMF.
           IF WS-PRM-OK
               READ AMLPRMF INTO AMP-ENREG
                   AT END
                       DISPLAY "AMLPRMF VIDE - VALEURS PAR DEFAUT"
               END-READ
               CLOSE AMLPRMF
               IF AMP-SEUIL-DECLARATION NOT NUMERIC
                   OR AMP-SEUIL-FRACTION NOT NUMERIC
                   OR AMP-NB-FRACTION NOT NUMERIC
                   OR AMP-JOURS-FRACTION NOT NUMERIC
                   OR AMP-SEUIL-ALLER-RETOUR NOT NUMERIC
                   OR AMP-POURCENT-SORTIE NOT NUMERIC
                   OR AMP-JOURS-ALLER-RETOUR NOT NUMERIC
                   DISPLAY "AMLPRMF ILLISIBLE - VALEURS PAR DEFAUT"
                   PERFORM 9700-NOTER-REJET
                   PERFORM 1150-PRENDRE-DEFAUTS
               END-IF
           ELSE
               DISPLAY "AMLPRMF ABSENT - VALEURS PAR DEFAUT"
           END-IF.

           IF AMP-JOURS-FRACTION > AMP-JOURS-ALLER-RETOUR
               MOVE AMP-JOURS-FRACTION TO WS-JOURS-FENETRE
           ELSE
               MOVE AMP-JOURS-ALLER-RETOUR TO WS-JOURS-FENETRE
           END-IF.

      * -----------------------------------------------------------*
      * 1150-PRENDRE-DEFAUTS : pose les valeurs maison              *
      * -----------------------------------------------------------*
       1150-PRENDRE-DEFAUTS.
           MOVE WS-DEF-SEUIL-DECLARATION  TO AMP-SEUIL-DECLARATION.
           MOVE WS-DEF-SEUIL-FRACTION     TO AMP-SEUIL-FRACTION.
           MOVE WS-DEF-NB-FRACTION        TO AMP-NB-FRACTION.
           MOVE WS-DEF-JOURS-FRACTION     TO AMP-JOURS-FRACTION.
           MOVE WS-DEF-SEUIL-ALLER-RETOUR TO AMP-SEUIL-ALLER-RETOUR.
           MOVE WS-DEF-POURCENT-SORTIE    TO AMP-POURCENT-SORTIE.
           MOVE WS-DEF-JOURS-ALLER-RETOUR TO AMP-JOURS-ALLER-RETOUR.

      * -----------------------------------------------------------*
      * 1200-CHARGER-DORMANTS : charge les comptes dormants du      *
      * registre de DRMSCN010 ; registre absent = règle D inactive  *
      * -----------------------------------------------------------*
       1200-CHARGER-DORMANTS.
           OPEN INPUT DRMFILE.
           IF WS-DRM-OK
               PERFORM 1250-LIRE-ET-STOCKER-DORMANT
                   UNTIL NOT WS-DRM-OK OR WS-TABLE-PLEINE
               CLOSE DRMFILE
           ELSE
               DISPLAY "DRMFILE ABSENT - AUCUN COMPTE DORMANT"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-DORMANT : lit un poste du registre et  *
      * retient le compte s'il est dormant                          *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-DORMANT.
           READ DRMFILE INTO DRM-ENREG
               AT END
                   MOVE "10" TO WS-DRM-STATUS
               NOT AT END
                   IF DRM-DORMANT
                       IF WS-NB-DOR >= 500
                           SET WS-TABLE-PLEINE TO TRUE
                       ELSE
                           ADD 1 TO WS-NB-DOR
                           MOVE DRM-COMPTE
                               TO WS-DOR-COMPTE(WS-NB-DOR)
                           MOVE DRM-DATE-DORMANCE
                               TO WS-DOR-DATE-DORMANCE(WS-NB-DOR)
                           MOVE "N" TO WS-DOR-ALERTE(WS-NB-DOR)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-RELIRE-DOSSIERS : relit les dossiers pour le dernier   *
      * numéro attribué et les réveils de comptes dormants déjà     *
      * signalés ; fichier absent = premier dossier                 *
      * -----------------------------------------------------------*
       1300-RELIRE-DOSSIERS.
           OPEN INPUT AMLCASF.
           IF WS-CAS-OK
               PERFORM 1350-LIRE-UN-DOSSIER
                   UNTIL NOT WS-CAS-OK
               CLOSE AMLCASF
           ELSE
               DISPLAY "AMLCASF ABSENT - PREMIER DOSSIER"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-UN-DOSSIER : retient le plus grand numéro et      *
      * marque le compte dormant déjà signalé depuis sa dormance    *
      * -----------------------------------------------------------*
       1350-LIRE-UN-DOSSIER.
           READ AMLCASF INTO AML-ENREG
               AT END
                   MOVE "10" TO WS-CAS-STATUS
               NOT AT END
                   IF AML-NUMERO > WS-DERNIER-NUMERO
                       MOVE AML-NUMERO TO WS-DERNIER-NUMERO
                   END-IF
                   IF AML-REGLE-DORMANT
                       MOVE AML-COMPTE TO WS-ALR-COMPTE
                       PERFORM 4100-CHERCHER-DORMANT
                       IF WS-DOR-TROUVE
                           AND AML-DATE-ALERTE >=
                               WS-DOR-DATE-DORMANCE(WS-DOR-IDX)
                           MOVE "O" TO WS-DOR-ALERTE(WS-DOR-IDX)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1400-CHARGER-MOUVEMENTS : relit l'historique et garde les   *
      * mouvements client de la fenêtre ; historique absent = rien  *
      * à surveiller                                                *
      * -----------------------------------------------------------*
       1400-CHARGER-MOUVEMENTS.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP-T.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT MVTHSTF.
           IF WS-HST-OK
               PERFORM 1450-LIRE-UN-MOUVEMENT
                   UNTIL WS-FIN-FICHIER OR WS-TABLE-PLEINE
               CLOSE MVTHSTF
           ELSE
               DISPLAY "MVTHSTF ABSENT - AUCUN MOUVEMENT A SURVEILLER"
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-UN-MOUVEMENT : lit un mouvement historisé et le   *
      * garde s'il est à l'initiative du client et dans la fenêtre  *
      * -----------------------------------------------------------*
       1450-LIRE-UN-MOUVEMENT.
           READ MVTHSTF INTO MVTH-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-MVT-LUS
                   MOVE MVTH-MOUVEMENT TO MOUVEMENT-ENREG
                   MOVE MVTH-DATE-TRAITEMENT TO WS-DATE-DECOMP-M
                   COMPUTE WS-AGE-JOURS =
                       ((WS-DECT-AAAA - WS-DECM-AAAA) * 360)
                       + ((WS-DECT-MM - WS-DECM-MM) * 30)
                       + (WS-DECT-JJ - WS-DECM-JJ)
                   IF WS-AGE-JOURS >= ZEROES
                       AND WS-AGE-JOURS <= WS-JOURS-FENETRE
                       AND MVT-AGENCE NOT = "IN" AND NOT = "FR"
                           AND NOT = "SO"
                       PERFORM 1470-STOCKER-UN-MOUVEMENT
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1470-STOCKER-UN-MOUVEMENT : place le mouvement courant dans *
      * la table ; les remises d'agence sont des espèces, hors      *
      * jambes de virement inter-agences (compte à compte)          *
      * -----------------------------------------------------------*
       1470-STOCKER-UN-MOUVEMENT.
           IF WS-NB-MVT >= 3000
               SET WS-TABLE-PLEINE TO TRUE
           ELSE
               ADD 1 TO WS-NB-MVT
               MOVE MVT-COMPTE   TO WS-MVT-COMPTE(WS-NB-MVT)
               MOVE MVT-TYPE     TO WS-MVT-TYPE(WS-NB-MVT)
               MOVE MVT-MONTANT  TO WS-MVT-MONTANT(WS-NB-MVT)
               MOVE WS-AGE-JOURS TO WS-MVT-AGE(WS-NB-MVT)
               IF (MVT-AGENCE = "A1" OR "A2" OR "A3")
                   AND NOT MVT-VIREMENT-AGENCE
                   MOVE "O" TO WS-MVT-ESPECES(WS-NB-MVT)
               ELSE
                   MOVE "N" TO WS-MVT-ESPECES(WS-NB-MVT)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1500-OUVRIR-SORTIES : ouvre les dossiers en ajout et l'état *
      * -----------------------------------------------------------*
       1500-OUVRIR-SORTIES.
      * EXTEND : les dossiers sont permanents ; premier dossier =
      * le fichier n'existe pas encore (statut 35)
           OPEN EXTEND AMLCASF.
           IF WS-CAS-STATUS = "35"
               OPEN OUTPUT AMLCASF
           END-IF.
           IF NOT WS-CAS-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR AMLCASF - STATUT "
                   WS-CAS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT AMLRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR AMLRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 5900-IMPRIMER-ENTETE
           END-IF.

      * -----------------------------------------------------------*
      * 2000-EVALUER-UN-MOUVEMENT : pour un mouvement de la nuit,   *
      * tient la synthèse de son compte                             *
      * -----------------------------------------------------------*
       2000-EVALUER-UN-MOUVEMENT.
           IF WS-MVT-AGE(WS-NO-MVT) = ZEROES
               MOVE WS-MVT-COMPTE(WS-NO-MVT) TO WS-ALR-COMPTE
               PERFORM 2100-CHERCHER-SYNTHESE
               IF NOT WS-SYN-TROUVE
                   PERFORM 2150-CREER-SYNTHESE
               END-IF
               IF WS-SYN-TROUVE
                   ADD 1 TO WS-SYN-NB-JOUR(WS-SYN-IDX)
                   ADD WS-MVT-MONTANT(WS-NO-MVT)
                       TO WS-SYN-MONTANT-JOUR(WS-SYN-IDX)
                   IF WS-MVT-ESPECES(WS-NO-MVT) = "O"
                       AND WS-MVT-TYPE(WS-NO-MVT) = "C"
                       AND WS-MVT-MONTANT(WS-NO-MVT)
                           >= AMP-SEUIL-FRACTION
                       AND WS-MVT-MONTANT(WS-NO-MVT)
                           < AMP-SEUIL-DECLARATION
                       MOVE "O" TO WS-SYN-FRACTION-JOUR(WS-SYN-IDX)
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2100-CHERCHER-SYNTHESE : cherche la synthèse du compte      *
      * WS-ALR-COMPTE                                               *
      * -----------------------------------------------------------*
       2100-CHERCHER-SYNTHESE.
           MOVE "N" TO WS-SYN-TROUVE-SWITCH.

           IF WS-NB-SYN > ZEROES
               SET WS-SYN-IDX TO 1
               SEARCH WS-SYN-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SYN-IDX > WS-NB-SYN
                       CONTINUE
                   WHEN WS-SYN-COMPTE(WS-SYN-IDX) = WS-ALR-COMPTE
                       SET WS-SYN-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2150-CREER-SYNTHESE : crée la synthèse du compte            *
      * WS-ALR-COMPTE                                               *
      * -----------------------------------------------------------*
       2150-CREER-SYNTHESE.
           IF WS-NB-SYN >= 500
               SET WS-TABLE-PLEINE TO TRUE
           ELSE
               ADD 1 TO WS-NB-SYN
               SET WS-SYN-IDX TO WS-NB-SYN
               MOVE WS-ALR-COMPTE TO WS-SYN-COMPTE(WS-SYN-IDX)
               MOVE ZEROES TO WS-SYN-NB-JOUR(WS-SYN-IDX)
                              WS-SYN-MONTANT-JOUR(WS-SYN-IDX)
                              WS-SYN-NB-FRACTION(WS-SYN-IDX)
                              WS-SYN-TOTAL-FRACTION(WS-SYN-IDX)
                              WS-SYN-NB-AR(WS-SYN-IDX)
                              WS-SYN-ENTREES(WS-SYN-IDX)
                              WS-SYN-SORTIES(WS-SYN-IDX)
               MOVE "N" TO WS-SYN-FRACTION-JOUR(WS-SYN-IDX)
               SET WS-SYN-TROUVE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 3000-CUMULER-UN-MOUVEMENT : applique la règle S aux         *
      * mouvements de la nuit et cumule un mouvement de la fenêtre  *
      * sur la synthèse de son compte, s'il a bougé dans la nuit -  *
      * versements fractionnés et entrées/sorties                   *
      * -----------------------------------------------------------*
       3000-CUMULER-UN-MOUVEMENT.
           IF WS-MVT-AGE(WS-NO-MVT) = ZEROES
               AND WS-MVT-MONTANT(WS-NO-MVT) >= AMP-SEUIL-DECLARATION
               MOVE "S" TO WS-ALR-REGLE
               MOVE WS-MVT-COMPTE(WS-NO-MVT) TO WS-ALR-COMPTE
               MOVE WS-MVT-MONTANT(WS-NO-MVT) TO WS-ALR-MONTANT
               MOVE 1 TO WS-ALR-NB
               PERFORM 5000-OUVRIR-DOSSIER
           END-IF.

           MOVE WS-MVT-COMPTE(WS-NO-MVT) TO WS-ALR-COMPTE.
           PERFORM 2100-CHERCHER-SYNTHESE.

           IF WS-SYN-TROUVE
               IF WS-MVT-ESPECES(WS-NO-MVT) = "O"
                   AND WS-MVT-TYPE(WS-NO-MVT) = "C"
                   AND WS-MVT-MONTANT(WS-NO-MVT) >= AMP-SEUIL-FRACTION
                   AND WS-MVT-MONTANT(WS-NO-MVT)
                       < AMP-SEUIL-DECLARATION
                   AND WS-MVT-AGE(WS-NO-MVT) <= AMP-JOURS-FRACTION
                   ADD 1 TO WS-SYN-NB-FRACTION(WS-SYN-IDX)
                   ADD WS-MVT-MONTANT(WS-NO-MVT)
                       TO WS-SYN-TOTAL-FRACTION(WS-SYN-IDX)
               END-IF
               IF WS-MVT-AGE(WS-NO-MVT) <= AMP-JOURS-ALLER-RETOUR
                   ADD 1 TO WS-SYN-NB-AR(WS-SYN-IDX)
                   IF WS-MVT-TYPE(WS-NO-MVT) = "C"
                       ADD WS-MVT-MONTANT(WS-NO-MVT)
                           TO WS-SYN-ENTREES(WS-SYN-IDX)
                   ELSE
                       ADD WS-MVT-MONTANT(WS-NO-MVT)
                           TO WS-SYN-SORTIES(WS-SYN-IDX)
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4000-EVALUER-UN-COMPTE : applique au compte mouvementé les  *
      * règles D (réveil de dormant), F (fractionnement) et R       *
      * (aller-retour)                                              *
      * -----------------------------------------------------------*
       4000-EVALUER-UN-COMPTE.
           SET WS-SYN-IDX TO WS-NO-SYN.
           MOVE WS-SYN-COMPTE(WS-SYN-IDX) TO WS-ALR-COMPTE.

           PERFORM 4100-CHERCHER-DORMANT.
           IF WS-DOR-TROUVE
               IF WS-DOR-ALERTE(WS-DOR-IDX) NOT = "O"
                   MOVE "O" TO WS-DOR-ALERTE(WS-DOR-IDX)
                   MOVE "D" TO WS-ALR-REGLE
                   MOVE WS-SYN-MONTANT-JOUR(WS-SYN-IDX)
                       TO WS-ALR-MONTANT
                   MOVE WS-SYN-NB-JOUR(WS-SYN-IDX) TO WS-ALR-NB
                   PERFORM 5000-OUVRIR-DOSSIER
               END-IF
           END-IF.

           IF WS-SYN-FRACTION-JOUR(WS-SYN-IDX) = "O"
               AND WS-SYN-NB-FRACTION(WS-SYN-IDX) >= AMP-NB-FRACTION
               MOVE "F" TO WS-ALR-REGLE
               MOVE WS-SYN-TOTAL-FRACTION(WS-SYN-IDX)
                   TO WS-ALR-MONTANT
               MOVE WS-SYN-NB-FRACTION(WS-SYN-IDX) TO WS-ALR-NB
               PERFORM 5000-OUVRIR-DOSSIER
           END-IF.

           COMPUTE WS-SORTIES-X100 = WS-SYN-SORTIES(WS-SYN-IDX) * 100.
           COMPUTE WS-ENTREES-XPCT =
               WS-SYN-ENTREES(WS-SYN-IDX) * AMP-POURCENT-SORTIE.
           IF WS-SYN-ENTREES(WS-SYN-IDX) >= AMP-SEUIL-ALLER-RETOUR
               AND WS-SORTIES-X100 >= WS-ENTREES-XPCT
               MOVE "R" TO WS-ALR-REGLE
               MOVE WS-SYN-ENTREES(WS-SYN-IDX) TO WS-ALR-MONTANT
               MOVE WS-SYN-NB-AR(WS-SYN-IDX) TO WS-ALR-NB
               PERFORM 5000-OUVRIR-DOSSIER
           END-IF.

      * -----------------------------------------------------------*
      * 4100-CHERCHER-DORMANT : cherche WS-ALR-COMPTE parmi les     *
      * comptes dormants                                            *
      * -----------------------------------------------------------*
       4100-CHERCHER-DORMANT.
           MOVE "N" TO WS-DOR-TROUVE-SWITCH.

           IF WS-NB-DOR > ZEROES
               SET WS-DOR-IDX TO 1
               SEARCH WS-DOR-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-DOR-IDX > WS-NB-DOR
                       CONTINUE
                   WHEN WS-DOR-COMPTE(WS-DOR-IDX) = WS-ALR-COMPTE
                       SET WS-DOR-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 5000-OUVRIR-DOSSIER : numérote l'alerte préparée, l'écrit   *
      * ouverte dans AMLCASF et l'imprime                           *
      * -----------------------------------------------------------*
       5000-OUVRIR-DOSSIER.
           ADD 1 TO WS-DERNIER-NUMERO.
           ADD 1 TO WS-NB-ALERTES.
           EVALUATE WS-ALR-REGLE
               WHEN "S"
                   ADD 1 TO WS-NB-ALERTES-S
               WHEN "F"
                   ADD 1 TO WS-NB-ALERTES-F
               WHEN "D"
                   ADD 1 TO WS-NB-ALERTES-D
               WHEN OTHER
                   ADD 1 TO WS-NB-ALERTES-R
           END-EVALUATE.

           MOVE SPACES TO AML-ENREG.
           MOVE WS-DERNIER-NUMERO  TO AML-NUMERO.
           MOVE WS-DATE-TRAITEMENT TO AML-DATE-ALERTE.
           MOVE WS-ALR-COMPTE      TO AML-COMPTE.
           MOVE WS-ALR-REGLE       TO AML-REGLE.
           IF WS-ALR-MONTANT > WS-MONTANT-MAX
               MOVE WS-MONTANT-MAX TO AML-MONTANT
           ELSE
               MOVE WS-ALR-MONTANT TO AML-MONTANT
           END-IF.
           MOVE WS-ALR-NB          TO AML-NB-MVT.
           SET AML-OUVERT TO TRUE.
           MOVE WS-DATE-TRAITEMENT TO AML-DATE-STATUT.

           IF WS-CAS-OK
               WRITE AMLCASF-ENREG FROM AML-ENREG
           END-IF.

           IF WS-RPT-OK
               IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
                   PERFORM 5900-IMPRIMER-ENTETE
               END-IF
               MOVE AML-NUMERO    TO DL-NUMERO
               MOVE AML-COMPTE    TO DL-COMPTE
               MOVE AML-REGLE     TO DL-REGLE
               EVALUATE TRUE
                   WHEN AML-REGLE-SEUIL
                       MOVE "SEUIL DECLARATIF" TO DL-LIBELLE-REGLE
                   WHEN AML-REGLE-FRACTION
                       MOVE "FRACTIONNEMENT" TO DL-LIBELLE-REGLE
                   WHEN AML-REGLE-DORMANT
                       MOVE "REVEIL COMPTE DORMANT"
                           TO DL-LIBELLE-REGLE
                   WHEN OTHER
                       MOVE "ALLER-RETOUR RAPIDE" TO DL-LIBELLE-REGLE
               END-EVALUATE
               MOVE WS-ALR-MONTANT TO DL-MONTANT
               MOVE AML-NB-MVT    TO DL-NB
               WRITE AMLRPT-LIGNE FROM WS-LIGNE-DETAIL
               ADD 1 TO WS-NB-LIGNES-PAGE
           END-IF.

      * -----------------------------------------------------------*
      * 5900-IMPRIMER-ENTETE : titre, seuils et en-tête des         *
      * colonnes d'une nouvelle page                                *
      * -----------------------------------------------------------*
       5900-IMPRIMER-ENTETE.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE AMLRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE AMLRPT-LIGNE FROM WS-LIGNE-VIDE.

           MOVE AMP-SEUIL-DECLARATION TO LS-SEUIL.
           MOVE AMP-NB-FRACTION TO LS-NB-FRACTION.
           MOVE AMP-JOURS-FRACTION TO LS-JOURS-FRACTION.
           WRITE AMLRPT-LIGNE FROM WS-LIGNE-SEUILS.
           WRITE AMLRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE AMLRPT-LIGNE FROM WS-LIGNE-ENTETE-2.
           MOVE ZEROES TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 6000-IMPRIMER-TOTAUX : nombre d'alertes par règle           *
      * -----------------------------------------------------------*
       6000-IMPRIMER-TOTAUX.
           IF WS-RPT-OK
               IF WS-NB-ALERTES = ZEROES
                   WRITE AMLRPT-LIGNE FROM WS-LIGNE-AUCUNE
               END-IF
               WRITE AMLRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE "COMPTES MOUVEMENTES           : " TO RN-LIBELLE
               MOVE WS-NB-SYN TO RN-NOMBRE
               WRITE AMLRPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "ALERTES SEUIL DECLARATIF      : " TO RN-LIBELLE
               MOVE WS-NB-ALERTES-S TO RN-NOMBRE
               WRITE AMLRPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "ALERTES FRACTIONNEMENT        : " TO RN-LIBELLE
               MOVE WS-NB-ALERTES-F TO RN-NOMBRE
               WRITE AMLRPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "ALERTES REVEIL DE DORMANT     : " TO RN-LIBELLE
               MOVE WS-NB-ALERTES-D TO RN-NOMBRE
               WRITE AMLRPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "ALERTES ALLER-RETOUR          : " TO RN-LIBELLE
               MOVE WS-NB-ALERTES-R TO RN-NOMBRE
               WRITE AMLRPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "TOTAL DES ALERTES             : " TO RN-LIBELLE
               MOVE WS-NB-ALERTES TO RN-NOMBRE
               WRITE AMLRPT-LIGNE FROM WS-LIGNE-RECAP-NB
           END-IF.

      * -----------------------------------------------------------*
      * 7000-TERMINER : ferme les fichiers et affiche les compteurs *
      * -----------------------------------------------------------*
       7000-TERMINER.
           IF WS-CAS-OK
               CLOSE AMLCASF
           END-IF.
           IF WS-RPT-OK
               CLOSE AMLRPT
           END-IF.

           DISPLAY "MOUVEMENTS LUS         : " WS-NB-MVT-LUS.
           DISPLAY "MOUVEMENTS SURVEILLES  : " WS-NB-MVT.
           DISPLAY "COMPTES MOUVEMENTES    : " WS-NB-SYN.
           DISPLAY "ALERTES OUVERTES       : " WS-NB-ALERTES.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "AMLMON01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-MVT-LUS TO RUN-NB-LUS.
           MOVE WS-NB-ALERTES TO RUN-NB-ECRITS.
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
