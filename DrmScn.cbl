       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRMSCN010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-07  AG  Création : balayage mensuel de dormance des
      *                 comptes. Des comptes que plus personne ne
      *                 touche depuis des années continuaient de
      *                 payer les frais de FEEENG010. Le programme
      *                 relève dans l'historique MVTHSTF, pour chaque
      *                 compte non clôturé du maître ACCTFILE, la date
      *                 du dernier mouvement à l'initiative du client
      *                 (les mouvements internes IN intérêts, FR frais
      *                 et SO ordres permanents ne comptent pas) et la
      *                 reporte dans le registre de dormance DRMFILE
      *                 (copy DRMREC, réécrit en entier) : un compte
      *                 sans mouvement client depuis N mois (PARM sur
      *                 2 chiffres, 12 par défaut) est déclaré
      *                 dormant, un compte dormant qui a de nouveau
      *                 bougé redevient vivant. Le registre garde la
      *                 date d'un historique depuis purgé ; un compte
      *                 inconnu du registre et sans mouvement part de
      *                 la date de traitement. FEEENG010 ne facture
      *                 plus les comptes dormants. L'état DRMRPT (via
      *                 RPTHDR010) liste les comptes dormants - les
      *                 nouveaux signalés - et les comptes réactivés,
      *                 avec le total des soldes dormants en euros
      *                 (FOREX01). Raccordé au pilotage de reprise
      *                 (STEPCTL01), à la date de traitement
      *                 (DATPRM01) et au journal de run (RUNFILE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des comptes - voir copy ACCTREC
           SELECT ACCTFILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

      * Historique permanent des mouvements - voir copy MVTHREC
           SELECT MVTHSTF ASSIGN TO "MVTHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Registre de dormance - voir copy DRMREC, réécrit en entier
           SELECT DRMFILE ASSIGN TO "DRMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRM-STATUS.

      * Etat des comptes dormants
           SELECT DRMRPT ASSIGN TO "DRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACCTFILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-ENREG              PIC X(50).

       FD  MVTHSTF
           RECORD CONTAINS 61 CHARACTERS.
       01  MVTHSTF-ENREG               PIC X(61).

       FD  DRMFILE
           RECORD CONTAINS 29 CHARACTERS.
       01  DRMFILE-ENREG               PIC X(29).

       FD  DRMRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  DRMRPT-LIGNE                PIC X(80).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des comptes - voir copy ACCTREC
       COPY ACCTREC.

      * Mouvement historisé courant - voir copy MVTHREC
       COPY MVTHREC.

      * Mouvement sous-jacent - voir copy TRANREC
       COPY TRANREC.

      * Poste du registre de dormance - voir copy DRMREC
       COPY DRMREC.

       01  WS-ACCT-STATUS              PIC X(02).
           88  WS-ACCT-OK              VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-DRM-STATUS               PIC X(02).
           88  WS-DRM-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Registre du balayage précédent, relu pour reprendre la date
      * du dernier mouvement client et le statut de chaque compte
       01  WS-ANC-TABLE.
           05  WS-ANC-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-ANC-IDX.
               10  WS-ANC-COMPTE       PIC X(12).
               10  WS-ANC-DERNIER-MVT  PIC 9(08).
               10  WS-ANC-STATUT       PIC X(01).
               10  WS-ANC-DATE-DORMANCE PIC 9(08).
       01  WS-NB-ANC                   PIC 9(03) VALUE ZEROES.

       01  WS-ANC-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-ANC-TROUVE           VALUE "O".

      * Nouveau registre, dans l'ordre du maître des comptes ;
      * l'état du run marque les comptes devenus dormants (N) ou
      * réactivés (R) ce mois
       01  WS-DRM-TABLE.
           05  WS-DRM-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-DRM-IDX.
               10  WS-DRM-COMPTE       PIC X(12).
               10  WS-DRM-DERNIER-MVT  PIC 9(08).
               10  WS-DRM-STATUT       PIC X(01).
               10  WS-DRM-DATE-DORMANCE PIC 9(08).
               10  WS-DRM-CLIENT       PIC X(08).
               10  WS-DRM-DEVISE       PIC X(03).
               10  WS-DRM-SOLDE        PIC S9(07)V9(02).
               10  WS-DRM-ETAT-RUN     PIC X(01).
       01  WS-NB-DRM                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-DRM                   PIC 9(03).

       01  WS-DRM-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-DRM-TROUVE           VALUE "O".

      * Table pleine au chargement : rien n'est réécrit
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Délai de dormance en mois : PARM de ligne de commande (2
      * chiffres) ou, à défaut, valeur maison
       01  WS-PARM-MOIS                PIC X(10).
       01  WS-MOIS-DEFAUT              PIC 9(02) VALUE 12.
       01  WS-MOIS-DORMANCE            PIC 9(02).

      * Rang absolu des mois (AAAA x 12 + MM) pour compter les mois
      * écoulés depuis le dernier mouvement client
       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).
           05  WS-DEC-JJ               PIC 9(02).
       01  WS-RANG-MOIS-TRT            PIC 9(06).
       01  WS-RANG-MOIS-MVT            PIC 9(06).
       01  WS-MOIS-INACTIFS            PIC 9(04).

       01  WS-NB-COMPTES               PIC 9(05) VALUE ZEROES.
       01  WS-NB-MVT-LUS               PIC 9(07) VALUE ZEROES.
       01  WS-NB-MVT-CLIENT            PIC 9(07) VALUE ZEROES.
       01  WS-NB-DORMANTS              PIC 9(05) VALUE ZEROES.
       01  WS-NB-NOUVEAUX              PIC 9(05) VALUE ZEROES.
       01  WS-NB-REACTIVES             PIC 9(05) VALUE ZEROES.
       01  WS-NB-IMPRIMES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-ECRITS                PIC 9(07) VALUE ZEROES.

      * Contre-valeur en euros (FOREX01) des soldes dormants
       01  WS-MONTANT-PRECTL           PIC S9(07)V9(02).
       01  WS-MONTANT-EUR              PIC S9(07)V9(02).
       01  WS-TOTAL-DORMANTS-EUR       PIC S9(09)V9(02) VALUE ZEROES.

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "ETAT DES COMPTES DORMANTS".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.
       01  WS-NB-LIGNES-PAGE           PIC 9(02) VALUE ZEROES.
       01  WS-MAX-LIGNES-PAGE          PIC 9(02) VALUE 50.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-PERIODE.
           05  FILLER                  PIC X(10) VALUE "PERIODE : ".
           05  LP-PERIODE              PIC 9(06).
           05  FILLER                  PIC X(24)
               VALUE "   DELAI DE DORMANCE : ".
           05  LP-MOIS                 PIC Z9.
           05  FILLER                  PIC X(38) VALUE " MOIS".

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(13) VALUE "COMPTE".
           05  FILLER                  PIC X(09) VALUE "CLIENT".
           05  FILLER                  PIC X(04) VALUE "DEV".
           05  FILLER                  PIC X(12) VALUE "      SOLDE".
           05  FILLER                  PIC X(10) VALUE "DERN. MVT".
           05  FILLER                  PIC X(05) VALUE " MOIS".
           05  FILLER                  PIC X(27) VALUE " ETAT".

       01  WS-LIGNE-DETAIL.
           05  DL-COMPTE               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-CLIENT               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-DEVISE               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-SOLDE                PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-DERNIER-MVT          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-MOIS                 PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ETAT                 PIC X(08).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-AUCUN.
           05  FILLER                  PIC X(40)
               VALUE "AUCUN COMPTE DORMANT NI REACTIVE".
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
       01  WS-STEP-NOM                 PIC X(08) VALUE "DRMSCN01".
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
                   PERFORM 2000-RELEVER-MOUVEMENTS
                   PERFORM 3000-EVALUER-UN-COMPTE
                       VARYING WS-NO-DRM FROM 1 BY 1
                           UNTIL WS-NO-DRM > WS-NB-DRM
                   PERFORM 4000-ECRIRE-REGISTRE
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
      * 1000-INITIALISER : retient le délai de dormance, charge le  *
      * registre précédent puis les comptes du maître ; un maître   *
      * absent ou une table pleine arrête le balayage               *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-MOIS FROM COMMAND-LINE.
           IF WS-PARM-MOIS(1:2) IS NUMERIC
               AND WS-PARM-MOIS(1:2) NOT = "00"
               MOVE WS-PARM-MOIS(1:2) TO WS-MOIS-DORMANCE
           ELSE
               MOVE WS-MOIS-DEFAUT TO WS-MOIS-DORMANCE
           END-IF.
           DISPLAY "DELAI DE DORMANCE (MOIS) : " WS-MOIS-DORMANCE.

           COMPUTE WS-RANG-MOIS-TRT = WS-TRT-AAAA * 12 + WS-TRT-MM.

           PERFORM 1100-CHARGER-REGISTRE.
           IF NOT WS-TABLE-PLEINE
               PERFORM 1200-CHARGER-COMPTES
           END-IF.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE PLEINE (500) - REGISTRE DE DORMANCE "
                   "NON MIS A JOUR"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-REGISTRE : charge le registre du balayage      *
      * précédent ; registre absent = premier balayage              *
      * -----------------------------------------------------------*
       1100-CHARGER-REGISTRE.
           OPEN INPUT DRMFILE.
           IF WS-DRM-OK
               PERFORM 1150-LIRE-ET-STOCKER-POSTE
                   UNTIL NOT WS-DRM-OK OR WS-TABLE-PLEINE
               CLOSE DRMFILE
           ELSE
               DISPLAY "DRMFILE ABSENT - PREMIER BALAYAGE"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-POSTE : lit un poste du registre et le *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-POSTE.
           READ DRMFILE INTO DRM-ENREG
               AT END
                   MOVE "10" TO WS-DRM-STATUS
               NOT AT END
                   IF WS-NB-ANC >= 500
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-ANC
                       MOVE DRM-COMPTE  TO WS-ANC-COMPTE(WS-NB-ANC)
                       MOVE DRM-DERNIER-MVT
                           TO WS-ANC-DERNIER-MVT(WS-NB-ANC)
                       MOVE DRM-STATUT  TO WS-ANC-STATUT(WS-NB-ANC)
                       MOVE DRM-DATE-DORMANCE
                           TO WS-ANC-DATE-DORMANCE(WS-NB-ANC)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-COMPTES : charge chaque compte non clôturé du  *
      * maître dans le nouveau registre                             *
      * -----------------------------------------------------------*
       1200-CHARGER-COMPTES.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-OK
               PERFORM 1250-LIRE-ET-STOCKER-COMPTE
                   UNTIL NOT WS-ACCT-OK OR WS-TABLE-PLEINE
               CLOSE ACCTFILE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR ACCTFILE - STATUT "
                   WS-ACCT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-COMPTE : lit un compte et le place     *
      * dans le registre avec la date et le statut du balayage      *
      * précédent (compte nouveau = vivant, date inconnue)          *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-COMPTE.
           READ ACCTFILE INTO COMPTE-ENREG
               AT END
                   MOVE "10" TO WS-ACCT-STATUS
               NOT AT END
                   IF NOT ACCT-CLOTURE
                       IF WS-NB-DRM >= 500
                           SET WS-TABLE-PLEINE TO TRUE
                       ELSE
                           PERFORM 1270-STOCKER-UN-COMPTE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1270-STOCKER-UN-COMPTE : crée le poste du compte courant    *
      * -----------------------------------------------------------*
       1270-STOCKER-UN-COMPTE.
           ADD 1 TO WS-NB-DRM.
           ADD 1 TO WS-NB-COMPTES.
           MOVE ACCT-COMPTE  TO WS-DRM-COMPTE(WS-NB-DRM).
           MOVE ACCT-CLIENT  TO WS-DRM-CLIENT(WS-NB-DRM).
           MOVE ACCT-DEVISE  TO WS-DRM-DEVISE(WS-NB-DRM).
           MOVE ACCT-SOLDE-OUVERTURE TO WS-DRM-SOLDE(WS-NB-DRM).
           MOVE SPACE        TO WS-DRM-ETAT-RUN(WS-NB-DRM).

           MOVE "N" TO WS-ANC-TROUVE-SWITCH.
           IF WS-NB-ANC > ZEROES
               SET WS-ANC-IDX TO 1
               SEARCH WS-ANC-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-ANC-IDX > WS-NB-ANC
                       CONTINUE
                   WHEN WS-ANC-COMPTE(WS-ANC-IDX) = ACCT-COMPTE
                       SET WS-ANC-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF WS-ANC-TROUVE
               MOVE WS-ANC-DERNIER-MVT(WS-ANC-IDX)
                   TO WS-DRM-DERNIER-MVT(WS-NB-DRM)
               MOVE WS-ANC-STATUT(WS-ANC-IDX)
                   TO WS-DRM-STATUT(WS-NB-DRM)
               MOVE WS-ANC-DATE-DORMANCE(WS-ANC-IDX)
                   TO WS-DRM-DATE-DORMANCE(WS-NB-DRM)
           ELSE
               MOVE ZEROES TO WS-DRM-DERNIER-MVT(WS-NB-DRM)
               MOVE "A"    TO WS-DRM-STATUT(WS-NB-DRM)
               MOVE ZEROES TO WS-DRM-DATE-DORMANCE(WS-NB-DRM)
           END-IF.

      * -----------------------------------------------------------*
      * 2000-RELEVER-MOUVEMENTS : relit l'historique des mouvements *
      * et retient par compte la date du dernier mouvement client ; *
      * historique absent = dates du registre conservées            *
      * -----------------------------------------------------------*
       2000-RELEVER-MOUVEMENTS.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT MVTHSTF.
           IF WS-HST-OK
               PERFORM 2100-LIRE-MOUVEMENT
                   UNTIL WS-FIN-FICHIER
               CLOSE MVTHSTF
           ELSE
               DISPLAY "MVTHSTF ABSENT - DATES DU REGISTRE CONSERVEES"
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-MOUVEMENT : lit un mouvement historisé et le      *
      * retient s'il est à l'initiative du client                   *
      * -----------------------------------------------------------*
       2100-LIRE-MOUVEMENT.
           READ MVTHSTF INTO MVTH-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-MVT-LUS
                   MOVE MVTH-MOUVEMENT TO MOUVEMENT-ENREG
                   IF MVT-AGENCE NOT = "IN" AND NOT = "FR"
                       AND NOT = "SO"
                       ADD 1 TO WS-NB-MVT-CLIENT
                       PERFORM 2150-DATER-COMPTE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2150-DATER-COMPTE : avance la date du dernier mouvement     *
      * client du compte du mouvement courant                       *
      * -----------------------------------------------------------*
       2150-DATER-COMPTE.
           MOVE "N" TO WS-DRM-TROUVE-SWITCH.
           IF WS-NB-DRM > ZEROES
               SET WS-DRM-IDX TO 1
               SEARCH WS-DRM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-DRM-IDX > WS-NB-DRM
                       CONTINUE
                   WHEN WS-DRM-COMPTE(WS-DRM-IDX) = MVT-COMPTE
                       SET WS-DRM-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF WS-DRM-TROUVE
               IF MVTH-DATE-TRAITEMENT > WS-DRM-DERNIER-MVT(WS-DRM-IDX)
                   MOVE MVTH-DATE-TRAITEMENT
                       TO WS-DRM-DERNIER-MVT(WS-DRM-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-EVALUER-UN-COMPTE : compte les mois écoulés depuis le  *
      * dernier mouvement client ; au-delà du délai le compte est   *
      * dormant, en deçà un compte dormant redevient vivant         *
      * -----------------------------------------------------------*
       3000-EVALUER-UN-COMPTE.
           SET WS-DRM-IDX TO WS-NO-DRM.

           IF WS-DRM-DERNIER-MVT(WS-DRM-IDX) = ZEROES
               MOVE WS-DATE-TRAITEMENT
                   TO WS-DRM-DERNIER-MVT(WS-DRM-IDX)
           END-IF.

           MOVE WS-DRM-DERNIER-MVT(WS-DRM-IDX) TO WS-DATE-DECOMP.
           COMPUTE WS-RANG-MOIS-MVT = WS-DEC-AAAA * 12 + WS-DEC-MM.
           IF WS-RANG-MOIS-MVT < WS-RANG-MOIS-TRT
               COMPUTE WS-MOIS-INACTIFS =
                   WS-RANG-MOIS-TRT - WS-RANG-MOIS-MVT
           ELSE
               MOVE ZEROES TO WS-MOIS-INACTIFS
           END-IF.

           IF WS-MOIS-INACTIFS >= WS-MOIS-DORMANCE
               IF WS-DRM-STATUT(WS-DRM-IDX) NOT = "D"
                   MOVE "D" TO WS-DRM-STATUT(WS-DRM-IDX)
                   MOVE WS-DATE-TRAITEMENT
                       TO WS-DRM-DATE-DORMANCE(WS-DRM-IDX)
                   MOVE "N" TO WS-DRM-ETAT-RUN(WS-DRM-IDX)
                   ADD 1 TO WS-NB-NOUVEAUX
               END-IF
               ADD 1 TO WS-NB-DORMANTS
               MOVE WS-DRM-SOLDE(WS-DRM-IDX) TO WS-MONTANT-PRECTL
               CALL "FOREX01" USING WS-DRM-DEVISE(WS-DRM-IDX),
                   WS-MONTANT-PRECTL, WS-MONTANT-EUR
               ADD WS-MONTANT-EUR TO WS-TOTAL-DORMANTS-EUR
           ELSE
               IF WS-DRM-STATUT(WS-DRM-IDX) = "D"
                   MOVE "R" TO WS-DRM-ETAT-RUN(WS-DRM-IDX)
                   ADD 1 TO WS-NB-REACTIVES
               END-IF
               MOVE "A" TO WS-DRM-STATUT(WS-DRM-IDX)
               MOVE ZEROES TO WS-DRM-DATE-DORMANCE(WS-DRM-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 4000-ECRIRE-REGISTRE : réécrit le registre de dormance en   *
      * entier, dans l'ordre du maître des comptes                  *
      * -----------------------------------------------------------*
       4000-ECRIRE-REGISTRE.
           OPEN OUTPUT DRMFILE.
           IF NOT WS-DRM-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE DRMFILE - STATUT "
                   WS-DRM-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 4100-ECRIRE-UN-POSTE
                   VARYING WS-NO-DRM FROM 1 BY 1
                       UNTIL WS-NO-DRM > WS-NB-DRM
               CLOSE DRMFILE
           END-IF.

      * -----------------------------------------------------------*
      * 4100-ECRIRE-UN-POSTE : écrit le poste courant               *
      * -----------------------------------------------------------*
       4100-ECRIRE-UN-POSTE.
           MOVE WS-DRM-COMPTE(WS-NO-DRM)     TO DRM-COMPTE.
           MOVE WS-DRM-DERNIER-MVT(WS-NO-DRM) TO DRM-DERNIER-MVT.
           MOVE WS-DRM-STATUT(WS-NO-DRM)     TO DRM-STATUT.
           MOVE WS-DRM-DATE-DORMANCE(WS-NO-DRM)
               TO DRM-DATE-DORMANCE.
           WRITE DRMFILE-ENREG FROM DRM-ENREG.
           ADD 1 TO WS-NB-ECRITS.

      * -----------------------------------------------------------*
      * 5000-IMPRIMER-ETAT : imprime les comptes dormants et les    *
      * comptes réactivés du mois, puis les totaux                  *
      * -----------------------------------------------------------*
       5000-IMPRIMER-ETAT.
           OPEN OUTPUT DRMRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR DRMRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 5050-IMPRIMER-ENTETE
               PERFORM 5100-IMPRIMER-UN-COMPTE
                   VARYING WS-NO-DRM FROM 1 BY 1
                       UNTIL WS-NO-DRM > WS-NB-DRM
               IF WS-NB-IMPRIMES = ZEROES
                   WRITE DRMRPT-LIGNE FROM WS-LIGNE-AUCUN
               END-IF
               PERFORM 5200-IMPRIMER-TOTAUX
               CLOSE DRMRPT
           END-IF.

      * -----------------------------------------------------------*
      * 5050-IMPRIMER-ENTETE : titre, période, délai et en-tête des *
      * colonnes d'une nouvelle page                                *
      * -----------------------------------------------------------*
       5050-IMPRIMER-ENTETE.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-VIDE.

           MOVE WS-DATE-TRAITEMENT(1:6) TO LP-PERIODE.
           MOVE WS-MOIS-DORMANCE TO LP-MOIS.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-PERIODE.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-ENTETE-2.
           MOVE ZEROES TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5100-IMPRIMER-UN-COMPTE : imprime le compte courant s'il    *
      * est dormant (NOUVEAU s'il l'est devenu ce mois) ou s'il     *
      * vient d'être réactivé                                       *
      * -----------------------------------------------------------*
       5100-IMPRIMER-UN-COMPTE.
           SET WS-DRM-IDX TO WS-NO-DRM.

           IF WS-DRM-STATUT(WS-DRM-IDX) = "D"
               OR WS-DRM-ETAT-RUN(WS-DRM-IDX) = "R"
               IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
                   PERFORM 5050-IMPRIMER-ENTETE
               END-IF

               MOVE WS-DRM-COMPTE(WS-DRM-IDX)  TO DL-COMPTE
               MOVE WS-DRM-CLIENT(WS-DRM-IDX)  TO DL-CLIENT
               MOVE WS-DRM-DEVISE(WS-DRM-IDX)  TO DL-DEVISE
               MOVE WS-DRM-SOLDE(WS-DRM-IDX)   TO DL-SOLDE
               MOVE WS-DRM-DERNIER-MVT(WS-DRM-IDX) TO DL-DERNIER-MVT

               MOVE WS-DRM-DERNIER-MVT(WS-DRM-IDX) TO WS-DATE-DECOMP
               COMPUTE WS-RANG-MOIS-MVT =
                   WS-DEC-AAAA * 12 + WS-DEC-MM
               IF WS-RANG-MOIS-MVT < WS-RANG-MOIS-TRT
                   COMPUTE WS-MOIS-INACTIFS =
                       WS-RANG-MOIS-TRT - WS-RANG-MOIS-MVT
               ELSE
                   MOVE ZEROES TO WS-MOIS-INACTIFS
               END-IF
               MOVE WS-MOIS-INACTIFS TO DL-MOIS

               EVALUATE TRUE
                   WHEN WS-DRM-ETAT-RUN(WS-DRM-IDX) = "N"
                       MOVE "NOUVEAU"  TO DL-ETAT
                   WHEN WS-DRM-ETAT-RUN(WS-DRM-IDX) = "R"
                       MOVE "REACTIVE" TO DL-ETAT
                   WHEN OTHER
                       MOVE "DORMANT"  TO DL-ETAT
               END-EVALUATE

               WRITE DRMRPT-LIGNE FROM WS-LIGNE-DETAIL
               ADD 1 TO WS-NB-LIGNES-PAGE
               ADD 1 TO WS-NB-IMPRIMES
           END-IF.

      * -----------------------------------------------------------*
      * 5200-IMPRIMER-TOTAUX : comptes examinés, dormants (dont     *
      * nouveaux), réactivés et soldes dormants en euros            *
      * -----------------------------------------------------------*
       5200-IMPRIMER-TOTAUX.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE "COMPTES EXAMINES              : " TO RN-LIBELLE.
           MOVE WS-NB-COMPTES TO RN-NOMBRE.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "COMPTES DORMANTS              : " TO RN-LIBELLE.
           MOVE WS-NB-DORMANTS TO RN-NOMBRE.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "  DONT DEVENUS DORMANTS       : " TO RN-LIBELLE.
           MOVE WS-NB-NOUVEAUX TO RN-NOMBRE.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "COMPTES REACTIVES             : " TO RN-LIBELLE.
           MOVE WS-NB-REACTIVES TO RN-NOMBRE.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "SOLDES DORMANTS (EUR)         : " TO RM-LIBELLE.
           MOVE WS-TOTAL-DORMANTS-EUR TO RM-MONTANT.
           WRITE DRMRPT-LIGNE FROM WS-LIGNE-RECAP-MONTANT.

      * -----------------------------------------------------------*
      * 7000-TERMINER : affiche les compteurs du run                *
      * -----------------------------------------------------------*
       7000-TERMINER.
           DISPLAY "MOUVEMENTS LUS         : " WS-NB-MVT-LUS.
           DISPLAY "MOUVEMENTS CLIENT      : " WS-NB-MVT-CLIENT.
           DISPLAY "COMPTES EXAMINES       : " WS-NB-COMPTES.
           DISPLAY "COMPTES DORMANTS       : " WS-NB-DORMANTS.
           DISPLAY "DEVENUS DORMANTS       : " WS-NB-NOUVEAUX.
           DISPLAY "COMPTES REACTIVES      : " WS-NB-REACTIVES.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "DRMSCN01" TO RUN-PROGRAMME.
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
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
      * -----------------------------------------------------------*
       9800-NOTER-ERREUR-FICHIER.
           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
