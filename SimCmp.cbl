       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMCMP010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-12  AG  Création : état de comparaison d'un run de
      *                 simulation de la fenêtre (chaîne SIMBAT) avec
      *                 le dernier run réel. Par compte : solde de
      *                 clôture simulé (ACCTSIM, maître reporté par
      *                 SOLDE sur les copies de simulation) contre
      *                 solde réel du maître courant (ACCTFILE),
      *                 intérêt couru simulé (INTSIM, lignes de la
      *                 date simulée) contre intérêt couru du dernier
      *                 run réel (INTACCF, lignes de la dernière date
      *                 présente), frais simulés (FEESIM) contre frais
      *                 réels (FEEJNLF) aux mêmes dates. Seuls les
      *                 comptes présentant un écart sont imprimés, via
      *                 RPTHDR010 (bandeau SIMULATION), avec le total
      *                 des écarts. Les fichiers réels ne sont que lus.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des comptes reporté par le run de simulation - voir
      * copy ACCTREC
           SELECT ACCTSIM ASSIGN TO "ACCTSIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASI-STATUS.

      * Maître des comptes courant, clôture du dernier run réel
           SELECT ACCTFILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

      * Intérêts courus du run de simulation - voir copy INTACREC
           SELECT INTSIM ASSIGN TO "INTSIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISI-STATUS.

      * Intérêts courus réels écrits par INTACC010
           SELECT INTACCF ASSIGN TO "INTACCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.

      * Journal des frais du run de simulation
           SELECT FEESIM ASSIGN TO "FEESIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSI-STATUS.

      * Journal des frais réel écrit par FEEENG010
           SELECT FEEJNLF ASSIGN TO "FEEJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

      * Etat de comparaison imprimé
           SELECT SIMRPT ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal de run commun de la fenêtre - voir copy RUNREC et
      * l'état récapitulatif OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACCTSIM
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTSIM-ENREG               PIC X(50).

       FD  ACCTFILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-ENREG              PIC X(50).

       FD  INTSIM
           RECORD CONTAINS 45 CHARACTERS.
       01  INTSIM-ENREG                PIC X(45).

       FD  INTACCF
           RECORD CONTAINS 45 CHARACTERS.
       01  INTACCF-ENREG               PIC X(45).

      * Même disposition que le journal des frais de FEEENG010
       FD  FEESIM
           RECORD CONTAINS 49 CHARACTERS.
       01  FEESIM-ENREG                PIC X(49).

       FD  FEEJNLF
           RECORD CONTAINS 49 CHARACTERS.
       01  FEEJNLF-ENREG               PIC X(49).

       FD  SIMRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SIMRPT-LIGNE                PIC X(80).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des comptes - voir copy ACCTREC
       COPY ACCTREC.

      * Ligne d'intérêts courus - voir copy INTACREC
       COPY INTACREC.

      * Ligne du journal des frais (disposition FEEENG010)
       01  WS-FJN-ENREG.
           05  WS-FJN-DATE             PIC 9(08).
           05  WS-FJN-COMPTE           PIC X(12).
           05  WS-FJN-LIBELLE          PIC X(20).
           05  WS-FJN-MONTANT          PIC 9(07)V9(02).

       01  WS-ASI-STATUS               PIC X(02).
           88  WS-ASI-OK               VALUE "00".

       01  WS-ACCT-STATUS              PIC X(02).
           88  WS-ACCT-OK              VALUE "00".

       01  WS-ISI-STATUS               PIC X(02).
           88  WS-ISI-OK               VALUE "00".

       01  WS-INT-STATUS               PIC X(02).
           88  WS-INT-OK               VALUE "00".

       01  WS-FSI-STATUS               PIC X(02).
           88  WS-FSI-OK               VALUE "00".

       01  WS-JNL-STATUS               PIC X(02).
           88  WS-JNL-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Comparaison par compte : chaque compte rencontré dans l'un
      * des six fichiers a son poste, valeurs absentes à zéro
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-CMP-IDX.
               10  WS-CMP-COMPTE       PIC X(12).
               10  WS-CMP-SOLDE-SIM    PIC S9(07)V9(02).
               10  WS-CMP-SOLDE-REEL   PIC S9(07)V9(02).
               10  WS-CMP-INT-SIM      PIC S9(05)V9(04).
               10  WS-CMP-INT-REEL     PIC S9(05)V9(04).
               10  WS-CMP-FRAIS-SIM    PIC 9(07)V9(02).
               10  WS-CMP-FRAIS-REEL   PIC 9(07)V9(02).
       01  WS-NB-CMP                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-CMP                   PIC 9(03).

      * Compte à positionner dans la table
       01  WS-COMPTE-CHERCHE           PIC X(12).

       01  WS-CMP-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CMP-TROUVE           VALUE "O".

      * Table pleine : le compte est ignoré et signalé
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

      * Date simulée (date officielle de traitement du run) et date
      * du dernier run réel (dernière date présente dans INTACCF,
      * INTACC010 tournant chaque nuit)
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-REELLE              PIC 9(08) VALUE ZEROES.

      * Ecarts du compte courant (simulé moins réel)
       01  WS-ECART-SOLDE              PIC S9(08)V9(02).
       01  WS-ECART-INTERET            PIC S9(06)V9(04).
       01  WS-ECART-FRAIS              PIC S9(08)V9(02).

       01  WS-TOT-ECART-SOLDE          PIC S9(08)V9(02) VALUE ZEROES.
       01  WS-TOT-ECART-INTERET        PIC S9(06)V9(04) VALUE ZEROES.
       01  WS-TOT-ECART-FRAIS          PIC S9(08)V9(02) VALUE ZEROES.

       01  WS-NB-LIGNES-LUES           PIC 9(07) VALUE ZEROES.
       01  WS-NB-EN-ECART              PIC 9(05) VALUE ZEROES.
       01  WS-NB-IDENTIQUES            PIC 9(05) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cet état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "COMPARAISON SIMULATION / REEL".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-DATES.
           05  FILLER                  PIC X(14) VALUE "DATE SIMULEE :".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-DATE-SIMULEE         PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "DERNIER RUN REEL:".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-DATE-REELLE          PIC 9(08).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(13) VALUE "COMPTE".
           05  FILLER                  PIC X(12) VALUE "SOLDE SIM.".
           05  FILLER                  PIC X(12) VALUE "SOLDE REEL".
           05  FILLER                  PIC X(12) VALUE "ECART SOLDE".
           05  FILLER                  PIC X(11) VALUE "ECART INT.".
           05  FILLER                  PIC X(20) VALUE "ECART FRAIS".

       01  WS-LIGNE-DETAIL.
           05  DL-COMPTE               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-SOLDE-SIM            PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-SOLDE-REEL           PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ECART-SOLDE          PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ECART-INTERET        PIC -(04)9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ECART-FRAIS          PIC -(07)9.99.
           05  FILLER                  PIC X(09) VALUE SPACES.

      * Total des écarts, cadré sous les colonnes d'écart
       01  WS-LIGNE-TOTAL-ECARTS.
           05  FILLER                  PIC X(37)
               VALUE "TOTAL DES ECARTS".
           05  TE-ECART-SOLDE          PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TE-ECART-INTERET        PIC -(04)9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TE-ECART-FRAIS          PIC -(07)9.99.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-LIGNE-TOTAUX.
           05  FILLER                  PIC X(18)
               VALUE "COMPTES EN ECART: ".
           05  TT-EN-ECART             PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "IDENTIQUES : ".
           05  TT-IDENTIQUES           PIC ZZZZ9.
           05  FILLER                  PIC X(35) VALUE SPACES.

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

      * Heures machine HHMMSSCC telles que restituées par TIME ;
      * seuls les six premiers chiffres (HHMMSS) vont au journal
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).
       01  WS-NB-REJETS-RUN            PIC 9(07) VALUE ZEROES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = comptes ignorés (table pleine),
      * 8 = erreur fichier (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-CHARGER-SOLDES.
           PERFORM 2000-CHARGER-INTERETS.
           PERFORM 3000-CHARGER-FRAIS.
           PERFORM 4000-IMPRIMER-ETAT.

           PERFORM 9600-ECRIRE-JOURNAL-RUN.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-CHARGER-SOLDES : reprend les soldes de clôture réels   *
      * (maître courant) puis simulés (maître reporté par le run    *
      * de simulation)                                              *
      * -----------------------------------------------------------*
       1000-CHARGER-SOLDES.
           OPEN INPUT ACCTFILE.
           IF NOT WS-ACCT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ACCTFILE - STATUT "
                   WS-ACCT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1100-LIRE-SOLDE-REEL
                   UNTIL WS-FIN-FICHIER
               CLOSE ACCTFILE
           END-IF.

           OPEN INPUT ACCTSIM.
           IF NOT WS-ASI-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ACCTSIM - STATUT "
                   WS-ASI-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1200-LIRE-SOLDE-SIMULE
                   UNTIL WS-FIN-FICHIER
               CLOSE ACCTSIM
           END-IF.

      * -----------------------------------------------------------*
      * 1100-LIRE-SOLDE-REEL : porte le solde d'un compte du maître *
      * courant dans la table                                       *
      * -----------------------------------------------------------*
       1100-LIRE-SOLDE-REEL.
           READ ACCTFILE INTO COMPTE-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LIGNES-LUES
                   MOVE ACCT-COMPTE TO WS-COMPTE-CHERCHE
                   PERFORM 5000-TROUVER-CREER-COMPTE
                   IF WS-CMP-TROUVE
                       MOVE ACCT-SOLDE-OUVERTURE
                           TO WS-CMP-SOLDE-REEL(WS-CMP-IDX)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-LIRE-SOLDE-SIMULE : porte le solde d'un compte du      *
      * maître simulé dans la table                                 *
      * -----------------------------------------------------------*
       1200-LIRE-SOLDE-SIMULE.
           READ ACCTSIM INTO COMPTE-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LIGNES-LUES
                   MOVE ACCT-COMPTE TO WS-COMPTE-CHERCHE
                   PERFORM 5000-TROUVER-CREER-COMPTE
                   IF WS-CMP-TROUVE
                       MOVE ACCT-SOLDE-OUVERTURE
                           TO WS-CMP-SOLDE-SIM(WS-CMP-IDX)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-CHARGER-INTERETS : repère la date du dernier run réel  *
      * (dernière date d'INTACCF), cumule les intérêts réels de     *
      * cette date puis les intérêts simulés de la date simulée     *
      * -----------------------------------------------------------*
       2000-CHARGER-INTERETS.
           OPEN INPUT INTACCF.
           IF NOT WS-INT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR INTACCF - STATUT "
                   WS-INT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-REPERER-DATE-REELLE
                   UNTIL WS-FIN-FICHIER
               CLOSE INTACCF
           END-IF.

           IF WS-INT-OK
               OPEN INPUT INTACCF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2200-LIRE-INTERET-REEL
                   UNTIL WS-FIN-FICHIER
               CLOSE INTACCF
           END-IF.

           OPEN INPUT INTSIM.
           IF NOT WS-ISI-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR INTSIM - STATUT "
                   WS-ISI-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2300-LIRE-INTERET-SIMULE
                   UNTIL WS-FIN-FICHIER
               CLOSE INTSIM
           END-IF.

      * -----------------------------------------------------------*
      * 2100-REPERER-DATE-REELLE : retient la plus grande date des  *
      * intérêts courus réels                                       *
      * -----------------------------------------------------------*
       2100-REPERER-DATE-REELLE.
           READ INTACCF INTO INTA-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF INTA-DATE > WS-DATE-REELLE
                       MOVE INTA-DATE TO WS-DATE-REELLE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2200-LIRE-INTERET-REEL : cumule par compte l'intérêt couru  *
      * du dernier run réel                                         *
      * -----------------------------------------------------------*
       2200-LIRE-INTERET-REEL.
           READ INTACCF INTO INTA-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF INTA-DATE = WS-DATE-REELLE
                       ADD 1 TO WS-NB-LIGNES-LUES
                       MOVE INTA-COMPTE TO WS-COMPTE-CHERCHE
                       PERFORM 5000-TROUVER-CREER-COMPTE
                       IF WS-CMP-TROUVE
                           ADD INTA-INTERET
                               TO WS-CMP-INT-REEL(WS-CMP-IDX)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2300-LIRE-INTERET-SIMULE : cumule par compte l'intérêt      *
      * couru de la date simulée                                    *
      * -----------------------------------------------------------*
       2300-LIRE-INTERET-SIMULE.
           READ INTSIM INTO INTA-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF INTA-DATE = WS-DATE-TRAITEMENT
                       ADD 1 TO WS-NB-LIGNES-LUES
                       MOVE INTA-COMPTE TO WS-COMPTE-CHERCHE
                       PERFORM 5000-TROUVER-CREER-COMPTE
                       IF WS-CMP-TROUVE
                           ADD INTA-INTERET
                               TO WS-CMP-INT-SIM(WS-CMP-IDX)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3000-CHARGER-FRAIS : cumule les frais réels du dernier run  *
      * réel et les frais simulés de la date simulée ; un journal   *
      * absent = aucun frais (FEEENG010 le crée au premier passage) *
      * -----------------------------------------------------------*
       3000-CHARGER-FRAIS.
           OPEN INPUT FEEJNLF.
           IF NOT WS-JNL-OK
               DISPLAY "FEEJNLF ABSENT - AUCUN FRAIS REEL"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3100-LIRE-FRAIS-REEL
                   UNTIL WS-FIN-FICHIER
               CLOSE FEEJNLF
           END-IF.

           OPEN INPUT FEESIM.
           IF NOT WS-FSI-OK
               DISPLAY "FEESIM ABSENT - AUCUN FRAIS SIMULE"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3200-LIRE-FRAIS-SIMULE
                   UNTIL WS-FIN-FICHIER
               CLOSE FEESIM
           END-IF.

      * -----------------------------------------------------------*
      * 3100-LIRE-FRAIS-REEL : cumule par compte les frais du       *
      * dernier run réel                                            *
      * -----------------------------------------------------------*
       3100-LIRE-FRAIS-REEL.
           READ FEEJNLF INTO WS-FJN-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF WS-FJN-DATE = WS-DATE-REELLE
                       ADD 1 TO WS-NB-LIGNES-LUES
                       MOVE WS-FJN-COMPTE TO WS-COMPTE-CHERCHE
                       PERFORM 5000-TROUVER-CREER-COMPTE
                       IF WS-CMP-TROUVE
                           ADD WS-FJN-MONTANT
                               TO WS-CMP-FRAIS-REEL(WS-CMP-IDX)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3200-LIRE-FRAIS-SIMULE : cumule par compte les frais de la  *
      * date simulée                                                *
      * -----------------------------------------------------------*
       3200-LIRE-FRAIS-SIMULE.
           READ FEESIM INTO WS-FJN-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF WS-FJN-DATE = WS-DATE-TRAITEMENT
                       ADD 1 TO WS-NB-LIGNES-LUES
                       MOVE WS-FJN-COMPTE TO WS-COMPTE-CHERCHE
                       PERFORM 5000-TROUVER-CREER-COMPTE
                       IF WS-CMP-TROUVE
                           ADD WS-FJN-MONTANT
                               TO WS-CMP-FRAIS-SIM(WS-CMP-IDX)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 4000-IMPRIMER-ETAT : imprime les comptes en écart et le     *
      * total des écarts                                            *
      * -----------------------------------------------------------*
       4000-IMPRIMER-ETAT.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT SIMRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR SIMRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE WS-DATE-TRAITEMENT TO LD-DATE-SIMULEE
               MOVE WS-DATE-REELLE     TO LD-DATE-REELLE
               WRITE SIMRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE SIMRPT-LIGNE FROM WS-LIGNE-DATES
               WRITE SIMRPT-LIGNE FROM WS-LIGNE-ENTETE-2
               PERFORM 4100-COMPARER-UN-COMPTE
                   VARYING WS-NO-CMP FROM 1 BY 1
                       UNTIL WS-NO-CMP > WS-NB-CMP
               PERFORM 4200-IMPRIMER-TOTAUX
               CLOSE SIMRPT
           END-IF.

           DISPLAY "COMPTES COMPARES      : " WS-NB-CMP.
           DISPLAY "COMPTES EN ECART      : " WS-NB-EN-ECART.

      * -----------------------------------------------------------*
      * 4100-COMPARER-UN-COMPTE : calcule les écarts d'un compte et *
      * l'imprime s'il en présente au moins un                      *
      * -----------------------------------------------------------*
       4100-COMPARER-UN-COMPTE.
           SET WS-CMP-IDX TO WS-NO-CMP.

           COMPUTE WS-ECART-SOLDE = WS-CMP-SOLDE-SIM(WS-CMP-IDX)
               - WS-CMP-SOLDE-REEL(WS-CMP-IDX).
           COMPUTE WS-ECART-INTERET = WS-CMP-INT-SIM(WS-CMP-IDX)
               - WS-CMP-INT-REEL(WS-CMP-IDX).
           COMPUTE WS-ECART-FRAIS = WS-CMP-FRAIS-SIM(WS-CMP-IDX)
               - WS-CMP-FRAIS-REEL(WS-CMP-IDX).

           IF WS-ECART-SOLDE = ZEROES
               AND WS-ECART-INTERET = ZEROES
               AND WS-ECART-FRAIS = ZEROES
               ADD 1 TO WS-NB-IDENTIQUES
           ELSE
               ADD 1 TO WS-NB-EN-ECART
               ADD WS-ECART-SOLDE   TO WS-TOT-ECART-SOLDE
               ADD WS-ECART-INTERET TO WS-TOT-ECART-INTERET
               ADD WS-ECART-FRAIS   TO WS-TOT-ECART-FRAIS
               MOVE WS-CMP-COMPTE(WS-CMP-IDX)     TO DL-COMPTE
               MOVE WS-CMP-SOLDE-SIM(WS-CMP-IDX)  TO DL-SOLDE-SIM
               MOVE WS-CMP-SOLDE-REEL(WS-CMP-IDX) TO DL-SOLDE-REEL
               MOVE WS-ECART-SOLDE                TO DL-ECART-SOLDE
               MOVE WS-ECART-INTERET              TO DL-ECART-INTERET
               MOVE WS-ECART-FRAIS                TO DL-ECART-FRAIS
               WRITE SIMRPT-LIGNE FROM WS-LIGNE-DETAIL
           END-IF.

      * -----------------------------------------------------------*
      * 4200-IMPRIMER-TOTAUX : total des écarts (colonnes de        *
      * l'état) et nombre de comptes en écart / identiques          *
      * -----------------------------------------------------------*
       4200-IMPRIMER-TOTAUX.
           MOVE WS-TOT-ECART-SOLDE     TO TE-ECART-SOLDE.
           MOVE WS-TOT-ECART-INTERET   TO TE-ECART-INTERET.
           MOVE WS-TOT-ECART-FRAIS     TO TE-ECART-FRAIS.
           WRITE SIMRPT-LIGNE FROM WS-LIGNE-TOTAL-ECARTS.

           MOVE WS-NB-EN-ECART   TO TT-EN-ECART.
           MOVE WS-NB-IDENTIQUES TO TT-IDENTIQUES.
           WRITE SIMRPT-LIGNE FROM WS-LIGNE-TOTAUX.

      * -----------------------------------------------------------*
      * 5000-TROUVER-CREER-COMPTE : positionne WS-CMP-IDX sur le    *
      * poste du compte cherché, créé à zéro s'il est nouveau ;     *
      * table pleine = compte ignoré (code retour 4)                *
      * -----------------------------------------------------------*
       5000-TROUVER-CREER-COMPTE.
           MOVE "N" TO WS-CMP-TROUVE-SWITCH.

           IF WS-NB-CMP > ZEROES
               SET WS-CMP-IDX TO 1
               SEARCH WS-CMP-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CMP-IDX > WS-NB-CMP
                       CONTINUE
                   WHEN WS-CMP-COMPTE(WS-CMP-IDX) = WS-COMPTE-CHERCHE
                       SET WS-CMP-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-CMP-TROUVE
               IF WS-NB-CMP < 500
                   ADD 1 TO WS-NB-CMP
                   SET WS-CMP-IDX TO WS-NB-CMP
                   MOVE WS-COMPTE-CHERCHE TO WS-CMP-COMPTE(WS-CMP-IDX)
                   MOVE ZEROES TO WS-CMP-SOLDE-SIM(WS-CMP-IDX)
                                  WS-CMP-SOLDE-REEL(WS-CMP-IDX)
                                  WS-CMP-INT-SIM(WS-CMP-IDX)
                                  WS-CMP-INT-REEL(WS-CMP-IDX)
                                  WS-CMP-FRAIS-SIM(WS-CMP-IDX)
                                  WS-CMP-FRAIS-REEL(WS-CMP-IDX)
                   SET WS-CMP-TROUVE TO TRUE
               ELSE
                   IF NOT WS-TABLE-PLEINE
                       DISPLAY "TABLE DES COMPTES PLEINE - COMPTES "
                           "SUIVANTS IGNORES"
                       SET WS-TABLE-PLEINE TO TRUE
                   END-IF
                   PERFORM 9700-NOTER-REJET
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "SIMCMP01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LIGNES-LUES TO RUN-NB-LUS.
           MOVE WS-NB-EN-ECART TO RUN-NB-ECRITS.
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
      * 9700-NOTER-REJET : retient le code retour 4 sans écraser un *
      * code plus grave                                             *
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
