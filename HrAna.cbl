       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRANA010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-05  AG  Création : analyse mensuelle des effectifs et
      *                 de la masse salariale par service, demandée
      *                 chaque trimestre par la direction et jusqu'ici
      *                 reconstituée à la main depuis PERSHRPT. Le
      *                 programme part de l'état courant du maître
      *                 (PERSFILE) et défait en remontant le temps
      *                 chaque modification historisée par PERSMRG01
      *                 dans PERSHSTF (images avant), ce qui rend
      *                 l'état du personnel à la fin de chacun des 13
      *                 derniers mois. Le mois analysé est le
      *                 paramètre AAAAMM de la ligne de commande, à
      *                 défaut le mois de la date de traitement.
      *                 HRARPT (via RPTHDR010) imprime par service
      *                 (libellé SRVFILE) l'effectif de début et de
      *                 fin de mois, les embauches (A), les sorties
      *                 (D), les mutations entre services (U changeant
      *                 PERSONNE-SERVICE), le taux de rotation
      *                 (sorties sur effectif moyen) et la masse
      *                 salariale mensuelle convertie en euros par
      *                 FOREX01 ; puis la vue glissante des 12 mois
      *                 tous services et la synthèse 12 mois par
      *                 service.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier maître des employés : état courant du personnel
           SELECT PERSFILE ASSIGN TO "PERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

      * Historique des modifications du maître - voir copy PERSHIST
           SELECT PERSHSTF ASSIGN TO "PERSHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

      * Maître des services : libellés - voir copy SRVREC
           SELECT SRVFILE ASSIGN TO "SRVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRM-STATUS.

      * Analyse imprimée
           SELECT HRARPT ASSIGN TO "HRARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  PERSHSTF
           RECORD CONTAINS 317 CHARACTERS.
       01  PERSHSTF-ENREG              PIC X(317).

       FD  SRVFILE
           RECORD CONTAINS 52 CHARACTERS.
       01  SRVFILE-ENREG               PIC X(52).

       FD  HRARPT
           RECORD CONTAINS 80 CHARACTERS.
       01  HRARPT-LIGNE                PIC X(80).

       WORKING-STORAGE SECTION.

      * Employé courant et décomposition des images historisées -
      * voir copy PERSONNE
       COPY PERSONNE.

      * Modification historisée courante - voir copy PERSHIST
       COPY PERSHIST.

      * Service courant du maître des services - voir copy SRVREC
       COPY SRVREC.

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".

       01  WS-HIS-STATUS               PIC X(02).
           88  WS-HIS-OK               VALUE "00".

       01  WS-SRM-STATUS               PIC X(02).
           88  WS-SRM-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

      * Mois analysé (AAAAMM) : paramètre de ligne de commande, à
      * défaut le mois de la date de traitement
       01  WS-PARM-MOIS                PIC X(10).
       01  WS-MOIS-ANALYSE             PIC 9(06).

      * Fenêtre d'analyse : fin de chacun des 13 derniers mois, du
      * mois qui précède la fenêtre (rang 1, effectif de début du
      * premier mois) au mois analysé (rang 13)
       01  WS-FEN-TABLE.
           05  WS-FEN-MOIS OCCURS 13 TIMES
                                       PIC 9(06).
       01  WS-NO-MOIS                  PIC 9(02).
       01  WS-NO-MOIS-MVT              PIC 9(02).
       01  WS-MOIS-CALCUL.
           05  WS-CALC-AAAA            PIC 9(04).
           05  WS-CALC-MM              PIC 9(02).

      * Etat du personnel reconstitué : état courant du maître,
      * ramené mois par mois à l'état de fin de mois en défaisant
      * les modifications postérieures (P = présent au maître)
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTREE OCCURS 1000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-MATRICULE    PIC X(06).
               10  WS-EMP-PRESENT      PIC X(01).
               10  WS-EMP-SERVICE      PIC X(04).
               10  WS-EMP-STATUT       PIC X(01).
               10  WS-EMP-SALAIRE      PIC S9(04)V9(02).
               10  WS-EMP-DEVISE       PIC X(03).
       01  WS-NB-EMP                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-EMP                   PIC 9(04).

       01  WS-EMP-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-EMP-TROUVE           VALUE "O".

      * Modifications historisées depuis le début de la fenêtre, en
      * ordre chronologique (ordre d'écriture de PERSHSTF) : action,
      * mois, valeurs avant et après utiles à l'analyse ; défait =
      * O une fois la trace défaite par la reconstitution
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTREE OCCURS 2000 TIMES
                   INDEXED BY WS-EVT-IDX.
               10  WS-EVT-ACTION       PIC X(01).
               10  WS-EVT-MOIS         PIC 9(06).
               10  WS-EVT-MATRICULE    PIC X(06).
               10  WS-EVT-AV-SERVICE   PIC X(04).
               10  WS-EVT-AV-STATUT    PIC X(01).
               10  WS-EVT-AV-SALAIRE   PIC S9(04)V9(02).
               10  WS-EVT-AV-DEVISE    PIC X(03).
               10  WS-EVT-AP-SERVICE   PIC X(04).
               10  WS-EVT-AP-STATUT    PIC X(01).
               10  WS-EVT-DEFAIT       PIC X(01).
       01  WS-NB-EVT                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-EVT                   PIC 9(04).

      * Services rencontrés (libellé SRVFILE, à blanc pour un code
      * absent du maître) et, au même rang, leurs chiffres par fin
      * de mois de la fenêtre
       01  WS-SRV-TABLE.
           05  WS-SRV-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-SRV-IDX.
               10  WS-SRV-CODE         PIC X(04).
               10  WS-SRV-LIBELLE      PIC X(30).
               10  WS-STA-MOIS OCCURS 13 TIMES.
                   15  WS-STA-EFFECTIF PIC 9(05).
                   15  WS-STA-MASSE    PIC S9(09)V9(02).
                   15  WS-STA-ENTREES  PIC 9(05).
                   15  WS-STA-SORTIES  PIC 9(05).
                   15  WS-STA-MUT-IN   PIC 9(05).
                   15  WS-STA-MUT-OUT  PIC 9(05).
       01  WS-NB-SRV                   PIC 9(02) VALUE ZEROES.
       01  WS-NO-SRV                   PIC 9(02).

       01  WS-SRV-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SRV-TROUVE           VALUE "O".

       01  WS-SRV-COURANT              PIC X(04).

      * Totaux tous services par fin de mois de la fenêtre
       01  WS-TOT-TABLE.
           05  WS-TOT-MOIS OCCURS 13 TIMES.
               10  WS-TOT-EFFECTIF     PIC 9(05).
               10  WS-TOT-MASSE        PIC S9(09)V9(02).
               10  WS-TOT-ENTREES      PIC 9(05).
               10  WS-TOT-SORTIES      PIC 9(05).
               10  WS-TOT-MUTATIONS    PIC 9(05).

      * Conversion du salaire en euros (FOREX01)
       01  WS-SALAIRE-PRECTL           PIC S9(07)V9(02).
       01  WS-SALAIRE-EUR              PIC S9(07)V9(02).

      * Calculs d'impression : rotation = sorties sur effectif
      * moyen (début + fin) / 2, variation de la masse en pourcent
       01  WS-EFF-DEBUT                PIC 9(05).
       01  WS-EFF-FIN                  PIC 9(05).
       01  WS-SORTIES                  PIC 9(05).
       01  WS-ENTREES                  PIC 9(05).
       01  WS-ROTATION                 PIC 9(03)V9(02).
       01  WS-MASSE-DEBUT              PIC S9(09)V9(02).
       01  WS-MASSE-FIN                PIC S9(09)V9(02).
       01  WS-VARIATION                PIC S9(05)V9(02).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "ANALYSE RH - EFFECTIFS ET MASSE SALAR.".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-MOIS.
           05  FILLER                  PIC X(17)
               VALUE "MOIS ANALYSE   : ".
           05  LM-MOIS                 PIC 9(06).
           05  FILLER                  PIC X(17)
               VALUE "   FENETRE DU : ".
           05  LM-DEBUT                PIC 9(06).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-LIGNE-TITRE-SECTION.
           05  LS-TITRE                PIC X(80).

       01  WS-LIGNE-ENTETE-SRV.
           05  FILLER                  PIC X(22) VALUE "SERV LIBELLE".
           05  FILLER                  PIC X(06) VALUE "DEBUT".
           05  FILLER                  PIC X(05) VALUE "ENTR".
           05  FILLER                  PIC X(05) VALUE "SORT".
           05  FILLER                  PIC X(05) VALUE "MUT+".
           05  FILLER                  PIC X(05) VALUE "MUT-".
           05  FILLER                  PIC X(06) VALUE "  FIN".
           05  FILLER                  PIC X(07) VALUE " ROT %".
           05  FILLER                  PIC X(19) VALUE "  MASSE EUR".

       01  WS-LIGNE-SERVICE.
           05  LV-CODE                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-LIBELLE              PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-DEBUT                PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-ENTREES              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-SORTIES              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-MUT-IN               PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-MUT-OUT              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-FIN                  PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-ROTATION             PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-MASSE                PIC -(08)9.99.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-LIGNE-ENTETE-MOIS.
           05  FILLER                  PIC X(08) VALUE "MOIS".
           05  FILLER                  PIC X(06) VALUE "DEBUT".
           05  FILLER                  PIC X(05) VALUE "ENTR".
           05  FILLER                  PIC X(05) VALUE "SORT".
           05  FILLER                  PIC X(05) VALUE " MUT".
           05  FILLER                  PIC X(06) VALUE "  FIN".
           05  FILLER                  PIC X(07) VALUE " ROT %".
           05  FILLER                  PIC X(13) VALUE "  MASSE EUR".
           05  FILLER                  PIC X(25) VALUE "   VAR %".

       01  WS-LIGNE-UN-MOIS.
           05  LG-MOIS                 PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LG-DEBUT                PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-ENTREES              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-SORTIES              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-MUTATIONS            PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-FIN                  PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-ROTATION             PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-MASSE                PIC -(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-VARIATION            PIC -(04)9.99.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-LIGNE-CUMUL-12.
           05  FILLER                  PIC X(22)
               VALUE "SUR 12 MOIS : ENTREES ".
           05  LC-ENTREES              PIC Z(04)9.
           05  FILLER                  PIC X(10)
               VALUE "  SORTIES ".
           05  LC-SORTIES              PIC Z(04)9.
           05  FILLER                  PIC X(12)
               VALUE "  ROTATION ".
           05  LC-ROTATION             PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE " %".
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-LIGNE-ENTETE-SYN.
           05  FILLER                  PIC X(17) VALUE "SERV LIBELLE".
           05  FILLER                  PIC X(06) VALUE "EF-12".
           05  FILLER                  PIC X(06) VALUE "EFFEC".
           05  FILLER                  PIC X(05) VALUE "ENTR".
           05  FILLER                  PIC X(05) VALUE "SORT".
           05  FILLER                  PIC X(07) VALUE " ROT %".
           05  FILLER                  PIC X(12) VALUE " MASSE M-12".
           05  FILLER                  PIC X(12) VALUE "  MASSE EUR".
           05  FILLER                  PIC X(09) VALUE "   VAR %".

       01  WS-LIGNE-SYNTHESE.
           05  LY-CODE                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-LIBELLE              PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-DEBUT                PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-FIN                  PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-ENTREES              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-SORTIES              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-ROTATION             PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-MASSE-DEBUT          PIC -(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-MASSE-FIN            PIC -(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LY-VARIATION            PIC -(04)9.99.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.
           PERFORM 2000-RECONSTITUER.
           PERFORM 3000-IMPRIMER-ANALYSE.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : détermine le mois analysé et la fenêtre  *
      * de 13 fins de mois, charge les services, l'état courant du  *
      * personnel et l'historique de la fenêtre                     *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-MOIS FROM COMMAND-LINE.
           IF WS-PARM-MOIS(1:6) IS NUMERIC
               MOVE WS-PARM-MOIS(1:6) TO WS-MOIS-ANALYSE
           ELSE
               MOVE WS-DATE-TRAITEMENT(1:6) TO WS-MOIS-ANALYSE
           END-IF.

           MOVE WS-MOIS-ANALYSE TO WS-MOIS-CALCUL.
           MOVE WS-MOIS-CALCUL TO WS-FEN-MOIS(13).
           PERFORM 1100-MOIS-PRECEDENT
               VARYING WS-NO-MOIS FROM 12 BY -1
                   UNTIL WS-NO-MOIS < 1.

           INITIALIZE WS-TOT-TABLE.

           PERFORM 1200-CHARGER-SERVICES.
           PERFORM 1300-CHARGER-PERSONNEL.
           PERFORM 1400-CHARGER-HISTORIQUE.

      * -----------------------------------------------------------*
      * 1100-MOIS-PRECEDENT : recule d'un mois et le note au rang   *
      * courant de la fenêtre                                       *
      * -----------------------------------------------------------*
       1100-MOIS-PRECEDENT.
           IF WS-CALC-MM = 01
               MOVE 12 TO WS-CALC-MM
               SUBTRACT 1 FROM WS-CALC-AAAA
           ELSE
               SUBTRACT 1 FROM WS-CALC-MM
           END-IF.
           MOVE WS-MOIS-CALCUL TO WS-FEN-MOIS(WS-NO-MOIS).

      * -----------------------------------------------------------*
      * 1200-CHARGER-SERVICES : charge les services du maître avec  *
      * leur libellé ; maître absent = libellés à blanc             *
      * -----------------------------------------------------------*
       1200-CHARGER-SERVICES.
           OPEN INPUT SRVFILE.
           IF WS-SRM-OK
               PERFORM 1250-LIRE-ET-STOCKER-SERVICE
                   UNTIL NOT WS-SRM-OK
               CLOSE SRVFILE
           ELSE
               DISPLAY "SRVFILE INTROUVABLE - LIBELLES A BLANC"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-SERVICE : lit un service et lui ouvre  *
      * un poste dans la table                                      *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-SERVICE.
           READ SRVFILE INTO SERVICE-ENREG
               AT END
                   MOVE "10" TO WS-SRM-STATUS
               NOT AT END
                   MOVE SRV-CODE TO WS-SRV-COURANT
                   PERFORM 2700-POSTE-SERVICE
                   IF WS-SRV-TROUVE
                       MOVE SRV-LIBELLE TO WS-SRV-LIBELLE(WS-SRV-IDX)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-PERSONNEL : charge l'état courant de chaque    *
      * employé du maître ; maître absent = erreur fichier          *
      * -----------------------------------------------------------*
       1300-CHARGER-PERSONNEL.
           OPEN INPUT PERSFILE.
           IF WS-PERS-OK
               PERFORM 1350-LIRE-ET-STOCKER-EMPLOYE
                   UNTIL NOT WS-PERS-OK
               CLOSE PERSFILE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR PERSFILE - STATUT "
                   WS-PERS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-EMPLOYE : lit un employé et place son  *
      * état courant dans la table                                  *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-EMPLOYE.
           READ PERSFILE INTO PERSONNE
               AT END
                   MOVE "10" TO WS-PERS-STATUS
               NOT AT END
                   PERFORM 1360-AJOUTER-EMPLOYE
           END-READ.

      * -----------------------------------------------------------*
      * 1360-AJOUTER-EMPLOYE : ouvre le poste de l'employé décrit   *
      * dans PERSONNE, présent au maître                            *
      * -----------------------------------------------------------*
       1360-AJOUTER-EMPLOYE.
           IF WS-NB-EMP >= 1000
               DISPLAY "TABLE DU PERSONNEL PLEINE (1000) - "
                   PERSONNE-MATRICULE " NON ANALYSE"
               PERFORM 9700-NOTER-REJET
               MOVE "N" TO WS-EMP-TROUVE-SWITCH
           ELSE
               ADD 1 TO WS-NB-EMP
               SET WS-EMP-IDX TO WS-NB-EMP
               MOVE PERSONNE-MATRICULE TO WS-EMP-MATRICULE(WS-EMP-IDX)
               MOVE "P"                TO WS-EMP-PRESENT(WS-EMP-IDX)
               MOVE PERSONNE-SERVICE   TO WS-EMP-SERVICE(WS-EMP-IDX)
               MOVE PERSONNE-STATUT    TO WS-EMP-STATUT(WS-EMP-IDX)
               MOVE PERSONNE-SALAIRE   TO WS-EMP-SALAIRE(WS-EMP-IDX)
               MOVE PERSONNE-DEVISE    TO WS-EMP-DEVISE(WS-EMP-IDX)
               SET WS-EMP-TROUVE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 1400-CHARGER-HISTORIQUE : charge les créations,             *
      * modifications et désactivations datées du premier mois de   *
      * la fenêtre ou après ; historique absent = effectifs         *
      * constants, signalé                                          *
      * -----------------------------------------------------------*
       1400-CHARGER-HISTORIQUE.
           OPEN INPUT PERSHSTF.
           IF WS-HIS-OK
               PERFORM 1450-LIRE-ET-STOCKER-TRACE
                   UNTIL NOT WS-HIS-OK
               CLOSE PERSHSTF
           ELSE
               DISPLAY "PERSHSTF INTROUVABLE - EFFECTIFS SANS "
                   "MOUVEMENT"
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-ET-STOCKER-TRACE : lit une trace et en retient    *
      * l'action, le mois et les valeurs avant et après             *
      * -----------------------------------------------------------*
       1450-LIRE-ET-STOCKER-TRACE.
           READ PERSHSTF INTO PHIST-ENREG
               AT END
                   MOVE "10" TO WS-HIS-STATUS
               NOT AT END
                   IF PHIST-DATE(1:6) > WS-FEN-MOIS(1)
                       AND (PHIST-ACTION = "A" OR PHIST-ACTION = "U"
                           OR PHIST-ACTION = "D")
                       PERFORM 1460-STOCKER-TRACE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1460-STOCKER-TRACE : place la trace courante dans la table  *
      * -----------------------------------------------------------*
       1460-STOCKER-TRACE.
           IF WS-NB-EVT >= 2000
               DISPLAY "TABLE DE L'HISTORIQUE PLEINE (2000) - "
                   PHIST-MATRICULE " " PHIST-DATE " NON ANALYSE"
               PERFORM 9700-NOTER-REJET
           ELSE
               ADD 1 TO WS-NB-EVT
               SET WS-EVT-IDX TO WS-NB-EVT
               MOVE PHIST-ACTION    TO WS-EVT-ACTION(WS-EVT-IDX)
               MOVE PHIST-DATE(1:6) TO WS-EVT-MOIS(WS-EVT-IDX)
               MOVE PHIST-MATRICULE TO WS-EVT-MATRICULE(WS-EVT-IDX)
               MOVE "N"             TO WS-EVT-DEFAIT(WS-EVT-IDX)
               MOVE PHIST-AVANT TO PERSONNE
               MOVE PERSONNE-SERVICE TO WS-EVT-AV-SERVICE(WS-EVT-IDX)
               MOVE PERSONNE-STATUT  TO WS-EVT-AV-STATUT(WS-EVT-IDX)
               MOVE PERSONNE-SALAIRE TO WS-EVT-AV-SALAIRE(WS-EVT-IDX)
               MOVE PERSONNE-DEVISE  TO WS-EVT-AV-DEVISE(WS-EVT-IDX)
               MOVE PHIST-APRES TO PERSONNE
               MOVE PERSONNE-SERVICE TO WS-EVT-AP-SERVICE(WS-EVT-IDX)
               MOVE PERSONNE-STATUT  TO WS-EVT-AP-STATUT(WS-EVT-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 2000-RECONSTITUER : de la fin du mois analysé à la fin du   *
      * mois qui précède la fenêtre, défait les modifications       *
      * postérieures à la fin de chaque mois puis compte l'effectif *
      * et la masse salariale de cette fin de mois                  *
      * -----------------------------------------------------------*
       2000-RECONSTITUER.
           PERFORM 2100-ARRETER-UN-MOIS
               VARYING WS-NO-MOIS FROM 13 BY -1
                   UNTIL WS-NO-MOIS < 1.

      * -----------------------------------------------------------*
      * 2100-ARRETER-UN-MOIS : ramène le personnel à la fin du mois *
      * de rang courant et en compte les effectifs                  *
      * -----------------------------------------------------------*
       2100-ARRETER-UN-MOIS.
           IF WS-NB-EVT > ZEROES
               PERFORM 2150-EXAMINER-UNE-TRACE
                   VARYING WS-NO-EVT FROM WS-NB-EVT BY -1
                       UNTIL WS-NO-EVT < 1
           END-IF.

           IF WS-NB-EMP > ZEROES
               PERFORM 2300-COMPTER-UN-EMPLOYE
                   VARYING WS-NO-EMP FROM 1 BY 1
                       UNTIL WS-NO-EMP > WS-NB-EMP
           END-IF.

      * -----------------------------------------------------------*
      * 2150-EXAMINER-UNE-TRACE : défait la trace courante si elle  *
      * est postérieure à la fin du mois de rang courant et ne l'a  *
      * pas encore été (les traces sont parcourues de la plus       *
      * récente à la plus ancienne)                                 *
      * -----------------------------------------------------------*
       2150-EXAMINER-UNE-TRACE.
           SET WS-EVT-IDX TO WS-NO-EVT.

           IF WS-EVT-DEFAIT(WS-EVT-IDX) = "N"
               AND WS-EVT-MOIS(WS-EVT-IDX) > WS-FEN-MOIS(WS-NO-MOIS)
               PERFORM 2200-DEFAIRE-UNE-TRACE
           END-IF.

      * -----------------------------------------------------------*
      * 2200-DEFAIRE-UNE-TRACE : rend à l'employé son état d'avant  *
      * la trace courante et, si la trace tombe dans la fenêtre, la *
      * compte au mois suivant le rang courant - création =         *
      * embauche, désactivation = sortie, changement de service     *
      * d'un employé actif = mutation                               *
      * -----------------------------------------------------------*
       2200-DEFAIRE-UNE-TRACE.
           MOVE "O" TO WS-EVT-DEFAIT(WS-EVT-IDX).
           PERFORM 2250-CHERCHER-EMPLOYE.

           IF NOT WS-EMP-TROUVE
               AND WS-EVT-ACTION(WS-EVT-IDX) NOT = "A"
               MOVE SPACES TO PERSONNE
               MOVE WS-EVT-MATRICULE(WS-EVT-IDX) TO PERSONNE-MATRICULE
               MOVE WS-EVT-AV-SERVICE(WS-EVT-IDX) TO PERSONNE-SERVICE
               MOVE WS-EVT-AV-STATUT(WS-EVT-IDX)  TO PERSONNE-STATUT
               MOVE WS-EVT-AV-SALAIRE(WS-EVT-IDX) TO PERSONNE-SALAIRE
               MOVE WS-EVT-AV-DEVISE(WS-EVT-IDX)  TO PERSONNE-DEVISE
               PERFORM 1360-AJOUTER-EMPLOYE
           END-IF.

           IF WS-EMP-TROUVE
               IF WS-EVT-ACTION(WS-EVT-IDX) = "A"
                   MOVE "N" TO WS-EMP-PRESENT(WS-EMP-IDX)
               ELSE
                   MOVE WS-EVT-AV-SERVICE(WS-EVT-IDX)
                       TO WS-EMP-SERVICE(WS-EMP-IDX)
                   MOVE WS-EVT-AV-STATUT(WS-EVT-IDX)
                       TO WS-EMP-STATUT(WS-EMP-IDX)
                   MOVE WS-EVT-AV-SALAIRE(WS-EVT-IDX)
                       TO WS-EMP-SALAIRE(WS-EMP-IDX)
                   MOVE WS-EVT-AV-DEVISE(WS-EVT-IDX)
                       TO WS-EMP-DEVISE(WS-EMP-IDX)
               END-IF
           END-IF.

           IF WS-NO-MOIS < 13
               COMPUTE WS-NO-MOIS-MVT = WS-NO-MOIS + 1
               PERFORM 2400-COMPTER-UN-MOUVEMENT
           END-IF.

      * -----------------------------------------------------------*
      * 2250-CHERCHER-EMPLOYE : cherche le poste du matricule de la *
      * trace courante                                              *
      * -----------------------------------------------------------*
       2250-CHERCHER-EMPLOYE.
           MOVE "N" TO WS-EMP-TROUVE-SWITCH.

           IF WS-NB-EMP > ZEROES
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-EMP-IDX > WS-NB-EMP
                       CONTINUE
                   WHEN WS-EMP-MATRICULE(WS-EMP-IDX) =
                       WS-EVT-MATRICULE(WS-EVT-IDX)
                       SET WS-EMP-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2300-COMPTER-UN-EMPLOYE : compte un employé présent et      *
      * actif dans l'effectif de son service et ajoute son salaire  *
      * converti en euros à la masse salariale de la fin de mois    *
      * -----------------------------------------------------------*
       2300-COMPTER-UN-EMPLOYE.
           SET WS-EMP-IDX TO WS-NO-EMP.

           IF WS-EMP-PRESENT(WS-EMP-IDX) = "P"
               AND WS-EMP-STATUT(WS-EMP-IDX) NOT = "I"
               MOVE WS-EMP-SERVICE(WS-EMP-IDX) TO WS-SRV-COURANT
               PERFORM 2700-POSTE-SERVICE
               MOVE WS-EMP-SALAIRE(WS-EMP-IDX) TO WS-SALAIRE-PRECTL
               CALL "FOREX01" USING WS-EMP-DEVISE(WS-EMP-IDX),
                   WS-SALAIRE-PRECTL, WS-SALAIRE-EUR
               ADD 1 TO WS-TOT-EFFECTIF(WS-NO-MOIS)
               ADD WS-SALAIRE-EUR TO WS-TOT-MASSE(WS-NO-MOIS)
               IF WS-SRV-TROUVE
                   ADD 1 TO WS-STA-EFFECTIF(WS-SRV-IDX, WS-NO-MOIS)
                   ADD WS-SALAIRE-EUR
                       TO WS-STA-MASSE(WS-SRV-IDX, WS-NO-MOIS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2400-COMPTER-UN-MOUVEMENT : compte la trace défaite au mois *
      * de la fenêtre où elle est tombée                            *
      * -----------------------------------------------------------*
       2400-COMPTER-UN-MOUVEMENT.
           EVALUATE WS-EVT-ACTION(WS-EVT-IDX)
               WHEN "A"
                   MOVE WS-EVT-AP-SERVICE(WS-EVT-IDX) TO WS-SRV-COURANT
                   PERFORM 2700-POSTE-SERVICE
                   ADD 1 TO WS-TOT-ENTREES(WS-NO-MOIS-MVT)
                   IF WS-SRV-TROUVE
                       ADD 1 TO
                           WS-STA-ENTREES(WS-SRV-IDX, WS-NO-MOIS-MVT)
                   END-IF
               WHEN "D"
                   MOVE WS-EVT-AV-SERVICE(WS-EVT-IDX) TO WS-SRV-COURANT
                   PERFORM 2700-POSTE-SERVICE
                   ADD 1 TO WS-TOT-SORTIES(WS-NO-MOIS-MVT)
                   IF WS-SRV-TROUVE
                       ADD 1 TO
                           WS-STA-SORTIES(WS-SRV-IDX, WS-NO-MOIS-MVT)
                   END-IF
               WHEN OTHER
                   IF WS-EVT-AV-SERVICE(WS-EVT-IDX) NOT =
                       WS-EVT-AP-SERVICE(WS-EVT-IDX)
                       AND WS-EVT-AP-STATUT(WS-EVT-IDX) NOT = "I"
                       PERFORM 2450-COMPTER-UNE-MUTATION
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2450-COMPTER-UNE-MUTATION : compte la sortie du service     *
      * d'origine et l'entrée dans le service d'arrivée             *
      * -----------------------------------------------------------*
       2450-COMPTER-UNE-MUTATION.
           ADD 1 TO WS-TOT-MUTATIONS(WS-NO-MOIS-MVT).

           MOVE WS-EVT-AV-SERVICE(WS-EVT-IDX) TO WS-SRV-COURANT.
           PERFORM 2700-POSTE-SERVICE.
           IF WS-SRV-TROUVE
               ADD 1 TO WS-STA-MUT-OUT(WS-SRV-IDX, WS-NO-MOIS-MVT)
           END-IF.

           MOVE WS-EVT-AP-SERVICE(WS-EVT-IDX) TO WS-SRV-COURANT.
           PERFORM 2700-POSTE-SERVICE.
           IF WS-SRV-TROUVE
               ADD 1 TO WS-STA-MUT-IN(WS-SRV-IDX, WS-NO-MOIS-MVT)
           END-IF.

      * -----------------------------------------------------------*
      * 2700-POSTE-SERVICE : cherche le poste du service courant,   *
      * créé au premier passage (libellé à blanc hors maître)       *
      * -----------------------------------------------------------*
       2700-POSTE-SERVICE.
           MOVE "N" TO WS-SRV-TROUVE-SWITCH.

           IF WS-NB-SRV > ZEROES
               SET WS-SRV-IDX TO 1
               SEARCH WS-SRV-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SRV-IDX > WS-NB-SRV
                       CONTINUE
                   WHEN WS-SRV-CODE(WS-SRV-IDX) = WS-SRV-COURANT
                       SET WS-SRV-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-SRV-TROUVE
               IF WS-NB-SRV >= 50
                   DISPLAY "TABLE DES SERVICES PLEINE (50) - "
                       WS-SRV-COURANT " NON VENTILE"
                   PERFORM 9700-NOTER-REJET
               ELSE
                   ADD 1 TO WS-NB-SRV
                   SET WS-SRV-IDX TO WS-NB-SRV
                   INITIALIZE WS-SRV-ENTREE(WS-SRV-IDX)
                   MOVE WS-SRV-COURANT TO WS-SRV-CODE(WS-SRV-IDX)
                   SET WS-SRV-TROUVE TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-IMPRIMER-ANALYSE : imprime les effectifs du mois par   *
      * service, la vue glissante des 12 mois tous services et la   *
      * synthèse 12 mois par service                                *
      * -----------------------------------------------------------*
       3000-IMPRIMER-ANALYSE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT HRARPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR HRARPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE HRARPT-LIGNE FROM WS-LIGNE-ENTETE-1
               MOVE WS-MOIS-ANALYSE TO LM-MOIS
               MOVE WS-FEN-MOIS(2)  TO LM-DEBUT
               WRITE HRARPT-LIGNE FROM WS-LIGNE-MOIS

               MOVE SPACES TO HRARPT-LIGNE
               WRITE HRARPT-LIGNE
               MOVE "EFFECTIFS DU MOIS PAR SERVICE" TO LS-TITRE
               WRITE HRARPT-LIGNE FROM WS-LIGNE-TITRE-SECTION
               WRITE HRARPT-LIGNE FROM WS-LIGNE-ENTETE-SRV
               PERFORM 3100-IMPRIMER-UN-SERVICE
                   VARYING WS-NO-SRV FROM 1 BY 1
                       UNTIL WS-NO-SRV > WS-NB-SRV
               PERFORM 3150-IMPRIMER-TOTAL-MOIS

               MOVE SPACES TO HRARPT-LIGNE
               WRITE HRARPT-LIGNE
               MOVE "VUE GLISSANTE 12 MOIS - TOUS SERVICES"
                   TO LS-TITRE
               WRITE HRARPT-LIGNE FROM WS-LIGNE-TITRE-SECTION
               WRITE HRARPT-LIGNE FROM WS-LIGNE-ENTETE-MOIS
               MOVE ZEROES TO WS-ENTREES WS-SORTIES
               PERFORM 3200-IMPRIMER-UN-MOIS
                   VARYING WS-NO-MOIS FROM 2 BY 1
                       UNTIL WS-NO-MOIS > 13
               MOVE WS-TOT-EFFECTIF(1)  TO WS-EFF-DEBUT
               MOVE WS-TOT-EFFECTIF(13) TO WS-EFF-FIN
               PERFORM 3500-CALCULER-ROTATION
               MOVE WS-ENTREES  TO LC-ENTREES
               MOVE WS-SORTIES  TO LC-SORTIES
               MOVE WS-ROTATION TO LC-ROTATION
               WRITE HRARPT-LIGNE FROM WS-LIGNE-CUMUL-12

               MOVE SPACES TO HRARPT-LIGNE
               WRITE HRARPT-LIGNE
               MOVE "SYNTHESE 12 MOIS PAR SERVICE" TO LS-TITRE
               WRITE HRARPT-LIGNE FROM WS-LIGNE-TITRE-SECTION
               WRITE HRARPT-LIGNE FROM WS-LIGNE-ENTETE-SYN
               PERFORM 3300-SYNTHETISER-UN-SERVICE
                   VARYING WS-NO-SRV FROM 1 BY 1
                       UNTIL WS-NO-SRV > WS-NB-SRV

               CLOSE HRARPT
           END-IF.

           DISPLAY "EMPLOYES ANALYSES       : " WS-NB-EMP.
           DISPLAY "TRACES DE LA FENETRE    : " WS-NB-EVT.
           DISPLAY "EFFECTIF FIN DE MOIS    : " WS-TOT-EFFECTIF(13).

      * -----------------------------------------------------------*
      * 3100-IMPRIMER-UN-SERVICE : effectif de début et de fin,     *
      * mouvements, rotation et masse salariale du mois analysé     *
      * pour un service                                             *
      * -----------------------------------------------------------*
       3100-IMPRIMER-UN-SERVICE.
           SET WS-SRV-IDX TO WS-NO-SRV.

           MOVE WS-STA-EFFECTIF(WS-SRV-IDX, 12) TO WS-EFF-DEBUT.
           MOVE WS-STA-EFFECTIF(WS-SRV-IDX, 13) TO WS-EFF-FIN.
           MOVE WS-STA-SORTIES(WS-SRV-IDX, 13)  TO WS-SORTIES.
           PERFORM 3500-CALCULER-ROTATION.

           MOVE WS-SRV-CODE(WS-SRV-IDX)    TO LV-CODE.
           MOVE WS-SRV-LIBELLE(WS-SRV-IDX) TO LV-LIBELLE.
           MOVE WS-EFF-DEBUT               TO LV-DEBUT.
           MOVE WS-STA-ENTREES(WS-SRV-IDX, 13) TO LV-ENTREES.
           MOVE WS-SORTIES                 TO LV-SORTIES.
           MOVE WS-STA-MUT-IN(WS-SRV-IDX, 13)  TO LV-MUT-IN.
           MOVE WS-STA-MUT-OUT(WS-SRV-IDX, 13) TO LV-MUT-OUT.
           MOVE WS-EFF-FIN                 TO LV-FIN.
           MOVE WS-ROTATION                TO LV-ROTATION.
           MOVE WS-STA-MASSE(WS-SRV-IDX, 13)   TO LV-MASSE.
           WRITE HRARPT-LIGNE FROM WS-LIGNE-SERVICE.

      * -----------------------------------------------------------*
      * 3150-IMPRIMER-TOTAL-MOIS : ligne tous services du mois      *
      * analysé                                                     *
      * -----------------------------------------------------------*
       3150-IMPRIMER-TOTAL-MOIS.
           MOVE WS-TOT-EFFECTIF(12) TO WS-EFF-DEBUT.
           MOVE WS-TOT-EFFECTIF(13) TO WS-EFF-FIN.
           MOVE WS-TOT-SORTIES(13)  TO WS-SORTIES.
           PERFORM 3500-CALCULER-ROTATION.

           MOVE SPACES                TO LV-CODE.
           MOVE "TOTAL"               TO LV-LIBELLE.
           MOVE WS-EFF-DEBUT          TO LV-DEBUT.
           MOVE WS-TOT-ENTREES(13)    TO LV-ENTREES.
           MOVE WS-SORTIES            TO LV-SORTIES.
           MOVE WS-TOT-MUTATIONS(13)  TO LV-MUT-IN.
           MOVE WS-TOT-MUTATIONS(13)  TO LV-MUT-OUT.
           MOVE WS-EFF-FIN            TO LV-FIN.
           MOVE WS-ROTATION           TO LV-ROTATION.
           MOVE WS-TOT-MASSE(13)      TO LV-MASSE.
           WRITE HRARPT-LIGNE FROM WS-LIGNE-SERVICE.

      * -----------------------------------------------------------*
      * 3200-IMPRIMER-UN-MOIS : ligne tous services d'un mois de la *
      * fenêtre, avec la variation de la masse sur le mois          *
      * précédent, et cumul des entrées et sorties des 12 mois      *
      * -----------------------------------------------------------*
       3200-IMPRIMER-UN-MOIS.
           COMPUTE WS-NO-MOIS-MVT = WS-NO-MOIS - 1.
           MOVE WS-TOT-EFFECTIF(WS-NO-MOIS-MVT) TO WS-EFF-DEBUT.
           MOVE WS-TOT-EFFECTIF(WS-NO-MOIS)     TO WS-EFF-FIN.
           MOVE WS-TOT-SORTIES(WS-NO-MOIS)      TO WS-SORTIES.
           PERFORM 3500-CALCULER-ROTATION.
           MOVE WS-TOT-MASSE(WS-NO-MOIS-MVT) TO WS-MASSE-DEBUT.
           MOVE WS-TOT-MASSE(WS-NO-MOIS)     TO WS-MASSE-FIN.
           PERFORM 3550-CALCULER-VARIATION.

           MOVE WS-FEN-MOIS(WS-NO-MOIS)      TO LG-MOIS.
           MOVE WS-EFF-DEBUT                 TO LG-DEBUT.
           MOVE WS-TOT-ENTREES(WS-NO-MOIS)   TO LG-ENTREES.
           MOVE WS-SORTIES                   TO LG-SORTIES.
           MOVE WS-TOT-MUTATIONS(WS-NO-MOIS) TO LG-MUTATIONS.
           MOVE WS-EFF-FIN                   TO LG-FIN.
           MOVE WS-ROTATION                  TO LG-ROTATION.
           MOVE WS-MASSE-FIN                 TO LG-MASSE.
           MOVE WS-VARIATION                 TO LG-VARIATION.
           WRITE HRARPT-LIGNE FROM WS-LIGNE-UN-MOIS.

           ADD WS-TOT-ENTREES(WS-NO-MOIS) TO WS-ENTREES.
           MOVE ZEROES TO WS-SORTIES.
           PERFORM 3250-CUMULER-SORTIES
               VARYING WS-NO-MOIS-MVT FROM 2 BY 1
                   UNTIL WS-NO-MOIS-MVT > WS-NO-MOIS.

      * -----------------------------------------------------------*
      * 3250-CUMULER-SORTIES : cumule les sorties des mois de la    *
      * fenêtre jusqu'au mois imprimé                               *
      * -----------------------------------------------------------*
       3250-CUMULER-SORTIES.
           ADD WS-TOT-SORTIES(WS-NO-MOIS-MVT) TO WS-SORTIES.

      * -----------------------------------------------------------*
      * 3300-SYNTHETISER-UN-SERVICE : effectif il y a 12 mois et    *
      * aujourd'hui, entrées et sorties des 12 mois, rotation       *
      * annuelle et évolution de la masse salariale d'un service    *
      * -----------------------------------------------------------*
       3300-SYNTHETISER-UN-SERVICE.
           SET WS-SRV-IDX TO WS-NO-SRV.

           MOVE ZEROES TO WS-ENTREES WS-SORTIES.
           PERFORM 3350-CUMULER-MOUVEMENTS-SERVICE
               VARYING WS-NO-MOIS FROM 2 BY 1
                   UNTIL WS-NO-MOIS > 13.

           MOVE WS-STA-EFFECTIF(WS-SRV-IDX, 1)  TO WS-EFF-DEBUT.
           MOVE WS-STA-EFFECTIF(WS-SRV-IDX, 13) TO WS-EFF-FIN.
           PERFORM 3500-CALCULER-ROTATION.
           MOVE WS-STA-MASSE(WS-SRV-IDX, 1)  TO WS-MASSE-DEBUT.
           MOVE WS-STA-MASSE(WS-SRV-IDX, 13) TO WS-MASSE-FIN.
           PERFORM 3550-CALCULER-VARIATION.

           MOVE WS-SRV-CODE(WS-SRV-IDX)    TO LY-CODE.
           MOVE WS-SRV-LIBELLE(WS-SRV-IDX) TO LY-LIBELLE.
           MOVE WS-EFF-DEBUT               TO LY-DEBUT.
           MOVE WS-EFF-FIN                 TO LY-FIN.
           MOVE WS-ENTREES                 TO LY-ENTREES.
           MOVE WS-SORTIES                 TO LY-SORTIES.
           MOVE WS-ROTATION                TO LY-ROTATION.
           MOVE WS-MASSE-DEBUT             TO LY-MASSE-DEBUT.
           MOVE WS-MASSE-FIN               TO LY-MASSE-FIN.
           MOVE WS-VARIATION               TO LY-VARIATION.
           WRITE HRARPT-LIGNE FROM WS-LIGNE-SYNTHESE.

      * -----------------------------------------------------------*
      * 3350-CUMULER-MOUVEMENTS-SERVICE : cumule les entrées et     *
      * sorties d'un mois de la fenêtre pour le service courant     *
      * -----------------------------------------------------------*
       3350-CUMULER-MOUVEMENTS-SERVICE.
           ADD WS-STA-ENTREES(WS-SRV-IDX, WS-NO-MOIS) TO WS-ENTREES.
           ADD WS-STA-SORTIES(WS-SRV-IDX, WS-NO-MOIS) TO WS-SORTIES.

      * -----------------------------------------------------------*
      * 3500-CALCULER-ROTATION : sorties rapportées à l'effectif    *
      * moyen (début + fin) / 2, en pourcent ; effectif nul = zéro  *
      * -----------------------------------------------------------*
       3500-CALCULER-ROTATION.
           IF WS-EFF-DEBUT + WS-EFF-FIN = ZEROES
               MOVE ZEROES TO WS-ROTATION
           ELSE
               COMPUTE WS-ROTATION ROUNDED =
                   WS-SORTIES * 200 / (WS-EFF-DEBUT + WS-EFF-FIN)
           END-IF.

      * -----------------------------------------------------------*
      * 3550-CALCULER-VARIATION : évolution de la masse salariale   *
      * en pourcent ; masse de départ nulle = zéro                  *
      * -----------------------------------------------------------*
       3550-CALCULER-VARIATION.
           IF WS-MASSE-DEBUT = ZEROES
               MOVE ZEROES TO WS-VARIATION
           ELSE
               COMPUTE WS-VARIATION ROUNDED =
                   (WS-MASSE-FIN - WS-MASSE-DEBUT) * 100
                       / WS-MASSE-DEBUT
           END-IF.

      * -----------------------------------------------------------*
      * 9700-NOTER-REJET : retient le code retour 4 sans écraser un *
      * code plus grave                                             *
      * -----------------------------------------------------------*
       9700-NOTER-REJET.
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
