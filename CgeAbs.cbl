       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGEABS010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-30  AG  Création : congés et absences des employés,
      *                 jusqu'ici suivis sur papier par chaque
      *                 responsable de service - PAYREG010 ignorait
      *                 les absences sans solde et le trop-payé se
      *                 récupérait après coup. Le maître des congés
      *                 (CONGEF, copy CONGE, en séquence de matricule)
      *                 est fusionné avec PERSFILE : chaque employé
      *                 actif acquiert 25 jours ouvrés par an, mois
      *                 par mois depuis le mois de son embauche
      *                 (PERSONNE-DATE-EMBAUCHE), jusqu'au mois de
      *                 traitement compris ; un maître sans employé
      *                 (parti) est reporté tel quel. Les absences
      *                 remises par les services (ABSTRNF, même
      *                 principe que PERSTRNF pour PERSBAT1 : congé
      *                 payé, maladie, sans solde, période datée)
      *                 sont décomptées en jours ouvrés du calendrier
      *                 CALFILE ; une période invalide, hors
      *                 calendrier, sans jour ouvré, d'un matricule
      *                 inconnu ou inactif, ou un congé supérieur au
      *                 solde part en anomalie dans EXCFILE (code
      *                 retour 4). Un congé payé s'impute sur le
      *                 solde ; maladie et sans solde s'ajoutent aux
      *                 jours de l'année et donnent chacun une
      *                 retenue d'absence (élément ABSM ou ABSS de
      *                 type M, montant négatif = salaire du mois /
      *                 jours ouvrés du mois x jours d'absence)
      *                 ajoutée à PAYELMF pour PAYREG010. Le maître
      *                 à jour est réécrit et l'état des soldes par
      *                 service (CGERPT, une page par service via
      *                 RPTHDR010) sert à la planification. ABSTRNF
      *                 est vidé une fois le lot passé sans erreur
      *                 fichier. Raccordé au pilotage de reprise
      *                 (STEPCTL01), à la date de traitement
      *                 (DATPRM01), aux anomalies (EXCFILE) et au
      *                 journal de run (RUNFILE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des employés : matricule, service, embauche, statut
      * et salaire
           SELECT PERSFILE ASSIGN TO "PERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

      * Maître des services : libellé imprimé sur l'état des soldes
           SELECT SRVFILE ASSIGN TO "SRVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRM-STATUS.

      * Maître des congés - voir copy CONGE, réécrit à chaque run
           SELECT CONGEF ASSIGN TO "CONGEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CGE-STATUS.

      * Absences remises par les services - voir copy CONGE, vidé
      * après traitement
           SELECT ABSTRNF ASSIGN TO "ABSTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

      * Calendrier d'exploitation : jours ouvrés - voir copy CALREC
           SELECT CALFILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Eléments variables de paie de la période - voir copy
      * PAYELREC, en ajout
           SELECT PAYELMF ASSIGN TO "PAYELMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEL-STATUS.

      * Etat des soldes de congés par service
           SELECT CGERPT ASSIGN TO "CGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies (absences rejetées)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  SRVFILE
           RECORD CONTAINS 52 CHARACTERS.
       01  SRVFILE-ENREG               PIC X(52).

       FD  CONGEF
           RECORD CONTAINS 32 CHARACTERS.
       01  CONGEF-ENREG                PIC X(32).

       FD  ABSTRNF
           RECORD CONTAINS 23 CHARACTERS.
       01  ABSTRNF-ENREG               PIC X(23).

       FD  CALFILE
           RECORD CONTAINS 10 CHARACTERS.
       01  CALFILE-ENREG               PIC X(10).

       FD  PAYELMF
           RECORD CONTAINS 25 CHARACTERS.
       01  PAYELMF-ENREG               PIC X(25).

       FD  CGERPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CGERPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des employés - voir copy PERSONNE
       COPY PERSONNE.

      * Enregistrement du maître des services - voir copy SRVREC
       COPY SRVREC.

      * Congé de l'employé courant et absence lue - voir copy CONGE
       COPY CONGE.

      * Journée du calendrier - voir copy CALREC
       COPY CALREC.

      * Elément variable de paie - voir copy PAYELREC
       COPY PAYELREC.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".

       01  WS-SRM-STATUS               PIC X(02).
           88  WS-SRM-OK               VALUE "00".

       01  WS-CGE-STATUS               PIC X(02).
           88  WS-CGE-OK               VALUE "00".

       01  WS-ABS-STATUS               PIC X(02).
           88  WS-ABS-OK               VALUE "00".

       01  WS-CAL-STATUS               PIC X(02).
           88  WS-CAL-OK               VALUE "00".

       01  WS-PEL-STATUS               PIC X(02).
           88  WS-PEL-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Droit annuel en jours ouvrés, acquis par douzièmes
       01  WS-DROIT-ANNUEL             PIC 9(02) VALUE 25.

      * Codes des retenues d'absence portées sur PAYELMF
       01  WS-CODE-MALADIE             PIC X(04) VALUE "ABSM".
       01  WS-CODE-SANS-SOLDE          PIC X(04) VALUE "ABSS".

      * Libellés des services
       01  WS-SRM-TABLE.
           05  WS-SRM-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-SRM-IDX.
               10  WS-SRM-CODE         PIC X(04).
               10  WS-SRM-LIBELLE      PIC X(30).
       01  WS-NB-SRM                   PIC 9(02) VALUE ZEROES.

      * Absences remises : jours ouvrés décomptés au calendrier,
      * bornes trouvées au calendrier et état (blanc = à traiter,
      * A = appliquée, R = rejetée)
       01  WS-ABS-TABLE.
           05  WS-ABS-ENTREE OCCURS 200 TIMES.
               10  WS-ABS-MATRICULE    PIC X(06).
               10  WS-ABS-TYPE         PIC X(01).
                   88  WS-ABS-CONGE    VALUE 'C'.
                   88  WS-ABS-MALADIE  VALUE 'M'.
                   88  WS-ABS-SANS-SOLDE VALUE 'S'.
               10  WS-ABS-DEBUT        PIC 9(08).
               10  WS-ABS-FIN          PIC 9(08).
               10  WS-ABS-JOURS        PIC 9(03).
               10  WS-ABS-DEBUT-VU     PIC X(01).
               10  WS-ABS-FIN-VU       PIC X(01).
               10  WS-ABS-ETAT         PIC X(01).
       01  WS-NB-ABS                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-ABS                   PIC 9(03).

      * Maître des congés du run précédent, dans l'ordre du fichier
       01  WS-CGE-TABLE.
           05  WS-CGE-ENTREE OCCURS 500 TIMES.
               10  WS-CGE-MATRICULE    PIC X(06).
               10  WS-CGE-SUITE        PIC X(26).
       01  WS-NB-CGE                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-CGE                   PIC 9(03).

      * Clé du maître des congés en avance de lecture dans la table
      * (HIGH-VALUES une fois la table épuisée), pour la fusion en
      * séquence de matricule avec PERSFILE
       01  WS-CLE-CGE                  PIC X(06).

      * Maître des congés à jour, dans l'ordre de la fusion, avec
      * le service, le nom et le statut de l'employé (P = parti,
      * plus au maître des employés)
       01  WS-SOL-TABLE.
           05  WS-SOL-ENTREE OCCURS 500 TIMES.
               10  WS-SOL-CONGE        PIC X(32).
               10  WS-SOL-SERVICE      PIC X(04).
               10  WS-SOL-NOM          PIC X(12).
               10  WS-SOL-STATUT       PIC X(01).
       01  WS-NB-SOL                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-SOL                   PIC 9(03).

      * Services des employés actifs, pour l'état des soldes
       01  WS-SVC-TABLE.
           05  WS-SVC-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-SVC-IDX.
               10  WS-SVC-CODE         PIC X(04).
               10  WS-SVC-NB           PIC 9(04).
               10  WS-SVC-SOLDE        PIC S9(07)V9(02).
       01  WS-NB-SVC                   PIC 9(02) VALUE ZEROES.
       01  WS-NO-SVC                   PIC 9(02).

       01  WS-SVC-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SVC-TROUVE           VALUE "O".

      * Table pleine au chargement ou à la fusion : rien n'est
      * réécrit ni vidé
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

       01  WS-MOTIF-REJET              PIC X(40).

      * Mois exprimés en rang (AAAA x 12 + MM) pour compter les
      * mois à acquérir
       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).
           05  WS-DEC-JJ               PIC 9(02).

       01  WS-MOIS-DECOMP.
           05  WS-MDC-AAAA             PIC 9(04).
           05  WS-MDC-MM               PIC 9(02).

       01  WS-RANG-COURANT             PIC 9(06).
       01  WS-RANG-DERNIER             PIC 9(06).
       01  WS-NB-MOIS                  PIC 9(04).
       01  WS-ACQUIS-MOIS              PIC 9(03)V9(02).
       01  WS-SOLDE                    PIC S9(03)V9(02).

      * Jours ouvrés du mois de traitement au calendrier, base du
      * salaire journalier des retenues d'absence
       01  WS-NB-OUVRES-MOIS           PIC 9(02) VALUE ZEROES.
       01  WS-RETENUE                  PIC 9(05)V9(02).

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-EMPLOYES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-NOUVEAUX              PIC 9(05) VALUE ZEROES.
       01  WS-NB-APPLIQUEES            PIC 9(05) VALUE ZEROES.
       01  WS-NB-REJETEES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-ELEMENTS              PIC 9(05) VALUE ZEROES.
       01  WS-NB-ECRITS                PIC 9(07) VALUE ZEROES.

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010 - une page par service
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "SOLDES DE CONGES PAR SERVICE".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-SERVICE.
           05  FILLER                  PIC X(10) VALUE "SERVICE : ".
           05  LSV-CODE                PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LSV-LIBELLE             PIC X(30).
           05  FILLER                  PIC X(10) VALUE "  PERIODE ".
           05  LSV-PERIODE             PIC 9(06).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(08) VALUE "MATRIC".
           05  FILLER                  PIC X(14) VALUE "NOM".
           05  FILLER                  PIC X(08) VALUE "ACQUIS".
           05  FILLER                  PIC X(08) VALUE "  PRIS".
           05  FILLER                  PIC X(09) VALUE "  SOLDE".
           05  FILLER                  PIC X(09) VALUE "MAL.".
           05  FILLER                  PIC X(24) VALUE "S.SOLDE".

       01  WS-LIGNE-DETAIL.
           05  DL-MATRICULE            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NOM                  PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACQUIS               PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PRIS                 PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SOLDE                PIC -ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MALADIE              PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  DL-SANS-SOLDE           PIC ZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-LIGNE-SOUS-TOTAL.
           05  FILLER                  PIC X(11)
               VALUE "EMPLOYES : ".
           05  ST-NB                   PIC ZZZ9.
           05  FILLER                  PIC X(22)
               VALUE "   SOLDE DU SERVICE : ".
           05  ST-SOLDE                PIC -(05)9.99.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-LIGNE-AUCUN.
           05  FILLER                  PIC X(40)
               VALUE "AUCUN EMPLOYE ACTIF".
           05  FILLER                  PIC X(40) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF) : un run déjà terminé pour la date du jour
      * est sauté à la relance - les retenues d'absence ne sont pas
      * ajoutées deux fois
       01  WS-STEP-NOM                 PIC X(08) VALUE "CGEABS01".
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
               PERFORM 1000-INITIALISER
               IF WS-CODE-RETOUR < 8
                   PERFORM 2000-TRAITER-EMPLOYES
               END-IF
               IF WS-CODE-RETOUR < 8
                   PERFORM 3000-REJETER-ORPHELINES
                   PERFORM 4000-ECRIRE-CONGES
                   PERFORM 5000-IMPRIMER-SOLDES
                   PERFORM 6000-VIDER-ABSENCES
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
               MOVE WS-NB-LUS TO WS-STEP-NB-LUS
               MOVE WS-NB-ECRITS TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre le journal des anomalies, charge   *
      * services, absences et ancien maître des congés, décompte    *
      * les absences au calendrier et ouvre les fichiers de la      *
      * fusion ; une table pleine ou un calendrier absent arrête le *
      * lot plutôt que de retenir des absences non contrôlées       *
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

           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP.
           COMPUTE WS-RANG-COURANT = WS-DEC-AAAA * 12 + WS-DEC-MM.

           PERFORM 1100-CHARGER-SERVICES.
           PERFORM 1200-CHARGER-ABSENCES.
           PERFORM 1300-CHARGER-CONGES.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE PLEINE - CONGES ET ABSENCES NON TRAITES"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1400-DECOMPTER-AU-CALENDRIER
           END-IF.

           IF WS-CODE-RETOUR < 8
               PERFORM 1500-OUVRIR-FUSION
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-SERVICES : charge les libellés du maître des   *
      * services ; maître absent = libellés à blanc                 *
      * -----------------------------------------------------------*
       1100-CHARGER-SERVICES.
           OPEN INPUT SRVFILE.
           IF WS-SRM-OK
               PERFORM 1150-LIRE-ET-STOCKER-SERVICE
                   UNTIL NOT WS-SRM-OK OR WS-NB-SRM >= 50
               CLOSE SRVFILE
           ELSE
               DISPLAY "SRVFILE ABSENT - SERVICES SANS LIBELLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-SERVICE : lit un service du maître et  *
      * retient son libellé                                         *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-SERVICE.
           READ SRVFILE INTO SERVICE-ENREG
               AT END
                   MOVE "10" TO WS-SRM-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-SRM
                   MOVE SRV-CODE    TO WS-SRM-CODE(WS-NB-SRM)
                   MOVE SRV-LIBELLE TO WS-SRM-LIBELLE(WS-NB-SRM)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-ABSENCES : charge les absences remises ;       *
      * fichier absent = aucune absence (acquisition seule)         *
      * -----------------------------------------------------------*
       1200-CHARGER-ABSENCES.
           OPEN INPUT ABSTRNF.
           IF WS-ABS-OK
               PERFORM 1250-LIRE-ET-STOCKER-ABSENCE
                   UNTIL NOT WS-ABS-OK OR WS-TABLE-PLEINE
               CLOSE ABSTRNF
           ELSE
               DISPLAY "ABSTRNF ABSENT - AUCUNE ABSENCE"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-ABSENCE : lit une absence et la place  *
      * dans la table, à traiter (dates illisibles mises à zéro)    *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-ABSENCE.
           READ ABSTRNF INTO ABS-ENREG
               AT END
                   MOVE "10" TO WS-ABS-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF WS-NB-ABS >= 200
                       DISPLAY "ABSTRNF DEPASSE 200 ABSENCES"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-ABS
                       MOVE ABS-MATRICULE
                           TO WS-ABS-MATRICULE(WS-NB-ABS)
                       MOVE ABS-TYPE TO WS-ABS-TYPE(WS-NB-ABS)
                       IF ABS-DATE-DEBUT IS NUMERIC
                           AND ABS-DATE-FIN IS NUMERIC
                           MOVE ABS-DATE-DEBUT
                               TO WS-ABS-DEBUT(WS-NB-ABS)
                           MOVE ABS-DATE-FIN TO WS-ABS-FIN(WS-NB-ABS)
                       ELSE
                           MOVE ZEROES TO WS-ABS-DEBUT(WS-NB-ABS)
                           MOVE ZEROES TO WS-ABS-FIN(WS-NB-ABS)
                       END-IF
                       MOVE ZEROES TO WS-ABS-JOURS(WS-NB-ABS)
                       MOVE "N" TO WS-ABS-DEBUT-VU(WS-NB-ABS)
                       MOVE "N" TO WS-ABS-FIN-VU(WS-NB-ABS)
                       MOVE SPACE TO WS-ABS-ETAT(WS-NB-ABS)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-CONGES : charge le maître des congés du run    *
      * précédent ; fichier absent = premier run, tous les          *
      * employés partent de leur embauche                           *
      * -----------------------------------------------------------*
       1300-CHARGER-CONGES.
           OPEN INPUT CONGEF.
           IF WS-CGE-OK
               PERFORM 1350-LIRE-ET-STOCKER-CONGE
                   UNTIL NOT WS-CGE-OK OR WS-TABLE-PLEINE
               CLOSE CONGEF
           ELSE
               DISPLAY "CONGEF ABSENT - DROITS ACQUIS DEPUIS "
                   "L'EMBAUCHE"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-CONGE : lit un congé du maître et le   *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-CONGE.
           READ CONGEF INTO CGE-ENREG
               AT END
                   MOVE "10" TO WS-CGE-STATUS
               NOT AT END
                   IF WS-NB-CGE >= 500
                       DISPLAY "CONGEF DEPASSE 500 EMPLOYES"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-CGE
                       MOVE CGE-ENREG TO WS-CGE-ENTREE(WS-NB-CGE)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1400-DECOMPTER-AU-CALENDRIER : parcourt une fois le         *
      * calendrier - jours ouvrés du mois de traitement et, pour    *
      * chaque absence, bornes trouvées et jours ouvrés de la       *
      * période ; calendrier absent ou ne couvrant pas le mois =    *
      * erreur fichier                                              *
      * -----------------------------------------------------------*
       1400-DECOMPTER-AU-CALENDRIER.
           OPEN INPUT CALFILE.
           IF NOT WS-CAL-OK
               DISPLAY "CALFILE INTROUVABLE - ABSENCES NON "
                   "CONTROLEES"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1450-EXAMINER-UNE-JOURNEE
                   UNTIL NOT WS-CAL-OK
               CLOSE CALFILE
               IF WS-NB-OUVRES-MOIS = ZEROES
                   DISPLAY "CALFILE NE COUVRE PAS LE MOIS "
                       WS-DATE-TRAITEMENT(1:6)
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1450-EXAMINER-UNE-JOURNEE : lit une journée du calendrier   *
      * et la confronte au mois de traitement et aux absences       *
      * -----------------------------------------------------------*
       1450-EXAMINER-UNE-JOURNEE.
           READ CALFILE INTO CAL-ENREG
               AT END
                   MOVE "10" TO WS-CAL-STATUS
               NOT AT END
                   IF CAL-OUVRE
                       AND CAL-DATE(1:6) = WS-DATE-TRAITEMENT(1:6)
                       ADD 1 TO WS-NB-OUVRES-MOIS
                   END-IF
                   PERFORM 1470-POINTER-UNE-ABSENCE
                       VARYING WS-NO-ABS FROM 1 BY 1
                           UNTIL WS-NO-ABS > WS-NB-ABS
           END-READ.

      * -----------------------------------------------------------*
      * 1470-POINTER-UNE-ABSENCE : note la journée courante dans    *
      * l'absence courante (borne trouvée, jour ouvré couvert)      *
      * -----------------------------------------------------------*
       1470-POINTER-UNE-ABSENCE.
           IF CAL-DATE = WS-ABS-DEBUT(WS-NO-ABS)
               MOVE "O" TO WS-ABS-DEBUT-VU(WS-NO-ABS)
           END-IF.
           IF CAL-DATE = WS-ABS-FIN(WS-NO-ABS)
               MOVE "O" TO WS-ABS-FIN-VU(WS-NO-ABS)
           END-IF.
           IF CAL-OUVRE
               AND CAL-DATE >= WS-ABS-DEBUT(WS-NO-ABS)
               AND CAL-DATE <= WS-ABS-FIN(WS-NO-ABS)
               AND WS-ABS-JOURS(WS-NO-ABS) < 999
               ADD 1 TO WS-ABS-JOURS(WS-NO-ABS)
           END-IF.

      * -----------------------------------------------------------*
      * 1500-OUVRIR-FUSION : ouvre PERSFILE, les éléments de paie   *
      * (EXTEND ; fichier absent = première saisie de la période)   *
      * et positionne le maître des congés sur son premier poste    *
      * -----------------------------------------------------------*
       1500-OUVRIR-FUSION.
           OPEN INPUT PERSFILE.
           IF NOT WS-PERS-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PERSFILE - STATUT "
                   WS-PERS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN EXTEND PAYELMF.
           IF WS-PEL-STATUS = "35"
               OPEN OUTPUT PAYELMF
           END-IF.
           IF NOT WS-PEL-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PAYELMF - STATUT "
                   WS-PEL-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           MOVE ZEROES TO WS-NO-CGE.
           PERFORM 2160-AVANCER-CONGE.

      * -----------------------------------------------------------*
      * 2000-TRAITER-EMPLOYES : fusionne PERSFILE et l'ancien       *
      * maître des congés en séquence de matricule ; les congés     *
      * restant après le dernier employé sont reportés tels quels   *
      * -----------------------------------------------------------*
       2000-TRAITER-EMPLOYES.
           PERFORM 2100-LIRE-EMPLOYE
               UNTIL NOT WS-PERS-OK OR WS-TABLE-PLEINE.
           PERFORM 2150-REPORTER-PARTI
               UNTIL WS-CLE-CGE = HIGH-VALUES OR WS-TABLE-PLEINE.
           CLOSE PERSFILE.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE DES SOLDES PLEINE (500) - MAITRE DES "
                   "CONGES NON REECRIT"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-EMPLOYE : lit l'employé suivant et le traite      *
      * -----------------------------------------------------------*
       2100-LIRE-EMPLOYE.
           READ PERSFILE INTO PERSONNE
               AT END
                   MOVE "10" TO WS-PERS-STATUS
               NOT AT END
                   PERFORM 2200-TRAITER-UN-EMPLOYE
           END-READ.

      * -----------------------------------------------------------*
      * 2150-REPORTER-PARTI : range tel quel le congé d'un employé  *
      * qui n'est plus au maître des employés                       *
      * -----------------------------------------------------------*
       2150-REPORTER-PARTI.
           IF WS-NB-SOL >= 500
               SET WS-TABLE-PLEINE TO TRUE
           ELSE
               ADD 1 TO WS-NB-SOL
               MOVE WS-CGE-ENTREE(WS-NO-CGE)
                   TO WS-SOL-CONGE(WS-NB-SOL)
               MOVE SPACES TO WS-SOL-SERVICE(WS-NB-SOL)
               MOVE SPACES TO WS-SOL-NOM(WS-NB-SOL)
               MOVE "P" TO WS-SOL-STATUT(WS-NB-SOL)
               PERFORM 2160-AVANCER-CONGE
           END-IF.

      * -----------------------------------------------------------*
      * 2160-AVANCER-CONGE : passe au poste suivant de l'ancien     *
      * maître des congés (HIGH-VALUES une fois la table épuisée)   *
      * -----------------------------------------------------------*
       2160-AVANCER-CONGE.
           ADD 1 TO WS-NO-CGE.
           IF WS-NO-CGE > WS-NB-CGE
               MOVE HIGH-VALUES TO WS-CLE-CGE
           ELSE
               MOVE WS-CGE-MATRICULE(WS-NO-CGE) TO WS-CLE-CGE
           END-IF.

      * -----------------------------------------------------------*
      * 2200-TRAITER-UN-EMPLOYE : reporte les partis qui précèdent  *
      * l'employé courant, reprend ou crée son congé, acquiert les  *
      * mois écoulés, applique ses absences et range le congé à     *
      * jour                                                        *
      * -----------------------------------------------------------*
       2200-TRAITER-UN-EMPLOYE.
           PERFORM 2150-REPORTER-PARTI
               UNTIL WS-CLE-CGE >= PERSONNE-MATRICULE
                   OR WS-TABLE-PLEINE.

           IF WS-NB-SOL >= 500
               SET WS-TABLE-PLEINE TO TRUE
           ELSE
               ADD 1 TO WS-NB-EMPLOYES
               IF WS-CLE-CGE = PERSONNE-MATRICULE
                   MOVE WS-CGE-ENTREE(WS-NO-CGE) TO CGE-ENREG
                   PERFORM 2160-AVANCER-CONGE
               ELSE
                   PERFORM 2250-CREER-CONGE
               END-IF

               IF CGE-ANNEE NOT = WS-DEC-AAAA
                   MOVE WS-DEC-AAAA TO CGE-ANNEE
                   MOVE ZEROES TO CGE-MALADIE CGE-SANS-SOLDE
               END-IF

               PERFORM 2300-ACQUERIR-DROITS

               PERFORM 2400-APPLIQUER-UNE-ABSENCE
                   VARYING WS-NO-ABS FROM 1 BY 1
                       UNTIL WS-NO-ABS > WS-NB-ABS

               PERFORM 2800-RANGER-CONGE
           END-IF.

      * -----------------------------------------------------------*
      * 2250-CREER-CONGE : congé d'un employé nouveau au maître des *
      * congés - dernier mois acquis = mois précédant l'embauche    *
      * (mois de traitement à défaut d'une date d'embauche valide)  *
      * -----------------------------------------------------------*
       2250-CREER-CONGE.
           ADD 1 TO WS-NB-NOUVEAUX.
           MOVE PERSONNE-MATRICULE TO CGE-MATRICULE.
           MOVE ZEROES TO CGE-ACQUIS CGE-PRIS.
           MOVE ZEROES TO CGE-MALADIE CGE-SANS-SOLDE.
           MOVE WS-DEC-AAAA TO CGE-ANNEE.

           IF PERSONNE-DATE-EMBAUCHE IS NUMERIC
               AND PERSONNE-EMB-AAAA > ZEROES
               AND PERSONNE-EMB-MM >= 01 AND PERSONNE-EMB-MM <= 12
               MOVE PERSONNE-EMB-AAAA TO WS-MDC-AAAA
               MOVE PERSONNE-EMB-MM   TO WS-MDC-MM
           ELSE
               MOVE WS-DEC-AAAA TO WS-MDC-AAAA
               MOVE WS-DEC-MM   TO WS-MDC-MM
           END-IF.

           IF WS-MDC-MM = 01
               SUBTRACT 1 FROM WS-MDC-AAAA
               MOVE 12 TO WS-MDC-MM
           ELSE
               SUBTRACT 1 FROM WS-MDC-MM
           END-IF.
           MOVE WS-MOIS-DECOMP TO CGE-DERNIER-MOIS.

      * -----------------------------------------------------------*
      * 2300-ACQUERIR-DROITS : acquiert les mois écoulés depuis le  *
      * dernier mois acquis jusqu'au mois de traitement compris ;   *
      * un employé inactif n'acquiert rien mais son dernier mois    *
      * avance (pas de rattrapage à sa réactivation)                *
      * -----------------------------------------------------------*
       2300-ACQUERIR-DROITS.
           MOVE CGE-DERNIER-MOIS TO WS-MOIS-DECOMP.
           COMPUTE WS-RANG-DERNIER = WS-MDC-AAAA * 12 + WS-MDC-MM.

           IF WS-RANG-COURANT > WS-RANG-DERNIER
               COMPUTE WS-NB-MOIS = WS-RANG-COURANT - WS-RANG-DERNIER
               IF PERSONNE-ACTIF
                   COMPUTE WS-ACQUIS-MOIS ROUNDED =
                       WS-NB-MOIS * WS-DROIT-ANNUEL / 12
                   ADD WS-ACQUIS-MOIS TO CGE-ACQUIS
               END-IF
               MOVE WS-DATE-TRAITEMENT(1:6) TO CGE-DERNIER-MOIS
           END-IF.

      * -----------------------------------------------------------*
      * 2400-APPLIQUER-UNE-ABSENCE : contrôle et applique l'absence *
      * courante si elle revient à l'employé courant                *
      * -----------------------------------------------------------*
       2400-APPLIQUER-UNE-ABSENCE.
           IF WS-ABS-MATRICULE(WS-NO-ABS) = PERSONNE-MATRICULE
               AND WS-ABS-ETAT(WS-NO-ABS) = SPACE
               PERFORM 2450-CONTROLER-ABSENCE
               IF WS-MOTIF-REJET = SPACES
                   PERFORM 2500-ENREGISTRER-ABSENCE
               ELSE
                   PERFORM 2700-REJETER-ABSENCE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2450-CONTROLER-ABSENCE : pose le motif de rejet de          *
      * l'absence courante (blanc = absence recevable)              *
      * -----------------------------------------------------------*
       2450-CONTROLER-ABSENCE.
           MOVE SPACES TO WS-MOTIF-REJET.
           COMPUTE WS-SOLDE = CGE-ACQUIS - CGE-PRIS.

           EVALUATE TRUE
               WHEN NOT PERSONNE-ACTIF
                   MOVE "EMPLOYE INACTIF" TO WS-MOTIF-REJET
               WHEN NOT WS-ABS-CONGE(WS-NO-ABS)
                   AND NOT WS-ABS-MALADIE(WS-NO-ABS)
                   AND NOT WS-ABS-SANS-SOLDE(WS-NO-ABS)
                   MOVE "TYPE D'ABSENCE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-ABS-DEBUT(WS-NO-ABS) = ZEROES
               WHEN WS-ABS-FIN(WS-NO-ABS) < WS-ABS-DEBUT(WS-NO-ABS)
                   MOVE "PERIODE D'ABSENCE INVALIDE"
                       TO WS-MOTIF-REJET
               WHEN WS-ABS-DEBUT-VU(WS-NO-ABS) NOT = "O"
               WHEN WS-ABS-FIN-VU(WS-NO-ABS) NOT = "O"
                   MOVE "DATE ABSENTE DU CALENDRIER"
                       TO WS-MOTIF-REJET
               WHEN WS-ABS-JOURS(WS-NO-ABS) = ZEROES
                   MOVE "AUCUN JOUR OUVRE DANS LA PERIODE"
                       TO WS-MOTIF-REJET
               WHEN WS-ABS-CONGE(WS-NO-ABS)
                   AND WS-ABS-JOURS(WS-NO-ABS) > WS-SOLDE
                   MOVE "CONGE SUPERIEUR AU SOLDE ACQUIS"
                       TO WS-MOTIF-REJET
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2500-ENREGISTRER-ABSENCE : impute l'absence courante - un   *
      * congé sur le solde, une maladie ou un sans solde sur les    *
      * jours de l'année avec sa retenue d'absence                  *
      * -----------------------------------------------------------*
       2500-ENREGISTRER-ABSENCE.
           EVALUATE TRUE
               WHEN WS-ABS-CONGE(WS-NO-ABS)
                   ADD WS-ABS-JOURS(WS-NO-ABS) TO CGE-PRIS
               WHEN WS-ABS-MALADIE(WS-NO-ABS)
                   ADD WS-ABS-JOURS(WS-NO-ABS) TO CGE-MALADIE
                   MOVE WS-CODE-MALADIE TO PEL-CODE
                   PERFORM 2550-ECRIRE-RETENUE
               WHEN WS-ABS-SANS-SOLDE(WS-NO-ABS)
                   ADD WS-ABS-JOURS(WS-NO-ABS) TO CGE-SANS-SOLDE
                   MOVE WS-CODE-SANS-SOLDE TO PEL-CODE
                   PERFORM 2550-ECRIRE-RETENUE
           END-EVALUATE.

           MOVE "A" TO WS-ABS-ETAT(WS-NO-ABS).
           ADD 1 TO WS-NB-APPLIQUEES.

      * -----------------------------------------------------------*
      * 2550-ECRIRE-RETENUE : écrit dans PAYELMF la retenue de      *
      * l'absence courante (code posé par l'appelant) - salaire     *
      * journalier du mois x jours d'absence, plafonnée au salaire  *
      * -----------------------------------------------------------*
       2550-ECRIRE-RETENUE.
           COMPUTE WS-RETENUE ROUNDED =
               PERSONNE-SALAIRE * WS-ABS-JOURS(WS-NO-ABS)
                   / WS-NB-OUVRES-MOIS.
           IF WS-RETENUE > PERSONNE-SALAIRE
               MOVE PERSONNE-SALAIRE TO WS-RETENUE
           END-IF.

           MOVE PERSONNE-MATRICULE TO PEL-MATRICULE.
           SET PEL-MONTANT-FIXE TO TRUE.
           COMPUTE PEL-VALEUR = ZEROES - WS-RETENUE.
           MOVE ZEROES TO PEL-TAUX.

           IF WS-PEL-OK
               WRITE PAYELMF-ENREG FROM PEL-ENREG
               ADD 1 TO WS-NB-ELEMENTS
           END-IF.

      * -----------------------------------------------------------*
      * 2700-REJETER-ABSENCE : journalise l'absence courante dans   *
      * EXCFILE avec le motif posé par l'appelant                   *
      * -----------------------------------------------------------*
       2700-REJETER-ABSENCE.
           MOVE "R" TO WS-ABS-ETAT(WS-NO-ABS).
           ADD 1 TO WS-NB-REJETEES.
           DISPLAY "ABSENCE REJETEE : " WS-ABS-MATRICULE(WS-NO-ABS)
               " " WS-MOTIF-REJET.

           PERFORM 9700-NOTER-REJET.
           MOVE WS-ABS-MATRICULE(WS-NO-ABS) TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE WS-ABS-DEBUT(WS-NO-ABS) TO EXC-VALEUR1.
           MOVE WS-ABS-FIN(WS-NO-ABS)   TO EXC-VALEUR2.
           MOVE WS-MOTIF-REJET TO EXC-MESSAGE.
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 2800-RANGER-CONGE : range le congé à jour de l'employé      *
      * courant et cumule un employé actif dans son service         *
      * -----------------------------------------------------------*
       2800-RANGER-CONGE.
           ADD 1 TO WS-NB-SOL.
           MOVE CGE-ENREG          TO WS-SOL-CONGE(WS-NB-SOL).
           MOVE PERSONNE-SERVICE   TO WS-SOL-SERVICE(WS-NB-SOL).
           MOVE PERSONNE1          TO WS-SOL-NOM(WS-NB-SOL).
           MOVE PERSONNE-STATUT    TO WS-SOL-STATUT(WS-NB-SOL).

           IF PERSONNE-ACTIF
               PERFORM 2850-CUMULER-PAR-SERVICE
           END-IF.

      * -----------------------------------------------------------*
      * 2850-CUMULER-PAR-SERVICE : cumule le solde de l'employé     *
      * courant dans son service                                    *
      * -----------------------------------------------------------*
       2850-CUMULER-PAR-SERVICE.
           MOVE "N" TO WS-SVC-TROUVE-SWITCH.

           IF WS-NB-SVC > ZEROES
               SET WS-SVC-IDX TO 1
               SEARCH WS-SVC-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SVC-CODE(WS-SVC-IDX) = PERSONNE-SERVICE
                       SET WS-SVC-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-SVC-TROUVE
               IF WS-NB-SVC >= 50
                   DISPLAY "TABLE DES SERVICES PLEINE (50) - "
                       PERSONNE-SERVICE " NON EDITE"
                   PERFORM 9700-NOTER-REJET
               ELSE
                   ADD 1 TO WS-NB-SVC
                   SET WS-SVC-IDX TO WS-NB-SVC
                   MOVE PERSONNE-SERVICE TO WS-SVC-CODE(WS-SVC-IDX)
                   MOVE ZEROES TO WS-SVC-NB(WS-SVC-IDX)
                   MOVE ZEROES TO WS-SVC-SOLDE(WS-SVC-IDX)
                   SET WS-SVC-TROUVE TO TRUE
               END-IF
           END-IF.

           IF WS-SVC-TROUVE
               ADD 1 TO WS-SVC-NB(WS-SVC-IDX)
               COMPUTE WS-SVC-SOLDE(WS-SVC-IDX) =
                   WS-SVC-SOLDE(WS-SVC-IDX) + CGE-ACQUIS - CGE-PRIS
           END-IF.

      * -----------------------------------------------------------*
      * 3000-REJETER-ORPHELINES : les absences restées à traiter    *
      * après la fusion portent un matricule inconnu du maître      *
      * -----------------------------------------------------------*
       3000-REJETER-ORPHELINES.
           PERFORM 3100-REJETER-UNE-ORPHELINE
               VARYING WS-NO-ABS FROM 1 BY 1
                   UNTIL WS-NO-ABS > WS-NB-ABS.

      * -----------------------------------------------------------*
      * 3100-REJETER-UNE-ORPHELINE : rejette l'absence courante si  *
      * elle n'a pas été traitée                                    *
      * -----------------------------------------------------------*
       3100-REJETER-UNE-ORPHELINE.
           IF WS-ABS-ETAT(WS-NO-ABS) = SPACE
               MOVE "MATRICULE INCONNU" TO WS-MOTIF-REJET
               PERFORM 2700-REJETER-ABSENCE
           END-IF.

      * -----------------------------------------------------------*
      * 4000-ECRIRE-CONGES : réécrit le maître des congés à jour,   *
      * dans l'ordre de la fusion                                   *
      * -----------------------------------------------------------*
       4000-ECRIRE-CONGES.
           OPEN OUTPUT CONGEF.
           IF NOT WS-CGE-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE CONGEF - STATUT "
                   WS-CGE-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 4100-ECRIRE-UN-CONGE
                   VARYING WS-NO-SOL FROM 1 BY 1
                       UNTIL WS-NO-SOL > WS-NB-SOL
               CLOSE CONGEF
           END-IF.

      * -----------------------------------------------------------*
      * 4100-ECRIRE-UN-CONGE : écrit le congé courant               *
      * -----------------------------------------------------------*
       4100-ECRIRE-UN-CONGE.
           WRITE CONGEF-ENREG FROM WS-SOL-CONGE(WS-NO-SOL).
           ADD 1 TO WS-NB-ECRITS.

      * -----------------------------------------------------------*
      * 5000-IMPRIMER-SOLDES : imprime une page par service : les   *
      * soldes de ses employés actifs et le solde du service        *
      * -----------------------------------------------------------*
       5000-IMPRIMER-SOLDES.
           OPEN OUTPUT CGERPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR CGERPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               IF WS-NB-SVC = ZEROES
                   ADD 1 TO WS-NO-PAGE
                   CALL "RPTHDR010" USING WS-TITRE-RAPPORT,
                       WS-NO-PAGE, WS-LIGNE-ENTETE-1
                   WRITE CGERPT-LIGNE FROM WS-LIGNE-ENTETE-1
                   WRITE CGERPT-LIGNE FROM WS-LIGNE-VIDE
                   WRITE CGERPT-LIGNE FROM WS-LIGNE-AUCUN
               END-IF
               PERFORM 5100-IMPRIMER-UN-SERVICE
                   VARYING WS-NO-SVC FROM 1 BY 1
                       UNTIL WS-NO-SVC > WS-NB-SVC
               CLOSE CGERPT
           END-IF.

      * -----------------------------------------------------------*
      * 5100-IMPRIMER-UN-SERVICE : page du service courant          *
      * -----------------------------------------------------------*
       5100-IMPRIMER-UN-SERVICE.
           SET WS-SVC-IDX TO WS-NO-SVC.

           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE CGERPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE CGERPT-LIGNE FROM WS-LIGNE-VIDE.

           MOVE WS-SVC-CODE(WS-SVC-IDX) TO LSV-CODE.
           PERFORM 5120-LIBELLER-SERVICE.
           MOVE WS-DATE-TRAITEMENT(1:6) TO LSV-PERIODE.
           WRITE CGERPT-LIGNE FROM WS-LIGNE-SERVICE.
           WRITE CGERPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE CGERPT-LIGNE FROM WS-LIGNE-ENTETE-2.

           PERFORM 5150-IMPRIMER-UN-SOLDE
               VARYING WS-NO-SOL FROM 1 BY 1
                   UNTIL WS-NO-SOL > WS-NB-SOL.

           MOVE WS-SVC-NB(WS-SVC-IDX)    TO ST-NB.
           MOVE WS-SVC-SOLDE(WS-SVC-IDX) TO ST-SOLDE.
           WRITE CGERPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE CGERPT-LIGNE FROM WS-LIGNE-SOUS-TOTAL.

      * -----------------------------------------------------------*
      * 5120-LIBELLER-SERVICE : cherche le libellé du service de la *
      * page                                                        *
      * -----------------------------------------------------------*
       5120-LIBELLER-SERVICE.
           MOVE SPACES TO LSV-LIBELLE.

           IF WS-NB-SRM > ZEROES
               SET WS-SRM-IDX TO 1
               SEARCH WS-SRM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SRM-CODE(WS-SRM-IDX) = LSV-CODE
                       MOVE WS-SRM-LIBELLE(WS-SRM-IDX) TO LSV-LIBELLE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 5150-IMPRIMER-UN-SOLDE : imprime le congé courant s'il      *
      * revient à un employé actif du service de la page            *
      * -----------------------------------------------------------*
       5150-IMPRIMER-UN-SOLDE.
           IF WS-SOL-SERVICE(WS-NO-SOL) = LSV-CODE
               AND WS-SOL-STATUT(WS-NO-SOL) = "A"
               MOVE WS-SOL-CONGE(WS-NO-SOL) TO CGE-ENREG
               MOVE CGE-MATRICULE           TO DL-MATRICULE
               MOVE WS-SOL-NOM(WS-NO-SOL)   TO DL-NOM
               MOVE CGE-ACQUIS              TO DL-ACQUIS
               MOVE CGE-PRIS                TO DL-PRIS
               COMPUTE DL-SOLDE = CGE-ACQUIS - CGE-PRIS
               MOVE CGE-MALADIE             TO DL-MALADIE
               MOVE CGE-SANS-SOLDE          TO DL-SANS-SOLDE
               WRITE CGERPT-LIGNE FROM WS-LIGNE-DETAIL
           END-IF.

      * -----------------------------------------------------------*
      * 6000-VIDER-ABSENCES : les absences remises sont traitées -  *
      * ABSTRNF est vidé, sauf erreur fichier (il sera repris tel   *
      * quel au prochain run)                                       *
      * -----------------------------------------------------------*
       6000-VIDER-ABSENCES.
           IF WS-CODE-RETOUR < 8 AND WS-NB-LUS > ZEROES
               OPEN OUTPUT ABSTRNF
               IF WS-ABS-OK
                   CLOSE ABSTRNF
               ELSE
                   DISPLAY "IMPOSSIBLE DE VIDER ABSTRNF - STATUT "
                       WS-ABS-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 7000-TERMINER : ferme les éléments de paie et le journal    *
      * des anomalies et affiche les compteurs du run               *
      * -----------------------------------------------------------*
       7000-TERMINER.
           IF WS-PEL-OK
               CLOSE PAYELMF
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "ABSENCES LUES          : " WS-NB-LUS.
           DISPLAY "ABSENCES APPLIQUEES    : " WS-NB-APPLIQUEES.
           DISPLAY "ABSENCES REJETEES      : " WS-NB-REJETEES.
           DISPLAY "RETENUES D'ABSENCE     : " WS-NB-ELEMENTS.
           DISPLAY "EMPLOYES TRAITES       : " WS-NB-EMPLOYES.
           DISPLAY "NOUVEAUX AU MAITRE     : " WS-NB-NOUVEAUX.
           DISPLAY "CONGES ECRITS          : " WS-NB-ECRITS.

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
           MOVE "CGEABS01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "CGEABS01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
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
