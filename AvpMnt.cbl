       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVPMNT010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-06  AG  Création : avances sur salaire et prêts au
      *                 personnel, jusqu'ici décaissés par un débit
      *                 manuel dans MVTFILE et récupérés par une
      *                 retenue PAYELMF saisie chaque mois à la main.
      *                 Le maître des avances et prêts (AVPRETF, copy
      *                 AVPRET, en séquence de matricule puis de
      *                 numéro) est tenu à partir des mouvements remis
      *                 par le service du personnel (AVPTRNF) : octroi
      *                 (O) d'une avance ou d'un prêt à un employé
      *                 actif de PERSFILE - principal, échéance
      *                 mensuelle (une avance sans échéance est
      *                 retenue en une fois) et mois de début, dans la
      *                 devise de paie de l'employé, numéro attribué à
      *                 la suite de ses postes - ou changement (E) de
      *                 l'échéance et du mois de début d'un poste en
      *                 cours. Un mouvement invalide part en anomalie
      *                 dans EXCFILE (code retour 4). L'échéance est
      *                 retenue par PAYREG010 et le solde d'un
      *                 sortant par STCSOL010. L'état mensuel AVPRPT
      *                 (via RPTHDR010) imprime chaque poste en cours
      *                 ou soldé dans le mois - retenue du mois et
      *                 solde restant dû, sortants signalés - avec les
      *                 totaux en euros (FOREX01). AVPTRNF est vidé
      *                 une fois le lot passé sans erreur fichier.
      *                 Raccordé au pilotage de reprise (STEPCTL01), à
      *                 la date de traitement (DATPRM01), aux anomalies
      *                 (EXCFILE) et au journal de run (RUNFILE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des employés : nom, statut et devise de paie
           SELECT PERSFILE ASSIGN TO "PERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

      * Maître des avances et prêts - voir copy AVPRET, réécrit
      * quand un mouvement est appliqué
           SELECT AVPRETF ASSIGN TO "AVPRETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

      * Mouvements remis par le service du personnel - voir copy
      * AVPRET, vidé après traitement
           SELECT AVPTRNF ASSIGN TO "AVPTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-STATUS.

      * Etat mensuel des avances et prêts
           SELECT AVPRPT ASSIGN TO "AVPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies (mouvements rejetés)
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

       FD  AVPRETF
           RECORD CONTAINS 70 CHARACTERS.
       01  AVPRETF-ENREG               PIC X(70).

       FD  AVPTRNF
           RECORD CONTAINS 34 CHARACTERS.
       01  AVPTRNF-ENREG               PIC X(34).

       FD  AVPRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  AVPRPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des employés - voir copy PERSONNE
       COPY PERSONNE.

      * Avance ou prêt courant et mouvement lu - voir copy AVPRET
       COPY AVPRET.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".

       01  WS-PRT-STATUS               PIC X(02).
           88  WS-PRT-OK               VALUE "00".

       01  WS-PTR-STATUS               PIC X(02).
           88  WS-PTR-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Employés du maître : contrôle des octrois et libellés de
      * l'état (statut I = sorti)
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTREE OCCURS 1000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-MATRICULE    PIC X(06).
               10  WS-EMP-NOM          PIC X(12).
               10  WS-EMP-STATUT       PIC X(01).
               10  WS-EMP-DEVISE       PIC X(03).
       01  WS-NB-EMP                   PIC 9(04) VALUE ZEROES.

       01  WS-CLE-EMP                  PIC X(06).
       01  WS-EMP-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-EMP-TROUVE           VALUE "O".

      * Maître des avances et prêts, tenu en séquence de matricule
      * et de numéro (un octroi est inséré à son rang)
       01  WS-PRT-TABLE.
           05  WS-PRT-ENTREE OCCURS 500 TIMES.
               10  WS-PRT-MATRICULE    PIC X(06).
               10  WS-PRT-NUMERO       PIC 9(02).
               10  WS-PRT-SUITE        PIC X(62).
       01  WS-NB-PRT                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-PRT                   PIC 9(03).

      * Rang du poste visé par le mouvement courant (poste modifié,
      * ou rang d'insertion d'un octroi) et numéro attribué
       01  WS-RANG-PRT                 PIC 9(03).
       01  WS-NUMERO-SUIVANT           PIC 9(03).
       01  WS-PRT-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PRT-TROUVE           VALUE "O".

      * Table pleine au chargement ou à l'octroi : rien n'est
      * réécrit ni vidé
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

       01  WS-MOTIF-REJET              PIC X(40).

      * Mois de début du mouvement découpé pour son contrôle
       01  WS-MOIS-DECOMP.
           05  WS-MDC-AAAA             PIC 9(04).
           05  WS-MDC-MM               PIC 9(02).

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-OCTROIS               PIC 9(05) VALUE ZEROES.
       01  WS-NB-MODIFIES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-REJETES               PIC 9(05) VALUE ZEROES.
       01  WS-NB-ECRITS                PIC 9(07) VALUE ZEROES.
       01  WS-NB-IMPRIMES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-EN-COURS              PIC 9(05) VALUE ZEROES.
       01  WS-NB-SORTIS                PIC 9(05) VALUE ZEROES.

      * Contre-valeurs en euros (FOREX01) des retenues du mois et
      * des soldes restant dus, totalisées sur l'état
       01  WS-MONTANT-PRECTL           PIC S9(07)V9(02).
       01  WS-MONTANT-EUR              PIC S9(07)V9(02).
       01  WS-TOTAL-RETENUES-EUR       PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-SOLDES-EUR         PIC S9(09)V9(02) VALUE ZEROES.

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "ETAT DES AVANCES ET PRETS".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.
       01  WS-NB-LIGNES-PAGE           PIC 9(02) VALUE ZEROES.
       01  WS-MAX-LIGNES-PAGE          PIC 9(02) VALUE 50.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-PERIODE.
           05  FILLER                  PIC X(10) VALUE "PERIODE : ".
           05  LP-PERIODE              PIC 9(06).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(07) VALUE "MATRIC".
           05  FILLER                  PIC X(13) VALUE "NOM".
           05  FILLER                  PIC X(03) VALUE "NO".
           05  FILLER                  PIC X(02) VALUE "T".
           05  FILLER                  PIC X(11) VALUE " PRINCIPAL".
           05  FILLER                  PIC X(11) VALUE "  ECHEANCE".
           05  FILLER                  PIC X(10) VALUE "  RETENUE".
           05  FILLER                  PIC X(11) VALUE "     SOLDE".
           05  FILLER                  PIC X(04) VALUE "DEV".
           05  FILLER                  PIC X(08) VALUE "ETAT".

       01  WS-LIGNE-DETAIL.
           05  DL-MATRICULE            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-NOM                  PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-NUMERO               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-TYPE                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-PRINCIPAL            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ECHEANCE             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-RETENUE              PIC ZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-SOLDE                PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-DEVISE               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ETAT                 PIC X(08).

       01  WS-LIGNE-AUCUN.
           05  FILLER                  PIC X(40)
               VALUE "AUCUNE AVANCE NI PRET EN COURS".
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
           05  WS-TRT-MOIS             PIC 9(06).
           05  WS-TRT-JJ               PIC 9(02).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF) : un run déjà terminé pour la date du jour
      * est sauté à la relance - un octroi n'est pas enregistré
      * deux fois
       01  WS-STEP-NOM                 PIC X(08) VALUE "AVPMNT01".
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
                   PERFORM 2000-TRAITER-MOUVEMENTS
               END-IF
               IF WS-CODE-RETOUR < 8
                   PERFORM 4000-ECRIRE-PRETS
                   PERFORM 5000-IMPRIMER-ETAT
                   PERFORM 6000-VIDER-MOUVEMENTS
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
      * les employés et l'ancien maître des avances et prêts ; un   *
      * maître des employés absent ou une table pleine arrête le    *
      * lot plutôt que d'octroyer sans contrôle                     *
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

           PERFORM 1100-CHARGER-EMPLOYES.
           PERFORM 1200-CHARGER-PRETS.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE PLEINE - AVANCES ET PRETS NON TRAITES"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-EMPLOYES : charge matricule, nom, statut et    *
      * devise de chaque employé du maître                          *
      * -----------------------------------------------------------*
       1100-CHARGER-EMPLOYES.
           OPEN INPUT PERSFILE.
           IF WS-PERS-OK
               PERFORM 1150-LIRE-ET-STOCKER-EMPLOYE
                   UNTIL NOT WS-PERS-OK OR WS-TABLE-PLEINE
               CLOSE PERSFILE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR PERSFILE - STATUT "
                   WS-PERS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-EMPLOYE : lit un employé du maître et  *
      * le place dans la table                                      *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-EMPLOYE.
           READ PERSFILE INTO PERSONNE
               AT END
                   MOVE "10" TO WS-PERS-STATUS
               NOT AT END
                   IF WS-NB-EMP >= 1000
                       DISPLAY "PERSFILE DEPASSE 1000 EMPLOYES"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-EMP
                       MOVE PERSONNE-MATRICULE
                           TO WS-EMP-MATRICULE(WS-NB-EMP)
                       MOVE PERSONNE1 TO WS-EMP-NOM(WS-NB-EMP)
                       MOVE PERSONNE-STATUT
                           TO WS-EMP-STATUT(WS-NB-EMP)
                       MOVE PERSONNE-DEVISE
                           TO WS-EMP-DEVISE(WS-NB-EMP)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-PRETS : charge le maître des avances et prêts  *
      * du run précédent ; fichier absent = aucun poste             *
      * -----------------------------------------------------------*
       1200-CHARGER-PRETS.
           OPEN INPUT AVPRETF.
           IF WS-PRT-OK
               PERFORM 1250-LIRE-ET-STOCKER-PRET
                   UNTIL NOT WS-PRT-OK OR WS-TABLE-PLEINE
               CLOSE AVPRETF
           ELSE
               DISPLAY "AVPRETF ABSENT - AUCUNE AVANCE NI PRET"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-PRET : lit un poste du maître et le    *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-PRET.
           READ AVPRETF INTO PRT-ENREG
               AT END
                   MOVE "10" TO WS-PRT-STATUS
               NOT AT END
                   IF WS-NB-PRT >= 500
                       DISPLAY "AVPRETF DEPASSE 500 POSTES"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-PRT
                       MOVE PRT-ENREG TO WS-PRT-ENTREE(WS-NB-PRT)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-TRAITER-MOUVEMENTS : applique dans l'ordre du fichier  *
      * les mouvements remis ; fichier absent = aucun mouvement,    *
      * l'état est imprimé quand même                               *
      * -----------------------------------------------------------*
       2000-TRAITER-MOUVEMENTS.
           OPEN INPUT AVPTRNF.
           IF WS-PTR-OK
               PERFORM 2100-LIRE-MOUVEMENT
                   UNTIL NOT WS-PTR-OK OR WS-TABLE-PLEINE
               CLOSE AVPTRNF
           ELSE
               DISPLAY "AVPTRNF ABSENT - AUCUN MOUVEMENT"
           END-IF.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE DES AVANCES ET PRETS PLEINE (500) - "
                   "MAITRE NON REECRIT"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-MOUVEMENT : lit le mouvement suivant et le traite *
      * -----------------------------------------------------------*
       2100-LIRE-MOUVEMENT.
           READ AVPTRNF INTO PTR-ENREG
               AT END
                   MOVE "10" TO WS-PTR-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2200-APPLIQUER-MOUVEMENT
           END-READ.

      * -----------------------------------------------------------*
      * 2200-APPLIQUER-MOUVEMENT : contrôle le mouvement courant    *
      * selon son code et l'applique ou le rejette                  *
      * -----------------------------------------------------------*
       2200-APPLIQUER-MOUVEMENT.
           MOVE PTR-MATRICULE TO WS-CLE-EMP.
           PERFORM 2250-CHERCHER-EMPLOYE.

           EVALUATE TRUE
               WHEN PTR-OCTROI
                   PERFORM 2300-CONTROLER-OCTROI
                   IF WS-MOTIF-REJET = SPACES
                       PERFORM 2400-OCTROYER
                   ELSE
                       PERFORM 2700-REJETER-MOUVEMENT
                   END-IF
               WHEN PTR-ECHEANCE-MODIFIEE
                   PERFORM 2500-CONTROLER-MODIFICATION
                   IF WS-MOTIF-REJET = SPACES
                       PERFORM 2600-MODIFIER-ECHEANCE
                   ELSE
                       PERFORM 2700-REJETER-MOUVEMENT
                   END-IF
               WHEN OTHER
                   MOVE "CODE MOUVEMENT INCONNU (O OU E)"
                       TO WS-MOTIF-REJET
                   PERFORM 2700-REJETER-MOUVEMENT
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2250-CHERCHER-EMPLOYE : cherche au maître des employés le   *
      * matricule WS-CLE-EMP                                        *
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
                   WHEN WS-EMP-MATRICULE(WS-EMP-IDX) = WS-CLE-EMP
                       SET WS-EMP-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2300-CONTROLER-OCTROI : pose le motif de rejet de l'octroi  *
      * courant (blanc = octroi recevable) ; une avance sans        *
      * échéance est retenue en une fois                            *
      * -----------------------------------------------------------*
       2300-CONTROLER-OCTROI.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE PTR-MOIS-DEBUT TO WS-MOIS-DECOMP.

           IF PTR-TYPE = "A"
               AND PTR-PRINCIPAL IS NUMERIC
               AND PTR-ECHEANCE IS NUMERIC
               AND PTR-ECHEANCE = ZEROES
               MOVE PTR-PRINCIPAL TO PTR-ECHEANCE
           END-IF.

           PERFORM 2350-NUMEROTER-OCTROI.

           EVALUATE TRUE
               WHEN NOT WS-EMP-TROUVE
                   MOVE "MATRICULE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-EMP-STATUT(WS-EMP-IDX) NOT = "A"
                   MOVE "EMPLOYE INACTIF" TO WS-MOTIF-REJET
               WHEN PTR-TYPE NOT = "A" AND PTR-TYPE NOT = "P"
                   MOVE "TYPE INCONNU (A AVANCE OU P PRET)"
                       TO WS-MOTIF-REJET
               WHEN PTR-PRINCIPAL IS NOT NUMERIC
               WHEN PTR-PRINCIPAL = ZEROES
                   MOVE "PRINCIPAL INVALIDE" TO WS-MOTIF-REJET
               WHEN PTR-ECHEANCE IS NOT NUMERIC
               WHEN PTR-ECHEANCE = ZEROES
               WHEN PTR-ECHEANCE > PTR-PRINCIPAL
                   MOVE "ECHEANCE INVALIDE" TO WS-MOTIF-REJET
               WHEN PTR-MOIS-DEBUT IS NOT NUMERIC
               WHEN WS-MDC-MM < 01 OR WS-MDC-MM > 12
               WHEN PTR-MOIS-DEBUT < WS-TRT-MOIS
                   MOVE "MOIS DE DEBUT INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-NUMERO-SUIVANT > 99
                   MOVE "PLUS DE 99 POSTES POUR LE MATRICULE"
                       TO WS-MOTIF-REJET
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2350-NUMEROTER-OCTROI : numéro attribué à l'octroi (suite   *
      * des postes du matricule) et rang où l'insérer               *
      * -----------------------------------------------------------*
       2350-NUMEROTER-OCTROI.
           MOVE 1 TO WS-NUMERO-SUIVANT.
           COMPUTE WS-RANG-PRT = WS-NB-PRT + 1.

           PERFORM 2370-SITUER-UN-POSTE
               VARYING WS-NO-PRT FROM WS-NB-PRT BY -1
                   UNTIL WS-NO-PRT < 1.

      * -----------------------------------------------------------*
      * 2370-SITUER-UN-POSTE : situe le poste courant par rapport   *
      * au matricule de l'octroi (table parcourue à rebours)        *
      * -----------------------------------------------------------*
       2370-SITUER-UN-POSTE.
           IF WS-PRT-MATRICULE(WS-NO-PRT) > PTR-MATRICULE
               MOVE WS-NO-PRT TO WS-RANG-PRT
           END-IF.
           IF WS-PRT-MATRICULE(WS-NO-PRT) = PTR-MATRICULE
               AND WS-PRT-NUMERO(WS-NO-PRT) >= WS-NUMERO-SUIVANT
               COMPUTE WS-NUMERO-SUIVANT =
                   WS-PRT-NUMERO(WS-NO-PRT) + 1
           END-IF.

      * -----------------------------------------------------------*
      * 2400-OCTROYER : insère à son rang le poste de l'octroi      *
      * courant, solde = principal, en devise de paie de l'employé  *
      * -----------------------------------------------------------*
       2400-OCTROYER.
           IF WS-NB-PRT >= 500
               SET WS-TABLE-PLEINE TO TRUE
           ELSE
               PERFORM 2450-DECALER-UN-POSTE
                   VARYING WS-NO-PRT FROM WS-NB-PRT BY -1
                       UNTIL WS-NO-PRT < WS-RANG-PRT
               ADD 1 TO WS-NB-PRT

               MOVE PTR-MATRICULE      TO PRT-MATRICULE
               MOVE WS-NUMERO-SUIVANT  TO PRT-NUMERO
               MOVE PTR-TYPE           TO PRT-TYPE
               MOVE WS-DATE-TRAITEMENT TO PRT-DATE-OCTROI
               MOVE WS-EMP-DEVISE(WS-EMP-IDX) TO PRT-DEVISE
               MOVE PTR-PRINCIPAL      TO PRT-PRINCIPAL
               MOVE PTR-ECHEANCE       TO PRT-ECHEANCE
               MOVE PTR-MOIS-DEBUT     TO PRT-MOIS-DEBUT
               MOVE PTR-PRINCIPAL      TO PRT-SOLDE
               SET PRT-EN-COURS        TO TRUE
               MOVE ZEROES TO PRT-DERNIER-MOIS PRT-DERNIERE-RETENUE
               MOVE SPACE              TO PRT-ORIGINE
               MOVE PRT-ENREG TO WS-PRT-ENTREE(WS-RANG-PRT)

               ADD 1 TO WS-NB-OCTROIS
               DISPLAY "OCTROI : " PRT-MATRICULE " NO " PRT-NUMERO
                   " " PRT-TYPE " " PRT-PRINCIPAL " " PRT-DEVISE
           END-IF.

      * -----------------------------------------------------------*
      * 2450-DECALER-UN-POSTE : décale d'un rang le poste courant   *
      * pour faire place à l'octroi                                 *
      * -----------------------------------------------------------*
       2450-DECALER-UN-POSTE.
           MOVE WS-PRT-ENTREE(WS-NO-PRT)
               TO WS-PRT-ENTREE(WS-NO-PRT + 1).

      * -----------------------------------------------------------*
      * 2500-CONTROLER-MODIFICATION : cherche le poste visé et pose *
      * le motif de rejet du changement d'échéance (blanc =         *
      * recevable)                                                  *
      * -----------------------------------------------------------*
       2500-CONTROLER-MODIFICATION.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE PTR-MOIS-DEBUT TO WS-MOIS-DECOMP.

           MOVE "N" TO WS-PRT-TROUVE-SWITCH.
           PERFORM 2550-COMPARER-UN-POSTE
               VARYING WS-NO-PRT FROM 1 BY 1
                   UNTIL WS-NO-PRT > WS-NB-PRT OR WS-PRT-TROUVE.
           IF WS-PRT-TROUVE
               MOVE WS-PRT-ENTREE(WS-RANG-PRT) TO PRT-ENREG
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-PRT-TROUVE
                   MOVE "AVANCE OU PRET INCONNU" TO WS-MOTIF-REJET
               WHEN NOT PRT-EN-COURS
                   MOVE "AVANCE OU PRET DEJA REMBOURSE"
                       TO WS-MOTIF-REJET
               WHEN PTR-ECHEANCE IS NOT NUMERIC
               WHEN PTR-ECHEANCE = ZEROES
                   MOVE "ECHEANCE INVALIDE" TO WS-MOTIF-REJET
               WHEN PTR-MOIS-DEBUT IS NOT NUMERIC
                   MOVE "MOIS DE DEBUT INVALIDE" TO WS-MOTIF-REJET
               WHEN PTR-MOIS-DEBUT = ZEROES
                   CONTINUE
               WHEN WS-MDC-MM < 01 OR WS-MDC-MM > 12
               WHEN PTR-MOIS-DEBUT < WS-TRT-MOIS
                   MOVE "MOIS DE DEBUT INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2550-COMPARER-UN-POSTE : retient le rang du poste courant   *
      * s'il porte le matricule et le numéro du mouvement           *
      * -----------------------------------------------------------*
       2550-COMPARER-UN-POSTE.
           IF WS-PRT-MATRICULE(WS-NO-PRT) = PTR-MATRICULE
               AND PTR-NUMERO IS NUMERIC
               AND WS-PRT-NUMERO(WS-NO-PRT) = PTR-NUMERO
               MOVE WS-NO-PRT TO WS-RANG-PRT
               SET WS-PRT-TROUVE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2600-MODIFIER-ECHEANCE : porte la nouvelle échéance (et le  *
      * nouveau mois de début s'il est renseigné) sur le poste      *
      * -----------------------------------------------------------*
       2600-MODIFIER-ECHEANCE.
           MOVE PTR-ECHEANCE TO PRT-ECHEANCE.
           IF PTR-MOIS-DEBUT NOT = ZEROES
               MOVE PTR-MOIS-DEBUT TO PRT-MOIS-DEBUT
           END-IF.
           MOVE PRT-ENREG TO WS-PRT-ENTREE(WS-RANG-PRT).

           ADD 1 TO WS-NB-MODIFIES.
           DISPLAY "ECHEANCE MODIFIEE : " PRT-MATRICULE " NO "
               PRT-NUMERO " " PRT-ECHEANCE.

      * -----------------------------------------------------------*
      * 2700-REJETER-MOUVEMENT : journalise le mouvement courant    *
      * dans EXCFILE avec le motif posé par l'appelant              *
      * -----------------------------------------------------------*
       2700-REJETER-MOUVEMENT.
           ADD 1 TO WS-NB-REJETES.
           DISPLAY "MOUVEMENT REJETE : " PTR-MATRICULE " "
               PTR-CODE " " WS-MOTIF-REJET.

           PERFORM 9700-NOTER-REJET.
           MOVE PTR-MATRICULE TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE ZEROES TO EXC-VALEUR1 EXC-VALEUR2.
           IF PTR-PRINCIPAL IS NUMERIC
               MOVE PTR-PRINCIPAL TO EXC-VALEUR1
           END-IF.
           IF PTR-ECHEANCE IS NUMERIC
               MOVE PTR-ECHEANCE TO EXC-VALEUR2
           END-IF.
           MOVE WS-MOTIF-REJET TO EXC-MESSAGE.
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 4000-ECRIRE-PRETS : réécrit le maître des avances et prêts  *
      * quand un mouvement a été appliqué                           *
      * -----------------------------------------------------------*
       4000-ECRIRE-PRETS.
           IF WS-NB-OCTROIS > ZEROES OR WS-NB-MODIFIES > ZEROES
               OPEN OUTPUT AVPRETF
               IF NOT WS-PRT-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE AVPRETF - STATUT "
                       WS-PRT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 4100-ECRIRE-UN-POSTE
                       VARYING WS-NO-PRT FROM 1 BY 1
                           UNTIL WS-NO-PRT > WS-NB-PRT
                   CLOSE AVPRETF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4100-ECRIRE-UN-POSTE : écrit le poste courant               *
      * -----------------------------------------------------------*
       4100-ECRIRE-UN-POSTE.
           WRITE AVPRETF-ENREG FROM WS-PRT-ENTREE(WS-NO-PRT).
           ADD 1 TO WS-NB-ECRITS.

      * -----------------------------------------------------------*
      * 5000-IMPRIMER-ETAT : imprime chaque poste en cours ou soldé *
      * dans le mois, puis le nombre de postes en cours et les      *
      * totaux en euros                                             *
      * -----------------------------------------------------------*
       5000-IMPRIMER-ETAT.
           OPEN OUTPUT AVPRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR AVPRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 5050-IMPRIMER-ENTETE
               PERFORM 5100-IMPRIMER-UN-POSTE
                   VARYING WS-NO-PRT FROM 1 BY 1
                       UNTIL WS-NO-PRT > WS-NB-PRT
               IF WS-NB-IMPRIMES = ZEROES
                   WRITE AVPRPT-LIGNE FROM WS-LIGNE-AUCUN
               END-IF
               PERFORM 5200-IMPRIMER-TOTAUX
               CLOSE AVPRPT
           END-IF.

      * -----------------------------------------------------------*
      * 5050-IMPRIMER-ENTETE : titre, période et en-tête des        *
      * colonnes d'une nouvelle page                                *
      * -----------------------------------------------------------*
       5050-IMPRIMER-ENTETE.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-VIDE.

           MOVE WS-TRT-MOIS TO LP-PERIODE.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-PERIODE.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-ENTETE-2.
           MOVE ZEROES TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5100-IMPRIMER-UN-POSTE : imprime le poste courant s'il est  *
      * en cours ou a été soldé dans le mois - retenue du mois,     *
      * solde restant dû et état (sorti = employé inactif ou        *
      * absent du maître avec un solde en cours)                    *
      * -----------------------------------------------------------*
       5100-IMPRIMER-UN-POSTE.
           MOVE WS-PRT-ENTREE(WS-NO-PRT) TO PRT-ENREG.

           IF PRT-EN-COURS OR PRT-DERNIER-MOIS = WS-TRT-MOIS
               IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
                   PERFORM 5050-IMPRIMER-ENTETE
               END-IF

               MOVE PRT-MATRICULE TO WS-CLE-EMP
               PERFORM 2250-CHERCHER-EMPLOYE

               MOVE PRT-MATRICULE TO DL-MATRICULE
               MOVE SPACES        TO DL-NOM
               IF WS-EMP-TROUVE
                   MOVE WS-EMP-NOM(WS-EMP-IDX) TO DL-NOM
               END-IF
               MOVE PRT-NUMERO    TO DL-NUMERO
               MOVE PRT-TYPE      TO DL-TYPE
               MOVE PRT-PRINCIPAL TO DL-PRINCIPAL
               MOVE PRT-ECHEANCE  TO DL-ECHEANCE
               MOVE ZEROES        TO DL-RETENUE
               IF PRT-DERNIER-MOIS = WS-TRT-MOIS
                   MOVE PRT-DERNIERE-RETENUE TO DL-RETENUE
                   MOVE PRT-DERNIERE-RETENUE TO WS-MONTANT-PRECTL
                   CALL "FOREX01" USING PRT-DEVISE,
                       WS-MONTANT-PRECTL, WS-MONTANT-EUR
                   ADD WS-MONTANT-EUR TO WS-TOTAL-RETENUES-EUR
               END-IF
               MOVE PRT-SOLDE     TO DL-SOLDE
               MOVE PRT-DEVISE    TO DL-DEVISE

               EVALUATE TRUE
                   WHEN PRT-REMBOURSE
                       MOVE "SOLDE" TO DL-ETAT
                   WHEN NOT WS-EMP-TROUVE
                   WHEN WS-EMP-STATUT(WS-EMP-IDX) NOT = "A"
                       MOVE "SORTI" TO DL-ETAT
                       ADD 1 TO WS-NB-SORTIS
                   WHEN OTHER
                       MOVE "EN COURS" TO DL-ETAT
               END-EVALUATE

               IF PRT-EN-COURS
                   ADD 1 TO WS-NB-EN-COURS
                   MOVE PRT-SOLDE TO WS-MONTANT-PRECTL
                   CALL "FOREX01" USING PRT-DEVISE,
                       WS-MONTANT-PRECTL, WS-MONTANT-EUR
                   ADD WS-MONTANT-EUR TO WS-TOTAL-SOLDES-EUR
               END-IF

               WRITE AVPRPT-LIGNE FROM WS-LIGNE-DETAIL
               ADD 1 TO WS-NB-LIGNES-PAGE
               ADD 1 TO WS-NB-IMPRIMES
           END-IF.

      * -----------------------------------------------------------*
      * 5200-IMPRIMER-TOTAUX : postes en cours (dont sortis),       *
      * retenues du mois et soldes restant dus en euros             *
      * -----------------------------------------------------------*
       5200-IMPRIMER-TOTAUX.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE "POSTES EN COURS               : " TO RN-LIBELLE.
           MOVE WS-NB-EN-COURS TO RN-NOMBRE.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "  DONT EMPLOYES SORTIS        : " TO RN-LIBELLE.
           MOVE WS-NB-SORTIS TO RN-NOMBRE.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "RETENUES DU MOIS (EUR)        : " TO RM-LIBELLE.
           MOVE WS-TOTAL-RETENUES-EUR TO RM-MONTANT.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-RECAP-MONTANT.
           MOVE "SOLDES RESTANT DUS (EUR)      : " TO RM-LIBELLE.
           MOVE WS-TOTAL-SOLDES-EUR TO RM-MONTANT.
           WRITE AVPRPT-LIGNE FROM WS-LIGNE-RECAP-MONTANT.

      * -----------------------------------------------------------*
      * 6000-VIDER-MOUVEMENTS : les mouvements remis sont traités - *
      * AVPTRNF est vidé, sauf erreur fichier (il sera repris tel   *
      * quel au prochain run)                                       *
      * -----------------------------------------------------------*
       6000-VIDER-MOUVEMENTS.
           IF WS-CODE-RETOUR < 8 AND WS-NB-LUS > ZEROES
               OPEN OUTPUT AVPTRNF
               IF WS-PTR-OK
                   CLOSE AVPTRNF
               ELSE
                   DISPLAY "IMPOSSIBLE DE VIDER AVPTRNF - STATUT "
                       WS-PTR-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 7000-TERMINER : ferme le journal des anomalies et affiche   *
      * les compteurs du run                                        *
      * -----------------------------------------------------------*
       7000-TERMINER.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "MOUVEMENTS LUS         : " WS-NB-LUS.
           DISPLAY "OCTROIS                : " WS-NB-OCTROIS.
           DISPLAY "ECHEANCES MODIFIEES    : " WS-NB-MODIFIES.
           DISPLAY "MOUVEMENTS REJETES     : " WS-NB-REJETES.
           DISPLAY "POSTES ECRITS          : " WS-NB-ECRITS.
           DISPLAY "POSTES EN COURS        : " WS-NB-EN-COURS.

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
           MOVE "AVPMNT01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "AVPMNT01" TO RUN-PROGRAMME.
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
