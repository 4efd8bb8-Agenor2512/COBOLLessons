       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOACC010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-07  AG  Création : clôture formelle des comptes.
      *                 Jusqu'ici ACCTMNT1 ne savait que bloquer un
      *                 compte (statut I) en laissant intérêts
      *                 courus, ordres permanents et solde en l'état.
      *                 Le programme reprend les demandes de clôture
      *                 du fichier CLODEMF (copy CLOREC : compte,
      *                 mode V virement du solde vers un autre compte
      *                 du client ou P paiement au guichet, compte
      *                 destinataire) en deux temps :
      *                 - demande nouvelle : contrôlée (compte connu
      *                 et non clôturé, mode, destinataire actif de
      *                 même devise, pas de doublon, pas de paiement
      *                 d'un solde débiteur - rejet dans EXCFILE
      *                 sinon), puis intérêts courus du mois servis
      *                 par un mouvement "IN" et neutralisés dans
      *                 INTACCF pour que la capitalisation de fin de
      *                 mois d'INTACC010 ne les serve pas deux fois,
      *                 ordres permanents du compte retirés de
      *                 STOFILE, solde intérêts compris soldé dans
      *                 MVTFILE (code interne "CL"), compte bloqué
      *                 (statut I) et demande notée émise ;
      *                 - demande émise, une fois les mouvements
      *                 passés par une fenêtre : solde à zéro, le
      *                 compte passe au statut C (clôturé) et la
      *                 demande sort du fichier ; un reliquat arrivé
      *                 entre-temps est soldé à son tour.
      *                 Comme ACCTMNT1, le programme s'exécute entre
      *                 deux fenêtres et écrit des nouvelles
      *                 générations (ACCTFILE-NEW, STOFILE-NEW,
      *                 CLODEMF-NEW) promues par l'exploitation.
      *                 L'état CLORPT (via RPTHDR010) trace chaque
      *                 demande traitée. Raccordé au pilotage de
      *                 reprise (STEPCTL01, indispensable : une
      *                 relance solderait les comptes deux fois), à
      *                 la date de traitement (DATPRM01), au journal
      *                 des anomalies (EXCFILE) et au journal de run
      *                 (RUNFILE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des comptes - voir copy ACCTREC
           SELECT ACCTFILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

      * Nouvelle génération du maître, statuts mis à jour (pas de
      * REWRITE en LINE SEQUENTIAL)
           SELECT ACCTFILE-NEW ASSIGN TO "ACCTFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACN-STATUS.

      * Demandes de clôture - voir copy CLOREC
           SELECT CLODEMF ASSIGN TO "CLODEMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.

      * Nouvelle génération des demandes : seules les demandes
      * émises en attente d'achèvement y sont reportées
           SELECT CLODEMF-NEW ASSIGN TO "CLODEMF-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLN-STATUS.

      * Intérêts courus - voir copy INTACREC
           SELECT INTACCF ASSIGN TO "INTACCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.

      * Ordres permanents - voir copy STOREC
           SELECT STOFILE ASSIGN TO "STOFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-STATUS.

      * Nouvelle génération des ordres permanents, ordres des
      * comptes en clôture retirés
           SELECT STOFILE-NEW ASSIGN TO "STOFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STN-STATUS.

      * Mouvements de clôture, au format TRANREC, repris par la
      * fenêtre suivante
           SELECT MVTFILE ASSIGN TO "MVTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Etat des clôtures
           SELECT CLORPT ASSIGN TO "CLORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies (demandes rejetées ou bloquées)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACCTFILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-ENREG              PIC X(50).

       FD  ACCTFILE-NEW
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-NEW-ENREG          PIC X(50).

       FD  CLODEMF
           RECORD CONTAINS 52 CHARACTERS.
       01  CLODEMF-ENREG               PIC X(52).

       FD  CLODEMF-NEW
           RECORD CONTAINS 52 CHARACTERS.
       01  CLODEMF-NEW-ENREG           PIC X(52).

       FD  INTACCF
           RECORD CONTAINS 45 CHARACTERS.
       01  INTACCF-ENREG               PIC X(45).

       FD  STOFILE
           RECORD CONTAINS 59 CHARACTERS.
       01  STOFILE-ENREG               PIC X(59).

       FD  STOFILE-NEW
           RECORD CONTAINS 59 CHARACTERS.
       01  STOFILE-NEW-ENREG           PIC X(59).

       FD  MVTFILE
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).

       FD  CLORPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CLORPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des comptes - voir copy ACCTREC
       COPY ACCTREC.

      * Demande de clôture courante - voir copy CLOREC
       COPY CLOREC.

      * Intérêt couru - voir copy INTACREC
       COPY INTACREC.

      * Ordre permanent courant - voir copy STOREC
       COPY STOREC.

      * Mouvement de clôture généré - voir copy TRANREC
       COPY TRANREC.

      * Anomalie - voir copy EXCREC
       COPY EXCREC.

       01  WS-ACCT-STATUS              PIC X(02).
           88  WS-ACCT-OK              VALUE "00".

       01  WS-ACN-STATUS               PIC X(02).
           88  WS-ACN-OK               VALUE "00".

       01  WS-CLO-STATUS               PIC X(02).
           88  WS-CLO-OK               VALUE "00".

       01  WS-CLN-STATUS               PIC X(02).
           88  WS-CLN-OK               VALUE "00".

       01  WS-INT-STATUS               PIC X(02).
           88  WS-INT-OK               VALUE "00".

       01  WS-STO-STATUS               PIC X(02).
           88  WS-STO-OK               VALUE "00".

       01  WS-STN-STATUS               PIC X(02).
           88  WS-STN-OK               VALUE "00".

       01  WS-MVT-STATUS               PIC X(02).
           88  WS-MVT-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Maître des comptes en table, pour contrôler comptes et
      * destinataires et mettre à jour les statuts ; même découpage
      * que COMPTE-ENREG (copy ACCTREC)
       01  WS-CPT-TABLE.
           05  WS-CPT-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-CPT-IDX.
               10  WS-CPT-COMPTE       PIC X(12).
               10  WS-CPT-SOLDE        PIC S9(07)V9(02).
               10  WS-CPT-STATUT       PIC X(01).
               10  FILLER              PIC X(25).
               10  WS-CPT-DEVISE       PIC X(03).
       01  WS-NB-CPT                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-CPT                   PIC 9(03).
       01  WS-NO-DST                   PIC 9(03).

       01  WS-CLE-COMPTE               PIC X(12).
       01  WS-CPT-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CPT-TROUVE           VALUE "O".
       01  WS-DST-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-DST-TROUVE           VALUE "O".

      * Demandes de clôture en table ; le résultat du run vaut
      * R rejetée, E émise, L reliquat soldé, C clôturée, A en
      * attente - le cumul d'intérêts est celui du mois en cours
       01  WS-DEM-TABLE.
           05  WS-DEM-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-DEM-IDX.
               10  WS-DEM-CLO.
                   15  WS-DEM-COMPTE   PIC X(12).
                   15  FILLER          PIC X(13).
                   15  WS-DEM-ETAT     PIC X(01).
                   15  FILLER          PIC X(26).
               10  WS-DEM-RESULTAT     PIC X(01).
               10  WS-DEM-CUMUL        PIC S9(07)V9(04).
       01  WS-NB-DEM                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-DEM                   PIC 9(03).
       01  WS-NO-AUTRE                 PIC 9(03).

       01  WS-DOUBLON-SWITCH           PIC X(01) VALUE "N".
           88  WS-DOUBLON              VALUE "O".

       01  WS-DEM-TROUVEE-SWITCH       PIC X(01) VALUE "N".
           88  WS-DEM-TROUVEE          VALUE "O".

      * Table pleine au chargement : rien n'est traité
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

      * Montants de la demande courante
       01  WS-INTERETS                 PIC S9(07)V9(02).
       01  WS-MONTANT-SOLDE            PIC S9(07)V9(02).
       01  WS-MONTANT-MVT              PIC S9(07)V9(02).

       01  WS-LIBELLE-DESTINATAIRE.
           05  FILLER                  PIC X(08) VALUE "CLOTURE ".
           05  WS-LIB-COMPTE           PIC X(12).

       01  WS-MOTIF-REJET              PIC X(40).

      * Dernier jour du mois de traitement : ce jour-là INTACC010 a
      * déjà capitalisé les intérêts du mois, rien n'est à servir
       01  WS-DERNIER-JOUR             PIC 9(02).
       01  WS-QUOTIENT                 PIC 9(04).
       01  WS-RESTE-4                  PIC 9(04).
       01  WS-RESTE-100                PIC 9(04).
       01  WS-RESTE-400                PIC 9(04).

       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).
           05  WS-DEC-JJ               PIC 9(02).

       01  WS-NB-LUS                   PIC 9(05) VALUE ZEROES.
       01  WS-NB-REJETEES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-EMISES                PIC 9(05) VALUE ZEROES.
       01  WS-NB-RELIQUATS             PIC 9(05) VALUE ZEROES.
       01  WS-NB-CLOTUREES             PIC 9(05) VALUE ZEROES.
       01  WS-NB-EN-ATTENTE            PIC 9(05) VALUE ZEROES.
       01  WS-NB-ORDRES-ANNULES        PIC 9(05) VALUE ZEROES.
       01  WS-NB-MOUVEMENTS            PIC 9(05) VALUE ZEROES.
       01  WS-NB-REPORTEES             PIC 9(05) VALUE ZEROES.

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "CLOTURES DE COMPTES".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.
       01  WS-NB-LIGNES-PAGE           PIC 9(02) VALUE ZEROES.
       01  WS-MAX-LIGNES-PAGE          PIC 9(02) VALUE 50.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(13) VALUE "COMPTE".
           05  FILLER                  PIC X(02) VALUE "M".
           05  FILLER                  PIC X(13) VALUE "DESTINATAIRE".
           05  FILLER                  PIC X(12) VALUE "   INTERETS".
           05  FILLER                  PIC X(12) VALUE "    MONTANT".
           05  FILLER                  PIC X(28) VALUE "ETAT".

       01  WS-LIGNE-DETAIL.
           05  DL-COMPTE               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-MODE                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-DESTINATAIRE         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-INTERETS             PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-MONTANT              PIC -(07)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ETAT                 PIC X(10).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-LIGNE-RECAP-NB.
           05  RN-LIBELLE              PIC X(32).
           05  RN-NOMBRE               PIC ZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

      * Date officielle de traitement, lue via le sous-programme
      * commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF) : un run déjà terminé pour la date du jour
      * est sauté à la relance - indispensable ici, une relance
      * solderait les comptes deux fois
       01  WS-STEP-NOM                 PIC X(08) VALUE "CLOACC01".
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
                   PERFORM 3000-TRAITER-UNE-DEMANDE
                       VARYING WS-NO-DEM FROM 1 BY 1
                           UNTIL WS-NO-DEM > WS-NB-DEM
                   PERFORM 5000-ANNULER-ORDRES
                   PERFORM 6000-ECRIRE-COMPTES
                   PERFORM 6500-ECRIRE-DEMANDES
                   PERFORM 7000-IMPRIMER-TOTAUX
               END-IF
               PERFORM 8000-TERMINER
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
               MOVE WS-NB-MOUVEMENTS TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre le journal des anomalies, charge   *
      * comptes, demandes et intérêts courus du mois, puis ouvre    *
      * INTACCF et MVTFILE en ajout et l'état ; un maître absent ou *
      * une table pleine arrête le lot plutôt que de clôturer sans  *
      * contrôle                                                    *
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

           PERFORM 1100-CHARGER-COMPTES.
           IF WS-CODE-RETOUR < 8 AND NOT WS-TABLE-PLEINE
               PERFORM 1200-CHARGER-DEMANDES
           END-IF.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE PLEINE - AUCUNE CLOTURE TRAITEE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           IF WS-CODE-RETOUR < 8
               MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP
               PERFORM 1350-CALCULER-DERNIER-JOUR
               IF WS-DEC-JJ = WS-DERNIER-JOUR
                   DISPLAY "DERNIER JOUR DU MOIS - INTERETS DEJA "
                       "CAPITALISES PAR INTACC010"
               ELSE
                   PERFORM 1300-CUMULER-INTERETS
               END-IF
               PERFORM 1500-OUVRIR-SORTIES
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-COMPTES : charge le maître des comptes         *
      * -----------------------------------------------------------*
       1100-CHARGER-COMPTES.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-OK
               PERFORM 1150-LIRE-ET-STOCKER-COMPTE
                   UNTIL NOT WS-ACCT-OK OR WS-TABLE-PLEINE
               CLOSE ACCTFILE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR ACCTFILE - STATUT "
                   WS-ACCT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-COMPTE : lit un compte et le place     *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-COMPTE.
           READ ACCTFILE INTO COMPTE-ENREG
               AT END
                   MOVE "10" TO WS-ACCT-STATUS
               NOT AT END
                   IF WS-NB-CPT >= 500
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-CPT
                       MOVE COMPTE-ENREG TO WS-CPT-ENTREE(WS-NB-CPT)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-DEMANDES : charge les demandes de clôture ;    *
      * fichier absent = aucune demande, les nouvelles générations  *
      * sont écrites quand même                                     *
      * -----------------------------------------------------------*
       1200-CHARGER-DEMANDES.
           OPEN INPUT CLODEMF.
           IF WS-CLO-OK
               PERFORM 1250-LIRE-ET-STOCKER-DEMANDE
                   UNTIL NOT WS-CLO-OK OR WS-TABLE-PLEINE
               CLOSE CLODEMF
           ELSE
               DISPLAY "CLODEMF ABSENT - AUCUNE DEMANDE DE CLOTURE"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-DEMANDE : lit une demande et la place  *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-DEMANDE.
           READ CLODEMF INTO CLO-ENREG
               AT END
                   MOVE "10" TO WS-CLO-STATUS
               NOT AT END
                   IF WS-NB-DEM >= 200
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-LUS
                       ADD 1 TO WS-NB-DEM
                       MOVE CLO-ENREG TO WS-DEM-CLO(WS-NB-DEM)
                       MOVE SPACE  TO WS-DEM-RESULTAT(WS-NB-DEM)
                       MOVE ZEROES TO WS-DEM-CUMUL(WS-NB-DEM)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CUMULER-INTERETS : relit INTACCF et cumule les         *
      * intérêts courus du mois des comptes à clôturer              *
      * -----------------------------------------------------------*
       1300-CUMULER-INTERETS.
           MOVE "N" TO WS-EOF-SWITCH.

           IF WS-NB-DEM > ZEROES
               OPEN INPUT INTACCF
               IF WS-INT-OK
                   PERFORM 1320-LIRE-ET-CUMULER
                       UNTIL WS-FIN-FICHIER
                   CLOSE INTACCF
               ELSE
                   DISPLAY "INTACCF ABSENT - AUCUN INTERET COURU"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1320-LIRE-ET-CUMULER : lit un intérêt couru du mois et le   *
      * cumule sur la demande nouvelle de son compte                *
      * -----------------------------------------------------------*
       1320-LIRE-ET-CUMULER.
           READ INTACCF INTO INTA-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF INTA-DATE(1:6) = WS-DATE-TRAITEMENT(1:6)
                       SET WS-DEM-IDX TO 1
                       SEARCH WS-DEM-ENTREE
                           AT END
                               CONTINUE
                           WHEN WS-DEM-IDX > WS-NB-DEM
                               CONTINUE
                           WHEN WS-DEM-COMPTE(WS-DEM-IDX) = INTA-COMPTE
                               AND WS-DEM-ETAT(WS-DEM-IDX) = SPACE
                               ADD INTA-INTERET
                                   TO WS-DEM-CUMUL(WS-DEM-IDX)
                       END-SEARCH
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1350-CALCULER-DERNIER-JOUR : dernier jour du mois de        *
      * traitement, années bissextiles comprises pour février       *
      * -----------------------------------------------------------*
       1350-CALCULER-DERNIER-JOUR.
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
                   PERFORM 1370-FEVRIER-BISSEXTILE
               WHEN OTHER
                   DISPLAY "MOIS INVALIDE : " WS-DEC-MM
                   MOVE 31 TO WS-DERNIER-JOUR
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 1370-FEVRIER-BISSEXTILE : 29 jours si l'année est divisible *
      * par 4 sans l'être par 100, ou divisible par 400             *
      * -----------------------------------------------------------*
       1370-FEVRIER-BISSEXTILE.
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
      * 1500-OUVRIR-SORTIES : ouvre INTACCF et MVTFILE en ajout et  *
      * l'état des clôtures                                         *
      * -----------------------------------------------------------*
       1500-OUVRIR-SORTIES.
      * EXTEND : les lignes de neutralisation s'ajoutent aux
      * intérêts courus du mois
           OPEN EXTEND INTACCF.
           IF WS-INT-STATUS = "35"
               OPEN OUTPUT INTACCF
           END-IF.
           IF NOT WS-INT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR INTACCF - STATUT "
                   WS-INT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : les mouvements de clôture s'ajoutent à ceux déjà
      * déposés pour la fenêtre suivante
           OPEN EXTEND MVTFILE.
           IF NOT WS-MVT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR MVTFILE - STATUT "
                   WS-MVT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT CLORPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR CLORPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3900-IMPRIMER-ENTETE
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TRAITER-UNE-DEMANDE : émet une demande nouvelle ou     *
      * achève une demande déjà émise                               *
      * -----------------------------------------------------------*
       3000-TRAITER-UNE-DEMANDE.
           MOVE WS-DEM-CLO(WS-NO-DEM) TO CLO-ENREG.
           MOVE SPACES TO WS-MOTIF-REJET.

           MOVE CLO-COMPTE TO WS-CLE-COMPTE.
           PERFORM 3050-CHERCHER-COMPTE.
           SET WS-NO-CPT TO WS-CPT-IDX.

           EVALUATE TRUE
               WHEN CLO-NOUVELLE
                   PERFORM 3100-CONTROLER-DEMANDE
                   IF WS-MOTIF-REJET = SPACES
                       PERFORM 3200-EMETTRE-CLOTURE
                   ELSE
                       PERFORM 3700-REJETER-DEMANDE
                   END-IF
               WHEN CLO-EMISE
                   PERFORM 3400-ACHEVER-CLOTURE
               WHEN OTHER
                   MOVE "ETAT DE DEMANDE INCONNU" TO WS-MOTIF-REJET
                   PERFORM 3700-REJETER-DEMANDE
           END-EVALUATE.

           MOVE CLO-ENREG TO WS-DEM-CLO(WS-NO-DEM).

      * -----------------------------------------------------------*
      * 3050-CHERCHER-COMPTE : recherche dans la table le compte    *
      * WS-CLE-COMPTE                                               *
      * -----------------------------------------------------------*
       3050-CHERCHER-COMPTE.
           MOVE "N" TO WS-CPT-TROUVE-SWITCH.
           SET WS-CPT-IDX TO 1.

           IF WS-NB-CPT > ZEROES
               SEARCH WS-CPT-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CPT-IDX > WS-NB-CPT
                       CONTINUE
                   WHEN WS-CPT-COMPTE(WS-CPT-IDX) = WS-CLE-COMPTE
                       SET WS-CPT-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 3100-CONTROLER-DEMANDE : contrôle une demande nouvelle et   *
      * pose le motif de rejet ; calcule au passage les intérêts à  *
      * servir et le solde à transférer                             *
      * -----------------------------------------------------------*
       3100-CONTROLER-DEMANDE.
           IF WS-CPT-TROUVE
               COMPUTE WS-INTERETS ROUNDED = WS-DEM-CUMUL(WS-NO-DEM)
               COMPUTE WS-MONTANT-SOLDE =
                   WS-CPT-SOLDE(WS-NO-CPT) + WS-INTERETS
           END-IF.

           MOVE "N" TO WS-DST-TROUVE-SWITCH.
           IF CLO-VIREMENT AND CLO-COMPTE-DEST NOT = SPACES
               MOVE CLO-COMPTE-DEST TO WS-CLE-COMPTE
               PERFORM 3050-CHERCHER-COMPTE
               MOVE WS-CPT-TROUVE-SWITCH TO WS-DST-TROUVE-SWITCH
               SET WS-NO-DST TO WS-CPT-IDX
               MOVE CLO-COMPTE TO WS-CLE-COMPTE
               PERFORM 3050-CHERCHER-COMPTE
           END-IF.

           MOVE "N" TO WS-DOUBLON-SWITCH.
           PERFORM 3150-COMPARER-DEMANDE
               VARYING WS-NO-AUTRE FROM 1 BY 1
                   UNTIL WS-NO-AUTRE > WS-NB-DEM.

           EVALUATE TRUE
               WHEN NOT WS-CPT-TROUVE
                   MOVE "COMPTE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-CPT-STATUT(WS-NO-CPT) = "C"
                   MOVE "COMPTE DEJA CLOTURE" TO WS-MOTIF-REJET
               WHEN NOT CLO-VIREMENT AND NOT CLO-PAIEMENT
                   MOVE "MODE DE CLOTURE INVALIDE (V/P)"
                       TO WS-MOTIF-REJET
               WHEN WS-DOUBLON
                   MOVE "DEMANDE DE CLOTURE EN DOUBLE"
                       TO WS-MOTIF-REJET
               WHEN CLO-VIREMENT AND CLO-COMPTE-DEST = SPACES
                   MOVE "COMPTE DESTINATAIRE ABSENT"
                       TO WS-MOTIF-REJET
               WHEN CLO-VIREMENT AND CLO-COMPTE-DEST = CLO-COMPTE
                   MOVE "DESTINATAIRE = COMPTE A CLOTURER"
                       TO WS-MOTIF-REJET
               WHEN CLO-VIREMENT AND NOT WS-DST-TROUVE
                   MOVE "COMPTE DESTINATAIRE INCONNU"
                       TO WS-MOTIF-REJET
               WHEN CLO-VIREMENT
                   AND WS-CPT-STATUT(WS-NO-DST) NOT = "A"
                   MOVE "COMPTE DESTINATAIRE NON ACTIF"
                       TO WS-MOTIF-REJET
               WHEN CLO-VIREMENT
                   AND WS-CPT-DEVISE(WS-NO-DST)
                       NOT = WS-CPT-DEVISE(WS-NO-CPT)
                   MOVE "DESTINATAIRE EN AUTRE DEVISE"
                       TO WS-MOTIF-REJET
               WHEN CLO-PAIEMENT AND WS-MONTANT-SOLDE < ZEROES
                   MOVE "SOLDE DEBITEUR - PAIEMENT IMPOSSIBLE"
                       TO WS-MOTIF-REJET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 3150-COMPARER-DEMANDE : la demande courante double une      *
      * demande déjà émise ou une demande nouvelle précédente non   *
      * rejetée du même compte                                      *
      * -----------------------------------------------------------*
       3150-COMPARER-DEMANDE.
           IF WS-NO-AUTRE NOT = WS-NO-DEM
               AND WS-DEM-COMPTE(WS-NO-AUTRE) = CLO-COMPTE
               IF WS-DEM-ETAT(WS-NO-AUTRE) = "E"
                   SET WS-DOUBLON TO TRUE
               END-IF
               IF WS-NO-AUTRE < WS-NO-DEM
                   AND WS-DEM-RESULTAT(WS-NO-AUTRE) NOT = "R"
                   SET WS-DOUBLON TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3200-EMETTRE-CLOTURE : sert les intérêts courus, les        *
      * neutralise dans INTACCF, solde le compte et le bloque en    *
      * attendant que la fenêtre passe les mouvements               *
      * -----------------------------------------------------------*
       3200-EMETTRE-CLOTURE.
           IF WS-INTERETS NOT = ZEROES
               MOVE CLO-COMPTE TO MVT-COMPTE
               IF WS-INTERETS > ZEROES
                   MOVE "C" TO MVT-TYPE
                   MOVE WS-INTERETS TO WS-MONTANT-MVT
               ELSE
                   MOVE "D" TO MVT-TYPE
                   COMPUTE WS-MONTANT-MVT = WS-INTERETS * -1
               END-IF
               MOVE "INTERETS CLOTURE" TO MVT-LIBELLE
               MOVE "IN" TO MVT-AGENCE
               PERFORM 3350-ECRIRE-MOUVEMENT
           END-IF.

      * La capitalisation de fin de mois cumule les lignes du mois :
      * une ligne opposée au cumul déjà servi la ramène à zéro
           IF WS-DEM-CUMUL(WS-NO-DEM) NOT = ZEROES
               MOVE WS-DATE-TRAITEMENT TO INTA-DATE
               MOVE CLO-COMPTE TO INTA-COMPTE
               MOVE WS-CPT-SOLDE(WS-NO-CPT) TO INTA-SOLDE
               MOVE ZEROES TO INTA-TAUX
               COMPUTE INTA-INTERET = WS-DEM-CUMUL(WS-NO-DEM) * -1
               WRITE INTACCF-ENREG FROM INTA-ENREG
           END-IF.

           PERFORM 3300-SOLDER-COMPTE.

           MOVE "I" TO WS-CPT-STATUT(WS-NO-CPT).
           SET CLO-EMISE TO TRUE.
           MOVE WS-DATE-TRAITEMENT TO CLO-DATE-ETAT.
           MOVE WS-INTERETS TO CLO-INTERETS.
           MOVE WS-MONTANT-SOLDE TO CLO-MONTANT.
           MOVE "E" TO WS-DEM-RESULTAT(WS-NO-DEM).
           ADD 1 TO WS-NB-EMISES.

           MOVE "EMISE" TO DL-ETAT.
           PERFORM 3800-IMPRIMER-DEMANDE.

      * -----------------------------------------------------------*
      * 3300-SOLDER-COMPTE : ramène le compte à zéro du montant     *
      * WS-MONTANT-SOLDE - débit du compte (crédit du destinataire  *
      * en virement) s'il est créditeur, l'inverse s'il est         *
      * débiteur (virement seulement)                               *
      * -----------------------------------------------------------*
       3300-SOLDER-COMPTE.
           IF WS-MONTANT-SOLDE > ZEROES
               MOVE WS-MONTANT-SOLDE TO WS-MONTANT-MVT
               MOVE CLO-COMPTE TO MVT-COMPTE
               MOVE "D" TO MVT-TYPE
               MOVE "SOLDE DE CLOTURE" TO MVT-LIBELLE
               MOVE "CL" TO MVT-AGENCE
               PERFORM 3350-ECRIRE-MOUVEMENT
               IF CLO-VIREMENT
                   MOVE CLO-COMPTE-DEST TO MVT-COMPTE
                   MOVE "C" TO MVT-TYPE
                   MOVE CLO-COMPTE TO WS-LIB-COMPTE
                   MOVE WS-LIBELLE-DESTINATAIRE TO MVT-LIBELLE
                   PERFORM 3350-ECRIRE-MOUVEMENT
               END-IF
           END-IF.

           IF WS-MONTANT-SOLDE < ZEROES AND CLO-VIREMENT
               COMPUTE WS-MONTANT-MVT = WS-MONTANT-SOLDE * -1
               MOVE CLO-COMPTE TO MVT-COMPTE
               MOVE "C" TO MVT-TYPE
               MOVE "SOLDE DE CLOTURE" TO MVT-LIBELLE
               MOVE "CL" TO MVT-AGENCE
               PERFORM 3350-ECRIRE-MOUVEMENT
               MOVE CLO-COMPTE-DEST TO MVT-COMPTE
               MOVE "D" TO MVT-TYPE
               MOVE CLO-COMPTE TO WS-LIB-COMPTE
               MOVE WS-LIBELLE-DESTINATAIRE TO MVT-LIBELLE
               PERFORM 3350-ECRIRE-MOUVEMENT
           END-IF.

      * -----------------------------------------------------------*
      * 3350-ECRIRE-MOUVEMENT : complète et écrit dans MVTFILE le   *
      * mouvement préparé, daté du jour de traitement               *
      * -----------------------------------------------------------*
       3350-ECRIRE-MOUVEMENT.
           MOVE WS-DATE-TRAITEMENT TO MVT-DATE.
           MOVE WS-MONTANT-MVT TO MVT-MONTANT.
           MOVE SPACE TO MVT-ORIGINE.
           WRITE MVTFILE-ENREG FROM MOUVEMENT-ENREG.
           ADD 1 TO WS-NB-MOUVEMENTS.

      * -----------------------------------------------------------*
      * 3400-ACHEVER-CLOTURE : demande émise - une fois la fenêtre  *
      * passée, clôture le compte ramené à zéro ou solde le         *
      * reliquat arrivé entre-temps                                 *
      * -----------------------------------------------------------*
       3400-ACHEVER-CLOTURE.
           IF NOT WS-CPT-TROUVE
               MOVE "COMPTE DE LA DEMANDE DISPARU"
                   TO WS-MOTIF-REJET
               PERFORM 3700-REJETER-DEMANDE
           ELSE
           IF CLO-DATE-ETAT >= WS-DATE-TRAITEMENT
               MOVE "A" TO WS-DEM-RESULTAT(WS-NO-DEM)
               ADD 1 TO WS-NB-EN-ATTENTE
           ELSE
           IF WS-CPT-SOLDE(WS-NO-CPT) = ZEROES
               MOVE "C" TO WS-CPT-STATUT(WS-NO-CPT)
               SET CLO-CLOTUREE TO TRUE
               MOVE WS-DATE-TRAITEMENT TO CLO-DATE-ETAT
               MOVE "C" TO WS-DEM-RESULTAT(WS-NO-DEM)
               ADD 1 TO WS-NB-CLOTUREES
               MOVE "CLOTURE" TO DL-ETAT
               PERFORM 3800-IMPRIMER-DEMANDE
           ELSE
               PERFORM 3500-SOLDER-RELIQUAT
           END-IF
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3500-SOLDER-RELIQUAT : solde le reliquat du compte en       *
      * clôture ; un reliquat débiteur en paiement au guichet ou un *
      * destinataire devenu inutilisable bloque la demande,         *
      * signalée dans EXCFILE et reprise au run suivant             *
      * -----------------------------------------------------------*
       3500-SOLDER-RELIQUAT.
           MOVE WS-CPT-SOLDE(WS-NO-CPT) TO WS-MONTANT-SOLDE.
           MOVE ZEROES TO WS-INTERETS.

           MOVE "N" TO WS-DST-TROUVE-SWITCH.
           IF CLO-VIREMENT
               MOVE CLO-COMPTE-DEST TO WS-CLE-COMPTE
               PERFORM 3050-CHERCHER-COMPTE
               MOVE WS-CPT-TROUVE-SWITCH TO WS-DST-TROUVE-SWITCH
               SET WS-NO-DST TO WS-CPT-IDX
               MOVE CLO-COMPTE TO WS-CLE-COMPTE
               PERFORM 3050-CHERCHER-COMPTE
           END-IF.

           EVALUATE TRUE
               WHEN CLO-PAIEMENT AND WS-MONTANT-SOLDE < ZEROES
                   MOVE "RELIQUAT DEBITEUR - REGULARISATION"
                       TO WS-MOTIF-REJET
               WHEN CLO-VIREMENT AND NOT WS-DST-TROUVE
                   MOVE "COMPTE DESTINATAIRE INCONNU"
                       TO WS-MOTIF-REJET
               WHEN CLO-VIREMENT
                   AND WS-CPT-STATUT(WS-NO-DST) NOT = "A"
                   MOVE "COMPTE DESTINATAIRE NON ACTIF"
                       TO WS-MOTIF-REJET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE "A" TO WS-DEM-RESULTAT(WS-NO-DEM)
               ADD 1 TO WS-NB-EN-ATTENTE
               PERFORM 3750-SIGNALER-ANOMALIE
               MOVE "BLOQUEE" TO DL-ETAT
               PERFORM 3800-IMPRIMER-DEMANDE
           ELSE
               PERFORM 3300-SOLDER-COMPTE
               ADD WS-MONTANT-SOLDE TO CLO-MONTANT
               MOVE WS-DATE-TRAITEMENT TO CLO-DATE-ETAT
               MOVE "L" TO WS-DEM-RESULTAT(WS-NO-DEM)
               ADD 1 TO WS-NB-RELIQUATS
               MOVE "RELIQUAT" TO DL-ETAT
               PERFORM 3800-IMPRIMER-DEMANDE
           END-IF.

      * -----------------------------------------------------------*
      * 3700-REJETER-DEMANDE : écarte la demande courante et trace  *
      * le rejet dans EXCFILE avec le motif posé par l'appelant     *
      * -----------------------------------------------------------*
       3700-REJETER-DEMANDE.
           MOVE "R" TO WS-DEM-RESULTAT(WS-NO-DEM).
           ADD 1 TO WS-NB-REJETEES.
           PERFORM 3750-SIGNALER-ANOMALIE.

      * -----------------------------------------------------------*
      * 3750-SIGNALER-ANOMALIE : trace dans EXCFILE l'anomalie de   *
      * la demande courante                                         *
      * -----------------------------------------------------------*
       3750-SIGNALER-ANOMALIE.
           DISPLAY "DEMANDE DE CLOTURE : " CLO-COMPTE " "
               WS-MOTIF-REJET.

           PERFORM 9700-NOTER-REJET.
           MOVE CLO-COMPTE TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE ZEROES TO EXC-VALEUR1 EXC-VALEUR2.
           IF WS-CPT-TROUVE
               MOVE WS-CPT-SOLDE(WS-NO-CPT) TO EXC-VALEUR1
           END-IF.
           MOVE WS-MOTIF-REJET TO EXC-MESSAGE.
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 3800-IMPRIMER-DEMANDE : imprime la demande courante avec    *
      * l'état posé par l'appelant                                  *
      * -----------------------------------------------------------*
       3800-IMPRIMER-DEMANDE.
           IF WS-RPT-OK
               IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
                   PERFORM 3900-IMPRIMER-ENTETE
               END-IF
               MOVE CLO-COMPTE      TO DL-COMPTE
               MOVE CLO-MODE        TO DL-MODE
               MOVE CLO-COMPTE-DEST TO DL-DESTINATAIRE
               MOVE WS-INTERETS     TO DL-INTERETS
               MOVE WS-MONTANT-SOLDE TO DL-MONTANT
               IF CLO-CLOTUREE
                   MOVE CLO-INTERETS TO DL-INTERETS
                   MOVE CLO-MONTANT  TO DL-MONTANT
               END-IF
               WRITE CLORPT-LIGNE FROM WS-LIGNE-DETAIL
               ADD 1 TO WS-NB-LIGNES-PAGE
           END-IF.

      * -----------------------------------------------------------*
      * 3900-IMPRIMER-ENTETE : titre et en-tête des colonnes d'une  *
      * nouvelle page                                               *
      * -----------------------------------------------------------*
       3900-IMPRIMER-ENTETE.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE CLORPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE CLORPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE CLORPT-LIGNE FROM WS-LIGNE-ENTETE-2.
           MOVE ZEROES TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5000-ANNULER-ORDRES : reporte les ordres permanents dans la *
      * nouvelle génération, sauf ceux des comptes en clôture       *
      * -----------------------------------------------------------*
       5000-ANNULER-ORDRES.
           OPEN INPUT STOFILE.
           IF NOT WS-STO-OK
               DISPLAY "STOFILE ABSENT - AUCUN ORDRE A ANNULER"
           ELSE
               OPEN OUTPUT STOFILE-NEW
               IF NOT WS-STN-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR STOFILE-NEW - STATUT "
                       WS-STN-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 5100-REPORTER-UN-ORDRE
                       UNTIL WS-FIN-FICHIER
                   CLOSE STOFILE-NEW
               END-IF
               CLOSE STOFILE
           END-IF.

      * -----------------------------------------------------------*
      * 5100-REPORTER-UN-ORDRE : lit un ordre permanent et le       *
      * reporte sauf si son compte a une demande émise ou close     *
      * -----------------------------------------------------------*
       5100-REPORTER-UN-ORDRE.
           READ STOFILE INTO STO-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   MOVE "N" TO WS-DEM-TROUVEE-SWITCH
                   IF WS-NB-DEM > ZEROES
                       SET WS-DEM-IDX TO 1
                       SEARCH WS-DEM-ENTREE
                           AT END
                               CONTINUE
                           WHEN WS-DEM-IDX > WS-NB-DEM
                               CONTINUE
                           WHEN WS-DEM-COMPTE(WS-DEM-IDX) = STO-COMPTE
                               AND WS-DEM-ETAT(WS-DEM-IDX) NOT = SPACE
                               AND WS-DEM-RESULTAT(WS-DEM-IDX)
                                   NOT = "R"
                               SET WS-DEM-TROUVEE TO TRUE
                       END-SEARCH
                   END-IF
                   IF WS-DEM-TROUVEE
                       ADD 1 TO WS-NB-ORDRES-ANNULES
                       DISPLAY "ORDRE PERMANENT ANNULE : " STO-COMPTE
                           " " STO-LIBELLE
                   ELSE
                       WRITE STOFILE-NEW-ENREG FROM STO-ENREG
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 6000-ECRIRE-COMPTES : écrit la nouvelle génération du       *
      * maître des comptes, statuts mis à jour                      *
      * -----------------------------------------------------------*
       6000-ECRIRE-COMPTES.
           OPEN OUTPUT ACCTFILE-NEW.
           IF NOT WS-ACN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ACCTFILE-NEW - STATUT "
                   WS-ACN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 6100-ECRIRE-UN-COMPTE
                   VARYING WS-NO-CPT FROM 1 BY 1
                       UNTIL WS-NO-CPT > WS-NB-CPT
               CLOSE ACCTFILE-NEW
           END-IF.

      * -----------------------------------------------------------*
      * 6100-ECRIRE-UN-COMPTE : écrit le compte courant             *
      * -----------------------------------------------------------*
       6100-ECRIRE-UN-COMPTE.
           WRITE ACCTFILE-NEW-ENREG FROM WS-CPT-ENTREE(WS-NO-CPT).

      * -----------------------------------------------------------*
      * 6500-ECRIRE-DEMANDES : écrit la nouvelle génération des     *
      * demandes - seules les demandes émises non encore clôturées  *
      * y restent                                                   *
      * -----------------------------------------------------------*
       6500-ECRIRE-DEMANDES.
           OPEN OUTPUT CLODEMF-NEW.
           IF NOT WS-CLN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR CLODEMF-NEW - STATUT "
                   WS-CLN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 6550-ECRIRE-UNE-DEMANDE
                   VARYING WS-NO-DEM FROM 1 BY 1
                       UNTIL WS-NO-DEM > WS-NB-DEM
               CLOSE CLODEMF-NEW
           END-IF.

      * -----------------------------------------------------------*
      * 6550-ECRIRE-UNE-DEMANDE : reporte la demande courante si    *
      * elle est émise et n'a pas été rejetée                       *
      * -----------------------------------------------------------*
       6550-ECRIRE-UNE-DEMANDE.
           IF WS-DEM-ETAT(WS-NO-DEM) = "E"
               AND WS-DEM-RESULTAT(WS-NO-DEM) NOT = "R"
               WRITE CLODEMF-NEW-ENREG FROM WS-DEM-CLO(WS-NO-DEM)
               ADD 1 TO WS-NB-REPORTEES
           END-IF.

      * -----------------------------------------------------------*
      * 7000-IMPRIMER-TOTAUX : compteurs du run en fin d'état       *
      * -----------------------------------------------------------*
       7000-IMPRIMER-TOTAUX.
           IF WS-RPT-OK
               WRITE CLORPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE "DEMANDES LUES                 : " TO RN-LIBELLE
               MOVE WS-NB-LUS TO RN-NOMBRE
               WRITE CLORPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "DEMANDES REJETEES             : " TO RN-LIBELLE
               MOVE WS-NB-REJETEES TO RN-NOMBRE
               WRITE CLORPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "CLOTURES EMISES               : " TO RN-LIBELLE
               MOVE WS-NB-EMISES TO RN-NOMBRE
               WRITE CLORPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "RELIQUATS SOLDES              : " TO RN-LIBELLE
               MOVE WS-NB-RELIQUATS TO RN-NOMBRE
               WRITE CLORPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "COMPTES CLOTURES              : " TO RN-LIBELLE
               MOVE WS-NB-CLOTUREES TO RN-NOMBRE
               WRITE CLORPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "DEMANDES EN ATTENTE           : " TO RN-LIBELLE
               MOVE WS-NB-EN-ATTENTE TO RN-NOMBRE
               WRITE CLORPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "ORDRES PERMANENTS ANNULES     : " TO RN-LIBELLE
               MOVE WS-NB-ORDRES-ANNULES TO RN-NOMBRE
               WRITE CLORPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "MOUVEMENTS EMIS               : " TO RN-LIBELLE
               MOVE WS-NB-MOUVEMENTS TO RN-NOMBRE
               WRITE CLORPT-LIGNE FROM WS-LIGNE-RECAP-NB
           END-IF.

      * -----------------------------------------------------------*
      * 8000-TERMINER : ferme les fichiers et affiche les compteurs *
      * -----------------------------------------------------------*
       8000-TERMINER.
           IF WS-INT-OK
               CLOSE INTACCF
           END-IF.
           IF WS-MVT-OK
               CLOSE MVTFILE
           END-IF.
           IF WS-RPT-OK
               CLOSE CLORPT
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "DEMANDES LUES          : " WS-NB-LUS.
           DISPLAY "DEMANDES REJETEES      : " WS-NB-REJETEES.
           DISPLAY "CLOTURES EMISES        : " WS-NB-EMISES.
           DISPLAY "RELIQUATS SOLDES       : " WS-NB-RELIQUATS.
           DISPLAY "COMPTES CLOTURES       : " WS-NB-CLOTUREES.
           DISPLAY "DEMANDES EN ATTENTE    : " WS-NB-EN-ATTENTE.
           DISPLAY "DEMANDES REPORTEES     : " WS-NB-REPORTEES.
           DISPLAY "ORDRES ANNULES         : " WS-NB-ORDRES-ANNULES.
           DISPLAY "MOUVEMENTS EMIS        : " WS-NB-MOUVEMENTS.

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
           MOVE "CLOACC01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "CLOACC01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-MOUVEMENTS TO RUN-NB-ECRITS.
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
