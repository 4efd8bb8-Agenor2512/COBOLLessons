       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYGL010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-14  AG  Création : postage du journal de paie au
      *                 grand livre. La paie du mois était ressaisie
      *                 à la main dans GLJRN1 à partir du registre ;
      *                 le programme poste désormais les trois lots
      *                 d'écritures produits par la chaîne de paie
      *                 (copy PAYJNL, encadrés CTLHDTR) :
      *                   PAYJNLF (PAYREG010) - charges de personnel
      *                           par service, retenues dues aux
      *                           organismes, nets dus au personnel
      *                   SALJNLF (SALPAY010) - apurement des nets
      *                           virés contre la banque
      *                   DEDJNLF (DEDREM010) - apurement des
      *                           retenues reversées contre la banque
      *                 Chaque lot est contrôlé avant postage : en-
      *                 tête et fin de lot présents, nombre de
      *                 jambes et total des débits conformes à la
      *                 fin de lot, débits égaux aux crédits, date
      *                 du lot en période ouverte (PERCTL01), lot
      *                 pas déjà historisé dans GLHSTFIL (même date
      *                 et même programme producteur). Un lot refusé
      *                 n'est pas posté du tout et part en critique
      *                 dans EXCFILE (code retour 4). Les jambes
      *                 mettent à jour GLBALFIL par la même
      *                 mécanique de table que GLPOST010 et sont
      *                 historisées dans GLHSTFIL sous l'identifiant
      *                 du lot (date d'en-tête + programme
      *                 producteur). Un fichier absent est sauté :
      *                 le step peut passer après PAYREG010 seul,
      *                 puis après SALPAY010 et DEDREM010, chaque
      *                 lot déjà posté étant refusé sans dommage -
      *                 c'est ce contrôle, et non STEPCTL01, qui
      *                 protège du double postage. Etat PGLRPT (via
      *                 RPTHDR010) : lot par lot, statut et jambes.
      * 2026-10-01  AG  Quatrième lot posté : STCJNLF (STCSOL010),
      *                 soldes de tout compte des sortants - brut au
      *                 compte de charge du service, retenues aux
      *                 organismes, avances récupérées au 425000, nets
      *                 dus au 421000. Mêmes contrôles que les trois
      *                 autres lots.
      * 2026-10-10  AG  GLHSTREC étendu (copy commune) : segment
      *                 analytique GLH-SEGMENT, posé à HQ (siège) sur
      *                 les jambes historisées par ce programme -
      *                 GLHSTFIL passe de 60 à 62 caractères.
      * 2026-10-15  AG  Plus de table de 100 soldes : comme dans
      *                 GLPOST010, l'index GLBALFIL-IDX est rechargé
      *                 depuis GLBALFIL en début de run (IDXMST01),
      *                 chaque compte y est lu et mis à jour par sa clé,
      *                 et GLBALFIL est réécrit depuis l'index en fin de
      *                 run, dans l'ordre des comptes. Au-delà du 100e
      *                 compte, les jambes allaient sur le dernier poste
      *                 de la table et les comptes suivants étaient
      *                 perdus à la réécriture. Index inutilisable =
      *                 aucun lot posté.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal de paie du run (PAYREG010) - voir copy PAYJNL
           SELECT PAYJNLF ASSIGN TO "PAYJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJN-STATUS.

      * Apurement des nets virés (SALPAY010) - voir copy PAYJNL
           SELECT SALJNLF ASSIGN TO "SALJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJN-STATUS.

      * Apurement des retenues reversées (DEDREM010) - voir PAYJNL
           SELECT DEDJNLF ASSIGN TO "DEDJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DJN-STATUS.

      * Soldes de tout compte des sortants (STCSOL010) - voir PAYJNL
           SELECT STCJNLF ASSIGN TO "STCJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STJ-STATUS.

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

      * Etat du postage de la paie imprimé
           SELECT PGLRPT ASSIGN TO "PGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies (lots refusés)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PAYJNLF
           RECORD CONTAINS 44 CHARACTERS.
       01  PAYJNLF-ENREG               PIC X(44).

       FD  SALJNLF
           RECORD CONTAINS 44 CHARACTERS.
       01  SALJNLF-ENREG               PIC X(44).

       FD  DEDJNLF
           RECORD CONTAINS 44 CHARACTERS.
       01  DEDJNLF-ENREG               PIC X(44).

       FD  STCJNLF
           RECORD CONTAINS 44 CHARACTERS.
       01  STCJNLF-ENREG               PIC X(44).

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

       FD  PGLRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PGLRPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Ligne du journal de paie - voir copy PAYJNL
       COPY PAYJNL.

      * En-tête et fin de lot - voir copy CTLHDTR
       COPY CTLHDTR.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-PJN-STATUS               PIC X(02).
           88  WS-PJN-OK               VALUE "00".

       01  WS-SJN-STATUS               PIC X(02).
           88  WS-SJN-OK               VALUE "00".

       01  WS-DJN-STATUS               PIC X(02).
           88  WS-DJN-OK               VALUE "00".

       01  WS-STJ-STATUS               PIC X(02).
           88  WS-STJ-OK               VALUE "00".

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

      * Enregistrement lu dans un fichier de lot : en-tête "EN",
      * fin de lot "FN" ou jambe PAYJNL
       01  WS-LIGNE-LUE                PIC X(44).

      * Lot en cours de contrôle : fichier d'origine, en-tête et
      * fin de lot lus, jambes chargées en table
       01  WS-LOT-FICHIER              PIC X(08).
       01  WS-HDR-LU-SW                PIC X(01).
           88  WS-HDR-LU               VALUE "O".
       01  WS-TRL-LU-SW                PIC X(01).
           88  WS-TRL-LU               VALUE "O".
       01  WS-LOT-DEBORDE-SW           PIC X(01).
           88  WS-LOT-DEBORDE          VALUE "O".

       01  WS-JAM-TABLE.
           05  WS-JAM-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-JAM-IDX.
               10  WS-JAM-DATE         PIC 9(08).
               10  WS-JAM-COMPTE       PIC X(06).
               10  WS-JAM-SENS         PIC X(01).
               10  WS-JAM-MONTANT      PIC 9(07)V9(02).
               10  WS-JAM-LIBELLE      PIC X(20).
       01  WS-NB-JAM                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-JAM                   PIC 9(03).

       01  WS-LOT-DEBITS               PIC 9(09)V9(02).
       01  WS-LOT-CREDITS              PIC 9(09)V9(02).

      * Motif de refus du lot courant (blanc = lot acceptable)
       01  WS-LOT-MOTIF                PIC X(40).

       01  WS-DEJA-POSTE-SW            PIC X(01).
           88  WS-DEJA-POSTE           VALUE "O".
       01  WS-HST-FIN-SW               PIC X(01).
           88  WS-HST-FIN              VALUE "O".

      * Contrôle de période comptable (sous-programme commun
      * PERCTL01 + fichier PERCTLF) : un lot daté dans une période
      * close est refusé en entier
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".
       01  WS-DATE-CONTROLEE           PIC 9(08).

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

       01  WS-NB-JAMBES-LUES           PIC 9(07) VALUE ZEROES.
       01  WS-NB-JAMBES-POSTEES        PIC 9(07) VALUE ZEROES.
       01  WS-NB-LOTS-POSTES           PIC 9(03) VALUE ZEROES.
       01  WS-NB-LOTS-REFUSES          PIC 9(03) VALUE ZEROES.

       01  WS-SYS-HHMMSS               PIC 9(08).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cet état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "POSTAGE DU JOURNAL DE PAIE".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-LOT.
           05  FILLER                  PIC X(04) VALUE "LOT ".
           05  LL-PROGRAMME            PIC X(08).
           05  FILLER                  PIC X(04) VALUE " DU ".
           05  LL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-FICHIER              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-STATUT               PIC X(44).

       01  WS-LIGNE-JAMBE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LJ-COMPTE               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LJ-SENS                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LJ-MONTANT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LJ-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-LIGNE-TOTAL-LOT.
           05  FILLER                  PIC X(15)
               VALUE "    DEBITS  : ".
           05  TL-DEBITS               PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(12)
               VALUE "  CREDITS : ".
           05  TL-CREDITS              PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

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

           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.

           IF WS-CODE-RETOUR < 8
               PERFORM 2000-TRAITER-PAYJNLF
               PERFORM 2100-TRAITER-SALJNLF
               PERFORM 2200-TRAITER-DEDJNLF
               PERFORM 2300-TRAITER-STCJNLF
           END-IF.

           PERFORM 3000-TERMINER.

           PERFORM 9600-ECRIRE-JOURNAL-RUN.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre les soldes du grand livre, ouvre   *
      * l'état et le journal des anomalies                          *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-SOLDES.

           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT PGLRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PGLRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE PGLRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE PGLRPT-LIGNE FROM WS-LIGNE-VIDE
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (même mécanique que GLPOST010) et l'ouvre en mise à jour ;  *
      * GLBALFIL absent = grand livre vierge. Index inutilisable =  *
      * aucun lot posté                                             *
      * -----------------------------------------------------------*
       1100-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "AUCUN LOT POSTE"
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
                       WS-GIX-STATUS " - AUCUN LOT POSTE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2000-TRAITER-PAYJNLF : charge et poste le journal de paie   *
      * de PAYREG010 ; fichier absent = rien à poster               *
      * -----------------------------------------------------------*
       2000-TRAITER-PAYJNLF.
           OPEN INPUT PAYJNLF.
           IF WS-PJN-OK
               MOVE "PAYJNLF" TO WS-LOT-FICHIER
               PERFORM 2400-PREPARER-LOT
               PERFORM 2010-LIRE-PAYJNLF
                   UNTIL NOT WS-PJN-OK
               CLOSE PAYJNLF
               PERFORM 4000-TRAITER-LOT
           ELSE
               DISPLAY "PAYJNLF ABSENT - PAS DE JOURNAL DE PAIE"
           END-IF.

      * -----------------------------------------------------------*
      * 2010-LIRE-PAYJNLF : lit un enregistrement du journal de     *
      * paie et le range dans le lot                                *
      * -----------------------------------------------------------*
       2010-LIRE-PAYJNLF.
           READ PAYJNLF INTO WS-LIGNE-LUE
               AT END
                   MOVE "10" TO WS-PJN-STATUS
               NOT AT END
                   PERFORM 2500-RANGER-LIGNE-LUE
           END-READ.

      * -----------------------------------------------------------*
      * 2100-TRAITER-SALJNLF : charge et poste l'apurement des nets *
      * virés par SALPAY010 ; fichier absent = rien à poster        *
      * -----------------------------------------------------------*
       2100-TRAITER-SALJNLF.
           OPEN INPUT SALJNLF.
           IF WS-SJN-OK
               MOVE "SALJNLF" TO WS-LOT-FICHIER
               PERFORM 2400-PREPARER-LOT
               PERFORM 2110-LIRE-SALJNLF
                   UNTIL NOT WS-SJN-OK
               CLOSE SALJNLF
               PERFORM 4000-TRAITER-LOT
           ELSE
               DISPLAY "SALJNLF ABSENT - PAS D'APUREMENT DES NETS"
           END-IF.

      * -----------------------------------------------------------*
      * 2110-LIRE-SALJNLF : lit un enregistrement de l'apurement    *
      * des nets et le range dans le lot                            *
      * -----------------------------------------------------------*
       2110-LIRE-SALJNLF.
           READ SALJNLF INTO WS-LIGNE-LUE
               AT END
                   MOVE "10" TO WS-SJN-STATUS
               NOT AT END
                   PERFORM 2500-RANGER-LIGNE-LUE
           END-READ.

      * -----------------------------------------------------------*
      * 2200-TRAITER-DEDJNLF : charge et poste l'apurement des      *
      * retenues reversées par DEDREM010 ; fichier absent = rien à  *
      * poster                                                      *
      * -----------------------------------------------------------*
       2200-TRAITER-DEDJNLF.
           OPEN INPUT DEDJNLF.
           IF WS-DJN-OK
               MOVE "DEDJNLF" TO WS-LOT-FICHIER
               PERFORM 2400-PREPARER-LOT
               PERFORM 2210-LIRE-DEDJNLF
                   UNTIL NOT WS-DJN-OK
               CLOSE DEDJNLF
               PERFORM 4000-TRAITER-LOT
           ELSE
               DISPLAY "DEDJNLF ABSENT - PAS D'APUREMENT DES RETENUES"
           END-IF.

      * -----------------------------------------------------------*
      * 2210-LIRE-DEDJNLF : lit un enregistrement de l'apurement    *
      * des retenues et le range dans le lot                        *
      * -----------------------------------------------------------*
       2210-LIRE-DEDJNLF.
           READ DEDJNLF INTO WS-LIGNE-LUE
               AT END
                   MOVE "10" TO WS-DJN-STATUS
               NOT AT END
                   PERFORM 2500-RANGER-LIGNE-LUE
           END-READ.

      * -----------------------------------------------------------*
      * 2300-TRAITER-STCJNLF : charge et poste le journal des       *
      * soldes de tout compte de STCSOL010 ; fichier absent = rien  *
      * à poster                                                    *
      * -----------------------------------------------------------*
       2300-TRAITER-STCJNLF.
           OPEN INPUT STCJNLF.
           IF WS-STJ-OK
               MOVE "STCJNLF" TO WS-LOT-FICHIER
               PERFORM 2400-PREPARER-LOT
               PERFORM 2310-LIRE-STCJNLF
                   UNTIL NOT WS-STJ-OK
               CLOSE STCJNLF
               PERFORM 4000-TRAITER-LOT
           ELSE
               DISPLAY "STCJNLF ABSENT - PAS DE SOLDE DE TOUT COMPTE"
           END-IF.

      * -----------------------------------------------------------*
      * 2310-LIRE-STCJNLF : lit un enregistrement du journal des    *
      * soldes de tout compte et le range dans le lot               *
      * -----------------------------------------------------------*
       2310-LIRE-STCJNLF.
           READ STCJNLF INTO WS-LIGNE-LUE
               AT END
                   MOVE "10" TO WS-STJ-STATUS
               NOT AT END
                   PERFORM 2500-RANGER-LIGNE-LUE
           END-READ.

      * -----------------------------------------------------------*
      * 2400-PREPARER-LOT : remet à zéro le lot avant chargement    *
      * -----------------------------------------------------------*
       2400-PREPARER-LOT.
           MOVE "N" TO WS-HDR-LU-SW WS-TRL-LU-SW WS-LOT-DEBORDE-SW.
           MOVE ZEROES TO WS-NB-JAM WS-LOT-DEBITS WS-LOT-CREDITS.
           MOVE SPACES TO CTLHDR-PROGRAMME.
           MOVE ZEROES TO CTLHDR-DATE CTLTRL-NB-ENREG
               CTLTRL-TOTAL-CTL.

      * -----------------------------------------------------------*
      * 2500-RANGER-LIGNE-LUE : range l'enregistrement lu - en-tête,*
      * fin de lot ou jambe cumulée par sens                        *
      * -----------------------------------------------------------*
       2500-RANGER-LIGNE-LUE.
           EVALUATE WS-LIGNE-LUE(1:2)
               WHEN "EN"
                   MOVE WS-LIGNE-LUE(1:18) TO CTLHDR-ENREG
                   SET WS-HDR-LU TO TRUE
               WHEN "FN"
                   MOVE WS-LIGNE-LUE(1:20) TO CTLTRL-ENREG
                   SET WS-TRL-LU TO TRUE
               WHEN OTHER
                   MOVE WS-LIGNE-LUE TO PJN-ENREG
                   ADD 1 TO WS-NB-JAMBES-LUES
                   IF WS-NB-JAM >= 200
                       SET WS-LOT-DEBORDE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-JAM
                       SET WS-JAM-IDX TO WS-NB-JAM
                       MOVE PJN-DATE    TO WS-JAM-DATE(WS-JAM-IDX)
                       MOVE PJN-COMPTE  TO WS-JAM-COMPTE(WS-JAM-IDX)
                       MOVE PJN-SENS    TO WS-JAM-SENS(WS-JAM-IDX)
                       MOVE PJN-MONTANT TO WS-JAM-MONTANT(WS-JAM-IDX)
                       MOVE PJN-LIBELLE TO WS-JAM-LIBELLE(WS-JAM-IDX)
                   END-IF
                   IF PJN-DEBIT
                       ADD PJN-MONTANT TO WS-LOT-DEBITS
                   ELSE
                       ADD PJN-MONTANT TO WS-LOT-CREDITS
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 4000-TRAITER-LOT : contrôle le lot chargé, puis le poste en *
      * entier ou le refuse en entier                               *
      * -----------------------------------------------------------*
       4000-TRAITER-LOT.
           PERFORM 4100-CONTROLER-LOT.

           IF WS-LOT-MOTIF = SPACES
               PERFORM 4300-CHERCHER-LOT-HISTORISE
               IF WS-DEJA-POSTE
                   MOVE "LOT DEJA POSTE - DOUBLE POSTAGE REFUSE"
                       TO WS-LOT-MOTIF
               END-IF
           END-IF.

           IF WS-RPT-OK
               MOVE CTLHDR-PROGRAMME TO LL-PROGRAMME
               MOVE CTLHDR-DATE      TO LL-DATE
               MOVE WS-LOT-FICHIER   TO LL-FICHIER
               IF WS-LOT-MOTIF = SPACES
                   MOVE "POSTE" TO LL-STATUT
               ELSE
                   MOVE WS-LOT-MOTIF TO LL-STATUT
               END-IF
               WRITE PGLRPT-LIGNE FROM WS-LIGNE-LOT
           END-IF.

           IF WS-LOT-MOTIF = SPACES
               PERFORM 4500-POSTER-LOT
           ELSE
               PERFORM 4800-REFUSER-LOT
           END-IF.

           IF WS-RPT-OK
               MOVE WS-LOT-DEBITS  TO TL-DEBITS
               MOVE WS-LOT-CREDITS TO TL-CREDITS
               WRITE PGLRPT-LIGNE FROM WS-LIGNE-TOTAL-LOT
               WRITE PGLRPT-LIGNE FROM WS-LIGNE-VIDE
           END-IF.

      * -----------------------------------------------------------*
      * 4100-CONTROLER-LOT : contrôles d'intégrité du lot - en-tête *
      * et fin de lot, compte et total de contrôle, équilibre, et   *
      * période ouverte ; premier motif trouvé retenu               *
      * -----------------------------------------------------------*
       4100-CONTROLER-LOT.
           MOVE SPACES TO WS-LOT-MOTIF.

           EVALUATE TRUE
               WHEN NOT WS-HDR-LU
                   MOVE "EN-TETE DE LOT ABSENT" TO WS-LOT-MOTIF
               WHEN NOT WS-TRL-LU
                   MOVE "FIN DE LOT ABSENTE - FICHIER INCOMPLET"
                       TO WS-LOT-MOTIF
               WHEN WS-LOT-DEBORDE
                   MOVE "LOT TROP GRAND (200 JAMBES)"
                       TO WS-LOT-MOTIF
               WHEN CTLTRL-NB-ENREG NOT = WS-NB-JAM
                   MOVE "NOMBRE DE JAMBES DIFFERENT DE LA FIN"
                       TO WS-LOT-MOTIF
               WHEN CTLTRL-TOTAL-CTL NOT = WS-LOT-DEBITS
                   MOVE "TOTAL DES DEBITS DIFFERENT DE LA FIN"
                       TO WS-LOT-MOTIF
               WHEN WS-LOT-DEBITS NOT = WS-LOT-CREDITS
                   MOVE "LOT DESEQUILIBRE - DEBITS <> CREDITS"
                       TO WS-LOT-MOTIF
               WHEN OTHER
                   MOVE CTLHDR-DATE TO WS-DATE-CONTROLEE
                   CALL "PERCTL01" USING WS-DATE-CONTROLEE,
                       WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW
                   IF WS-PERIODE-CLOSE
                       MOVE "LOT EN PERIODE CLOSE - POSTAGE REFUSE"
                           TO WS-LOT-MOTIF
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 4300-CHERCHER-LOT-HISTORISE : le lot (date d'en-tête +      *
      * programme producteur) a-t-il déjà des jambes dans GLHSTFIL ?*
      * -----------------------------------------------------------*
       4300-CHERCHER-LOT-HISTORISE.
           MOVE "N" TO WS-DEJA-POSTE-SW WS-HST-FIN-SW.

           OPEN INPUT GLHSTFIL.
           IF WS-HST-OK
               PERFORM 4350-LIRE-JAMBE-HISTORISEE
                   UNTIL WS-HST-FIN OR WS-DEJA-POSTE
               CLOSE GLHSTFIL
           END-IF.

      * -----------------------------------------------------------*
      * 4350-LIRE-JAMBE-HISTORISEE : lit une jambe de l'historique  *
      * et la compare à l'identifiant du lot courant                *
      * -----------------------------------------------------------*
       4350-LIRE-JAMBE-HISTORISEE.
           READ GLHSTFIL INTO GLH-ENREG
               AT END
                   SET WS-HST-FIN TO TRUE
               NOT AT END
                   IF GLH-LOT-DATE = CTLHDR-DATE
                       AND GLH-LOT-PROGRAMME = CTLHDR-PROGRAMME
                       SET WS-DEJA-POSTE TO TRUE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 4500-POSTER-LOT : poste chaque jambe du lot au grand livre  *
      * et l'historise sous l'identifiant du lot                    *
      * -----------------------------------------------------------*
       4500-POSTER-LOT.
      * EXTEND : l'historique des écritures est permanent
           OPEN EXTEND GLHSTFIL.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT GLHSTFIL
           END-IF.
           IF NOT WS-HST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 4550-POSTER-UNE-JAMBE
                   VARYING WS-NO-JAM FROM 1 BY 1
                       UNTIL WS-NO-JAM > WS-NB-JAM
               CLOSE GLHSTFIL
               ADD 1 TO WS-NB-LOTS-POSTES
           END-IF.

      * -----------------------------------------------------------*
      * 4550-POSTER-UNE-JAMBE : applique une jambe au solde de son  *
      * compte (débit ajoute, crédit retranche) et l'historise      *
      * -----------------------------------------------------------*
       4550-POSTER-UNE-JAMBE.
           SET WS-JAM-IDX TO WS-NO-JAM.

           MOVE WS-JAM-COMPTE(WS-JAM-IDX) TO WS-COMPTE-CIBLE.
           PERFORM 7000-TROUVER-CREER-COMPTE.
           IF WS-JAM-SENS(WS-JAM-IDX) = "D"
               ADD WS-JAM-MONTANT(WS-JAM-IDX) TO GL-SOLDE
           ELSE
               SUBTRACT WS-JAM-MONTANT(WS-JAM-IDX) FROM GL-SOLDE
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ.
           PERFORM 7050-REECRIRE-COMPTE.

           MOVE WS-JAM-DATE(WS-JAM-IDX)    TO GLH-DATE.
           MOVE WS-JAM-COMPTE(WS-JAM-IDX)  TO GLH-COMPTE.
           MOVE WS-JAM-SENS(WS-JAM-IDX)    TO GLH-SENS.
           MOVE WS-JAM-MONTANT(WS-JAM-IDX) TO GLH-MONTANT.
           MOVE WS-JAM-LIBELLE(WS-JAM-IDX) TO GLH-LIBELLE.
           MOVE CTLHDR-DATE                TO GLH-LOT-DATE.
           MOVE "HQ"                       TO GLH-SEGMENT.
           MOVE CTLHDR-PROGRAMME           TO GLH-LOT-PROGRAMME.
           WRITE GLHSTFIL-ENREG FROM GLH-ENREG.
           ADD 1 TO WS-NB-JAMBES-POSTEES.

           IF WS-RPT-OK
               MOVE WS-JAM-COMPTE(WS-JAM-IDX)  TO LJ-COMPTE
               MOVE WS-JAM-SENS(WS-JAM-IDX)    TO LJ-SENS
               MOVE WS-JAM-MONTANT(WS-JAM-IDX) TO LJ-MONTANT
               MOVE WS-JAM-LIBELLE(WS-JAM-IDX) TO LJ-LIBELLE
               WRITE PGLRPT-LIGNE FROM WS-LIGNE-JAMBE
           END-IF.

      * -----------------------------------------------------------*
      * 4800-REFUSER-LOT : journalise dans EXCFILE le refus du lot  *
      * courant - aucune de ses jambes n'est postée                 *
      * -----------------------------------------------------------*
       4800-REFUSER-LOT.
           ADD 1 TO WS-NB-LOTS-REFUSES.
           DISPLAY "LOT " WS-LOT-FICHIER " DU " CTLHDR-DATE
               " REFUSE : " WS-LOT-MOTIF.
           PERFORM 9700-NOTER-REJET.

           ACCEPT WS-SYS-HHMMSS FROM TIME.

           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.

           MOVE "PAYGL010"     TO EXC-PROGRAMME.
           SET EXC-SEV-CRITIQUE TO TRUE.
           MOVE WS-LOT-FICHIER TO EXC-CHAMP.
           MOVE CTLHDR-DATE    TO EXC-VALEUR1.
           MOVE WS-LOT-DEBITS  TO EXC-VALEUR2.
           MOVE WS-LOT-MOTIF   TO EXC-MESSAGE.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

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
      * 3000-TERMINER : réécrit GLBALFIL en entier depuis son index *
      * si un lot a été posté, ferme les fichiers et affiche les    *
      * totaux                                                      *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-GIX-OUVERT
               IF WS-NB-LOTS-POSTES > ZEROES
                   OPEN OUTPUT GLBALFIL
                   IF NOT WS-GLB-OK
                       DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - "
                           "STATUT " WS-GLB-STATUS
                       PERFORM 9800-NOTER-ERREUR-FICHIER
                   ELSE
                       PERFORM 3050-POSITIONNER-SOLDES
                       PERFORM 3100-ECRIRE-UN-SOLDE
                           UNTIL WS-FIN-SOLDES
                       CLOSE GLBALFIL
                   END-IF
               END-IF
               CLOSE GLBALFIL-IDX
           END-IF.

           IF WS-RPT-OK
               CLOSE PGLRPT
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "LOTS POSTES       : " WS-NB-LOTS-POSTES.
           DISPLAY "LOTS REFUSES      : " WS-NB-LOTS-REFUSES.
           DISPLAY "JAMBES POSTEES    : " WS-NB-JAMBES-POSTEES.

      * -----------------------------------------------------------*
      * 3050-POSITIONNER-SOLDES : se positionne sur le premier      *
      * compte de GLBALFIL-IDX et le lit                            *
      * -----------------------------------------------------------*
       3050-POSITIONNER-SOLDES.
           MOVE "N" TO WS-FIN-SOLDES-SW.
           MOVE LOW-VALUES TO GIDX-COMPTE.
           START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
               INVALID KEY
                   SET WS-FIN-SOLDES TO TRUE
           END-START.

           IF NOT WS-FIN-SOLDES
               PERFORM 3080-LIRE-SOLDE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 3080-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       3080-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3100-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX dans GLBALFIL                                  *
      * -----------------------------------------------------------*
       3100-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.
           ADD 1 TO WS-NB-GLB.

           PERFORM 3080-LIRE-SOLDE-SUIVANT.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "PAYGL010" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-JAMBES-LUES TO RUN-NB-LUS.
           MOVE WS-NB-JAMBES-POSTEES TO RUN-NB-ECRITS.
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
