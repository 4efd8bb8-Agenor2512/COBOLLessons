       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOL010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-25  AG  Création : prélèvement SEPA des factures des
      *                 clients sous mandat (maître MANDFILE, copy
      *                 MANDREC, tenu par MNDMNT1), sur le modèle de
      *                 APPAY010 côté fournisseurs. Le programme
      *                 charge les mandats et les postes ouverts
      *                 (INVFILE), puis relit l'historique permanent
      *                 des prélèvements (PRLHSTF, copy PRLREC) pour
      *                 écarter toute facture dont le dernier
      *                 événement est un prélèvement émis : elle est
      *                 déjà en cours de prélèvement tant que
      *                 CSHAPP010 n'a pas imputé l'encaissement ou
      *                 que DDRET010 n'a pas traité son retour.
      *                 Chaque facture positive arrivée à échéance
      *                 (âge 30/360 au moins égal au délai de
      *                 paiement, comme CSHFCT010) d'un client au
      *                 mandat actif est prélevée pour son restant
      *                 dû : ordre dans DDCOLF, remis à la banque,
      *                 encadré d'un en-tête et d'une fin de lot
      *                 CTLHDTR ; événement E dans PRLHSTF ;
      *                 encaissement au format RCPTREC dans RCPFILE
      *                 (EXTEND, comme AUTCSH010), que CSHAPP010
      *                 impute ensuite. Le prélèvement part en
      *                 séquence FRST ou RCUR selon le mandat, qui
      *                 passe en RCUR après son premier prélèvement
      *                 et garde la date du dernier (MANDFILE réécrit
      *                 sur place). Un client qui a un avoir ouvert
      *                 est différé (CSHAPP010 impute d'abord
      *                 l'avoir) ; un mandat à l'IBAN invalide ou
      *                 caduc (36 mois sans prélèvement) est
      *                 journalisé dans EXCFILE avec code retour 4.
      *                 Raccordé au pilotage de reprise (STEPCTL01,
      *                 indispensable : une relance prélèverait deux
      *                 fois), à la date de traitement (DATPRM01) et
      *                 au journal de run (RUNFILE).
      * 2026-10-15  AG  Le prélèvement SEPA ne porte que sur les postes
      *                 en euros : un poste en devise n'est pas prélevé
      *                 - INVFILE étendu de 33 à 45 caractères

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des mandats SEPA - voir copy MANDREC
           SELECT MANDFILE ASSIGN TO "MANDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MND-STATUS.

      * Postes ouverts : numéros de facture et restants dus
           SELECT INVFILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Historique permanent des prélèvements - voir copy PRLREC
           SELECT PRLHSTF ASSIGN TO "PRLHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRH-STATUS.

      * Ordres de prélèvement remis à la banque, encadrés CTLHDTR
           SELECT DDCOLF ASSIGN TO "DDCOLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COL-STATUS.

      * Encaissements émis, repris par CSHAPP010 - voir copy RCPTREC
           SELECT RCPFILE ASSIGN TO "RCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.

      * Journal des anomalies (mandats non prélevables)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MANDFILE
           RECORD CONTAINS 116 CHARACTERS.
       01  MANDFILE-ENREG              PIC X(116).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  PRLHSTF
           RECORD CONTAINS 131 CHARACTERS.
       01  PRLHSTF-ENREG               PIC X(131).

       FD  DDCOLF
           RECORD CONTAINS 131 CHARACTERS.
       01  DDCOLF-ENREG                PIC X(131).
       01  DDCOLF-HDR                  PIC X(18).
       01  DDCOLF-TRL                  PIC X(20).

       FD  RCPFILE
           RECORD CONTAINS 33 CHARACTERS.
       01  RCPFILE-ENREG               PIC X(33).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Mandat courant - voir copy MANDREC
       COPY MANDREC.

      * Prélèvement émis ou lu dans l'historique - voir copy PRLREC
       COPY PRLREC.

      * Encaissement émis - voir copy RCPTREC
       COPY RCPTREC.

      * En-tête et fin de lot du fichier d'ordres - voir CTLHDTR
       COPY CTLHDTR.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

      * Poste ouvert courant, même découpage qu'INVAGE01
       01  WS-FACTURE-ENREG.
           05  WFA-NUMERO              PIC X(08).
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-MND-STATUS               PIC X(02).
           88  WS-MND-OK               VALUE "00".

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".

       01  WS-PRH-STATUS               PIC X(02).
           88  WS-PRH-OK               VALUE "00".

       01  WS-COL-STATUS               PIC X(02).
           88  WS-COL-OK               VALUE "00".

       01  WS-RCP-STATUS               PIC X(02).
           88  WS-RCP-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Table des mandats, réécrite sur place en fin de run (date
      * du dernier prélèvement, passage FRST -> RCUR)
       01  WS-MND-TABLE.
           05  WS-MND-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-MND-IDX.
               10  WS-MND-ENREG        PIC X(116).
               10  WS-MND-PRELEVE-SW   PIC X(01).
                   88  WS-MND-PRELEVE  VALUE "O".
       01  WS-NB-MANDATS               PIC 9(03) VALUE ZEROES.

       01  WS-MND-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-MND-TROUVE           VALUE "O".

      * Table des postes ouverts, avec le dernier événement de
      * prélèvement connu pour chaque facture (E = en cours)
       01  WS-INV-TABLE.
           05  WS-INV-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-INV-IDX.
               10  WS-INV-NUMERO       PIC X(08).
               10  WS-INV-DATE         PIC 9(08).
               10  WS-INV-MONTANT      PIC S9(07)V9(02).
               10  WS-INV-CLIENT       PIC X(08).
               10  WS-INV-DERN-EVT     PIC X(01).
                   88  WS-INV-EN-COURS VALUE "E".
               10  WS-INV-DEVISE       PIC X(03).
                   88  WS-INV-EN-EURO  VALUE "EUR" SPACES.
       01  WS-NB-FACTURES              PIC 9(03) VALUE ZEROES.

       01  WS-NO-FACTURE               PIC 9(03).
       01  WS-NO-AUTRE                 PIC 9(03).

       01  WS-AVOIR-SWITCH             PIC X(01) VALUE "N".
           88  WS-AVOIR-OUVERT         VALUE "O".

       01  WS-IBAN-VALIDE-SW           PIC X(01).
           88  WS-IBAN-VALIDE          VALUE "O".

      * Délai de paiement des factures clients (jours 30/360, même
      * valeur que CSHFCT010) et durée de vie d'un mandat sans
      * prélèvement (36 mois)
       01  WS-DELAI-PAIEMENT           PIC 9(02) VALUE 30.
       01  WS-DELAI-CADUCITE           PIC 9(04) VALUE 1080.

       01  WS-AGE-JOURS                PIC S9(05).
       01  WS-DATE-REFERENCE           PIC 9(08).
       01  WS-DATE-DECOMP-T.
           05  WS-DECT-AAAA            PIC 9(04).
           05  WS-DECT-MM              PIC 9(02).
           05  WS-DECT-JJ              PIC 9(02).
       01  WS-DATE-DECOMP-E.
           05  WS-DECE-AAAA            PIC 9(04).
           05  WS-DECE-MM              PIC 9(02).
           05  WS-DECE-JJ              PIC 9(02).

       01  WS-EXC-CHAMP                PIC X(15).
       01  WS-EXC-MESSAGE              PIC X(40).

       01  WS-NB-FACTURES-LUES         PIC 9(05) VALUE ZEROES.
       01  WS-NB-PRELEVES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-NON-ECHUS             PIC 9(05) VALUE ZEROES.
       01  WS-NB-EN-COURS              PIC 9(05) VALUE ZEROES.
       01  WS-NB-DIFFERES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-NON-PRELEVABLES       PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-PRELEVE            PIC 9(09)V9(02) VALUE ZEROES.

       01  WS-SYS-HHMMSS               PIC 9(08).

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise de la fenêtre (sous-programme commun
      * STEPCTL01 + fichier RUNCTLF) : un step déjà terminé pour la
      * date du jour est sauté à la relance - indispensable ici,
      * une relance prélèverait chaque facture deux fois
       01  WS-STEP-NOM                 PIC X(08) VALUE "DDCOL010".
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
                   PERFORM 2000-EXAMINER-UNE-FACTURE
                       VARYING WS-NO-FACTURE FROM 1 BY 1
                           UNTIL WS-NO-FACTURE > WS-NB-FACTURES
               END-IF
               PERFORM 3000-TERMINER
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
               MOVE WS-NB-FACTURES-LUES TO WS-STEP-NB-LUS
               MOVE WS-NB-PRELEVES TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les mandats, les postes ouverts   *
      * et leur dernier événement de prélèvement, puis ouvre les    *
      * ordres (en-tête de lot posé), l'historique et les           *
      * encaissements                                               *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-MANDATS.
           PERFORM 1200-CHARGER-FACTURES.
           PERFORM 1300-RELIRE-HISTORIQUE.

           OPEN OUTPUT DDCOLF.
           IF NOT WS-COL-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR DDCOLF - STATUT "
                   WS-COL-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "EN"       TO CTLHDR-TYPE
               MOVE "DDCOL010" TO CTLHDR-PROGRAMME
               MOVE WS-DATE-TRAITEMENT TO CTLHDR-DATE
               WRITE DDCOLF-HDR FROM CTLHDR-ENREG
           END-IF.

      * EXTEND : l'historique des prélèvements est permanent
           OPEN EXTEND PRLHSTF.
           IF WS-PRH-STATUS = "35"
               OPEN OUTPUT PRLHSTF
           END-IF.
           IF NOT WS-PRH-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PRLHSTF - STATUT "
                   WS-PRH-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : les encaissements émis s'ajoutent à ceux déjà
      * saisis ; premier run = le fichier n'existe pas (statut 35)
           OPEN EXTEND RCPFILE.
           IF WS-RCP-STATUS = "35"
               OPEN OUTPUT RCPFILE
           END-IF.
           IF NOT WS-RCP-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR RCPFILE - STATUT "
                   WS-RCP-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-MANDATS : charge le maître des mandats en      *
      * table ; table pleine = erreur fichier (il serait tronqué à  *
      * la réécriture)                                              *
      * -----------------------------------------------------------*
       1100-CHARGER-MANDATS.
           OPEN INPUT MANDFILE.
           IF WS-MND-OK
               PERFORM 1150-LIRE-ET-STOCKER-MANDAT
                   UNTIL NOT WS-MND-OK OR WS-NB-MANDATS >= 500
               IF WS-MND-OK
                   DISPLAY "MANDFILE DEPASSE 500 MANDATS"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
               CLOSE MANDFILE
           ELSE
               DISPLAY "MANDFILE INTROUVABLE - AUCUN PRELEVEMENT"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-MANDAT : lit un mandat et le place     *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-MANDAT.
           READ MANDFILE
               AT END
                   MOVE "10" TO WS-MND-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-MANDATS
                   MOVE MANDFILE-ENREG TO WS-MND-ENREG(WS-NB-MANDATS)
                   MOVE "N" TO WS-MND-PRELEVE-SW(WS-NB-MANDATS)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-FACTURES : charge les postes ouverts en table  *
      * -----------------------------------------------------------*
       1200-CHARGER-FACTURES.
           OPEN INPUT INVFILE.
           IF WS-INV-OK
               PERFORM 1250-LIRE-ET-STOCKER-FACTURE
                   UNTIL NOT WS-INV-OK OR WS-NB-FACTURES >= 500
               IF WS-INV-OK
                   DISPLAY "INVFILE DEPASSE 500 FACTURES"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
               CLOSE INVFILE
           ELSE
               DISPLAY "INVFILE ABSENT - AUCUN POSTE A PRELEVER"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-FACTURE : lit un poste ouvert et le    *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-FACTURE.
           READ INVFILE INTO WS-FACTURE-ENREG
               AT END
                   MOVE "10" TO WS-INV-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-FACTURES
                   MOVE WFA-NUMERO  TO WS-INV-NUMERO(WS-NB-FACTURES)
                   MOVE WFA-DATE    TO WS-INV-DATE(WS-NB-FACTURES)
                   MOVE WFA-MONTANT TO
                       WS-INV-MONTANT(WS-NB-FACTURES)
                   MOVE WFA-CLIENT  TO
                       WS-INV-CLIENT(WS-NB-FACTURES)
                   MOVE SPACE TO WS-INV-DERN-EVT(WS-NB-FACTURES)
                   MOVE WFA-DEVISE TO WS-INV-DEVISE(WS-NB-FACTURES)
           END-READ.

      * -----------------------------------------------------------*
      * 1300-RELIRE-HISTORIQUE : retient pour chaque poste ouvert   *
      * le dernier événement de prélèvement de sa facture           *
      * -----------------------------------------------------------*
       1300-RELIRE-HISTORIQUE.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT PRLHSTF.
           IF WS-PRH-OK
               PERFORM 1350-LIRE-UN-EVENEMENT
                   UNTIL WS-FIN-FICHIER
               CLOSE PRLHSTF
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-UN-EVENEMENT : lit un événement de l'historique   *
      * et le reporte sur le poste ouvert de sa facture             *
      * -----------------------------------------------------------*
       1350-LIRE-UN-EVENEMENT.
           READ PRLHSTF INTO PRL-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF WS-NB-FACTURES > ZEROES
                       SET WS-INV-IDX TO 1
                       SEARCH WS-INV-ENTREE
                           AT END
                               CONTINUE
                           WHEN WS-INV-IDX > WS-NB-FACTURES
                               CONTINUE
                           WHEN WS-INV-NUMERO(WS-INV-IDX)
                               = PRL-FACTURE
                               MOVE PRL-EVENEMENT
                                   TO WS-INV-DERN-EVT(WS-INV-IDX)
                       END-SEARCH
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-EXAMINER-UNE-FACTURE : prélève le poste courant s'il   *
      * est échu, positif, en euros (le prélèvement SEPA ne se fait *
      * qu'en euros : un poste en devise reste au règlement du      *
      * client), d'un client au mandat actif et pas déjà en cours   *
      * de prélèvement                                              *
      * -----------------------------------------------------------*
       2000-EXAMINER-UNE-FACTURE.
           SET WS-INV-IDX TO WS-NO-FACTURE.
           ADD 1 TO WS-NB-FACTURES-LUES.

           IF WS-INV-MONTANT(WS-INV-IDX) > ZEROES
               AND WS-INV-EN-EURO(WS-INV-IDX)
               PERFORM 2100-CHERCHER-MANDAT
               IF WS-MND-TROUVE AND MAND-ACTIF
                   PERFORM 2200-CONTROLER-ECHEANCE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2100-CHERCHER-MANDAT : cherche le mandat du client du poste *
      * courant et le découpe dans MANDAT-ENREG                     *
      * -----------------------------------------------------------*
       2100-CHERCHER-MANDAT.
           MOVE "N" TO WS-MND-TROUVE-SWITCH.

           IF WS-NB-MANDATS > ZEROES
               SET WS-MND-IDX TO 1
               SEARCH WS-MND-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-MND-IDX > WS-NB-MANDATS
                       CONTINUE
                   WHEN WS-MND-ENREG(WS-MND-IDX)(1:8)
                       = WS-INV-CLIENT(WS-INV-IDX)
                       SET WS-MND-TROUVE TO TRUE
                       MOVE WS-MND-ENREG(WS-MND-IDX) TO MANDAT-ENREG
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2200-CONTROLER-ECHEANCE : échéance atteinte, facture pas    *
      * déjà en cours, pas d'avoir ouvert, mandat valide - puis     *
      * prélèvement                                                 *
      * -----------------------------------------------------------*
       2200-CONTROLER-ECHEANCE.
           MOVE WS-INV-DATE(WS-INV-IDX) TO WS-DATE-REFERENCE.
           PERFORM 8000-CALCULER-AGE.

           IF WS-AGE-JOURS < WS-DELAI-PAIEMENT
               ADD 1 TO WS-NB-NON-ECHUS
           ELSE
           IF WS-INV-EN-COURS(WS-INV-IDX)
               ADD 1 TO WS-NB-EN-COURS
           ELSE
               PERFORM 2300-CHERCHER-AVOIR
               IF WS-AVOIR-OUVERT
                   ADD 1 TO WS-NB-DIFFERES
                   DISPLAY "AVOIR OUVERT - PRELEVEMENT DIFFERE : "
                       WS-INV-CLIENT(WS-INV-IDX) " "
                       WS-INV-NUMERO(WS-INV-IDX)
               ELSE
                   PERFORM 2400-CONTROLER-MANDAT
               END-IF
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2300-CHERCHER-AVOIR : le client du poste courant a-t-il un  *
      * avoir (poste négatif) encore ouvert ?                       *
      * -----------------------------------------------------------*
       2300-CHERCHER-AVOIR.
           MOVE "N" TO WS-AVOIR-SWITCH.
           PERFORM 2350-EXAMINER-UN-POSTE
               VARYING WS-NO-AUTRE FROM 1 BY 1
                   UNTIL WS-NO-AUTRE > WS-NB-FACTURES
                       OR WS-AVOIR-OUVERT.

       2350-EXAMINER-UN-POSTE.
           IF WS-INV-CLIENT(WS-NO-AUTRE) = WS-INV-CLIENT(WS-INV-IDX)
               AND WS-INV-MONTANT(WS-NO-AUTRE) < ZEROES
               SET WS-AVOIR-OUVERT TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2400-CONTROLER-MANDAT : clé IBAN revérifiée par IBANCHK01,  *
      * mandat signé et non caduc (36 mois sans prélèvement)        *
      * -----------------------------------------------------------*
       2400-CONTROLER-MANDAT.
           CALL "IBANCHK01" USING MAND-IBAN, WS-IBAN-VALIDE-SW.

           IF MAND-DATE-DERN-PRLV > ZEROES
               MOVE MAND-DATE-DERN-PRLV TO WS-DATE-REFERENCE
           ELSE
               MOVE MAND-DATE-SIGNATURE TO WS-DATE-REFERENCE
           END-IF.
           PERFORM 8000-CALCULER-AGE.

           EVALUATE TRUE
               WHEN NOT WS-IBAN-VALIDE
                   MOVE "MAND-IBAN" TO WS-EXC-CHAMP
                   MOVE "IBAN DU MANDAT INVALIDE - NON PRELEVE"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-JOURNALISER-NON-PRELEVABLE
               WHEN MAND-DATE-SIGNATURE NOT NUMERIC
                   OR MAND-DATE-SIGNATURE = ZEROES
                   OR MAND-DATE-SIGNATURE > WS-DATE-TRAITEMENT
                   MOVE "MAND-DATE-SIGN" TO WS-EXC-CHAMP
                   MOVE "MANDAT NON SIGNE - NON PRELEVE"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-JOURNALISER-NON-PRELEVABLE
               WHEN WS-AGE-JOURS > WS-DELAI-CADUCITE
                   MOVE "MAND-DATE-PRLV" TO WS-EXC-CHAMP
                   MOVE "MANDAT CADUC (36 MOIS) - NON PRELEVE"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-JOURNALISER-NON-PRELEVABLE
               WHEN OTHER
                   PERFORM 2500-PRELEVER-LE-POSTE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2500-PRELEVER-LE-POSTE : émet l'ordre de prélèvement,       *
      * l'événement E de l'historique et l'encaissement du poste    *
      * -----------------------------------------------------------*
       2500-PRELEVER-LE-POSTE.
           IF WS-COL-OK AND WS-PRH-OK AND WS-RCP-OK
               MOVE SPACES                     TO PRL-ENREG
               SET PRL-EMIS TO TRUE
               MOVE WS-DATE-TRAITEMENT         TO PRL-DATE
               MOVE WS-INV-NUMERO(WS-INV-IDX)  TO PRL-FACTURE
               MOVE WS-INV-CLIENT(WS-INV-IDX)  TO PRL-CLIENT
               MOVE WS-INV-DATE(WS-INV-IDX)    TO PRL-DATE-FACTURE
               MOVE WS-INV-MONTANT(WS-INV-IDX) TO PRL-MONTANT
               MOVE MAND-RUM                   TO PRL-RUM
               MOVE MAND-DATE-SIGNATURE        TO PRL-DATE-SIGNATURE
               MOVE MAND-SEQUENCE              TO PRL-SEQUENCE
               MOVE MAND-IBAN                  TO PRL-IBAN
               MOVE MAND-BIC                   TO PRL-BIC
               WRITE DDCOLF-ENREG FROM PRL-ENREG
               WRITE PRLHSTF-ENREG FROM PRL-ENREG

               MOVE WS-DATE-TRAITEMENT         TO RCP-DATE
               MOVE WS-INV-CLIENT(WS-INV-IDX)  TO RCP-CLIENT
               MOVE WS-INV-NUMERO(WS-INV-IDX)  TO RCP-FACTURE
               MOVE WS-INV-MONTANT(WS-INV-IDX) TO RCP-MONTANT
               WRITE RCPFILE-ENREG FROM RCP-ENREG

               SET WS-MND-PRELEVE(WS-MND-IDX) TO TRUE
               ADD 1 TO WS-NB-PRELEVES
               ADD WS-INV-MONTANT(WS-INV-IDX) TO WS-TOTAL-PRELEVE
           END-IF.

      * -----------------------------------------------------------*
      * 2600-JOURNALISER-NON-PRELEVABLE : poste échu d'un mandat    *
      * inutilisable - pas de prélèvement, anomalie journalisée     *
      * -----------------------------------------------------------*
       2600-JOURNALISER-NON-PRELEVABLE.
           ADD 1 TO WS-NB-NON-PRELEVABLES.
           PERFORM 9700-NOTER-REJET.
           DISPLAY "POSTE ECHU NON PRELEVABLE : "
               WS-INV-CLIENT(WS-INV-IDX) " "
               WS-INV-NUMERO(WS-INV-IDX) " - " WS-EXC-MESSAGE.

           ACCEPT WS-SYS-HHMMSS FROM TIME.
           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.
           MOVE "DDCOL010"  TO EXC-PROGRAMME.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE WS-EXC-CHAMP TO EXC-CHAMP.
           MOVE WS-INV-MONTANT(WS-INV-IDX) TO EXC-VALEUR1.
           MOVE WS-AGE-JOURS TO EXC-VALEUR2.
           MOVE WS-EXC-MESSAGE TO EXC-MESSAGE.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TERMINER : pose la fin de lot des ordres, ferme les    *
      * fichiers et réécrit les mandats prélevés                    *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-PRH-OK
               CLOSE PRLHSTF
           END-IF.
           IF WS-RCP-OK
               CLOSE RCPFILE
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           IF WS-COL-OK
               MOVE "FN"             TO CTLTRL-TYPE
               MOVE WS-NB-PRELEVES   TO CTLTRL-NB-ENREG
               MOVE WS-TOTAL-PRELEVE TO CTLTRL-TOTAL-CTL
               WRITE DDCOLF-TRL FROM CTLTRL-ENREG
               CLOSE DDCOLF
           END-IF.

           IF WS-NB-PRELEVES > ZEROES
               PERFORM 3500-REECRIRE-MANDATS
           END-IF.

           DISPLAY "POSTES EXAMINES    : " WS-NB-FACTURES-LUES.
           DISPLAY "POSTES PRELEVES    : " WS-NB-PRELEVES.
           DISPLAY "MONTANT PRELEVE    : " WS-TOTAL-PRELEVE.
           DISPLAY "POSTES NON ECHUS   : " WS-NB-NON-ECHUS.
           DISPLAY "DEJA EN PRELEVEMENT: " WS-NB-EN-COURS.
           DISPLAY "DIFFERES (AVOIR)   : " WS-NB-DIFFERES.
           DISPLAY "NON PRELEVABLES    : " WS-NB-NON-PRELEVABLES.

      * -----------------------------------------------------------*
      * 3500-REECRIRE-MANDATS : réécrit MANDFILE sur place - date   *
      * du dernier prélèvement et séquence RCUR pour chaque mandat  *
      * prélevé dans le run                                         *
      * -----------------------------------------------------------*
       3500-REECRIRE-MANDATS.
           OPEN OUTPUT MANDFILE.
           IF NOT WS-MND-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE MANDFILE - STATUT "
                   WS-MND-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3550-ECRIRE-UN-MANDAT
                   VARYING WS-MND-IDX FROM 1 BY 1
                       UNTIL WS-MND-IDX > WS-NB-MANDATS
               CLOSE MANDFILE
           END-IF.

      * -----------------------------------------------------------*
      * 3550-ECRIRE-UN-MANDAT : écrit un mandat de la table, mis à  *
      * jour s'il a été prélevé                                     *
      * -----------------------------------------------------------*
       3550-ECRIRE-UN-MANDAT.
           MOVE WS-MND-ENREG(WS-MND-IDX) TO MANDAT-ENREG.
           IF WS-MND-PRELEVE(WS-MND-IDX)
               MOVE WS-DATE-TRAITEMENT TO MAND-DATE-DERN-PRLV
               SET MAND-RECURRENT TO TRUE
           END-IF.
           WRITE MANDFILE-ENREG FROM MANDAT-ENREG.

      * -----------------------------------------------------------*
      * 8000-CALCULER-AGE : âge en jours 30/360 de la date de       *
      * référence à la date de traitement                           *
      * -----------------------------------------------------------*
       8000-CALCULER-AGE.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP-T.
           MOVE WS-DATE-REFERENCE  TO WS-DATE-DECOMP-E.
           COMPUTE WS-AGE-JOURS =
               ((WS-DECT-AAAA - WS-DECE-AAAA) * 360)
               + ((WS-DECT-MM - WS-DECE-MM) * 30)
               + (WS-DECT-JJ - WS-DECE-JJ).

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "DDCOL010" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-FACTURES-LUES TO RUN-NB-LUS.
           MOVE WS-NB-PRELEVES TO RUN-NB-ECRITS.
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
