       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCRCH010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-14  AG  Création : restitution des archives datées.
      *                 RETMGR010 (RETARCF), la purge de MVTHST010
      *                 (MVTHARCF) et le mode PURGE d'AUDRPT010
      *                 (AUDARCH) délestent les données anciennes
      *                 mais rien ne savait les relire - un auditeur
      *                 ou une contestation client sur un mouvement
      *                 de dix-huit mois restait sans réponse.
      *                 L'archive nommée en PARM est affectée au DD
      *                 ARCINF (générations concaténables) ; elle est
      *                 d'abord contrôlée lot par lot (en-tête EN,
      *                 fin de lot FN, compte des enregistrements
      *                 détail, copy CTLHDTR) : lot incomplet ou
      *                 compte faux = code retour 8, rien n'est
      *                 restitué. Des enregistrements antérieurs au
      *                 premier lot (archive écrite avant
      *                 l'encadrement CTLHDTR) sont restitués mais
      *                 signalés non vérifiables, code retour 4.
      *                 Les enregistrements sélectionnés (plage de
      *                 dates, clé) sont ensuite imprimés sur ARCRPT
      *                 selon la copy d'origine et, sur demande,
      *                 restitués sans en-tête ni fin de lot dans
      *                 ARCOUTF, au format exact du fichier d'origine
      *                 : GLACT010 (GLHSTFIL), AUDRPT010 (AUDITFIL),
      *                 MVTTRD010 (MVTHSTF) ou PERSHRPT (PERSHSTF)
      *                 l'éditent en l'affectant à leur DD d'entrée.
      *
      *                 PARM (COMMAND-LINE), positions fixes :
      *                   1-8   archive : MVTHARCF (mouvements
      *                         MVTHREC), AUDARCH (piste AUDITREC),
      *                         GLHSTFIL, PERSHSTF ou ACTLOGF (nom
      *                         logique passé à RETMGR010)
      *                   10-17 date début (AAAAMMJJ, blanc = tout)
      *                   19-26 date fin   (AAAAMMJJ, blanc = tout)
      *                   28-39 clé (blanc = tout) : compte pour
      *                         MVTHARCF et GLHSTFIL, programme pour
      *                         AUDARCH, matricule pour PERSHSTF,
      *                         opérateur pour ACTLOGF
      *                   41    R = restituer la sélection (ARCOUTF)
      *                 La date comparée est celle de l'enregistrement
      *                 d'origine (MVT-DATE pour un mouvement, non sa
      *                 date d'historisation).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Archive datée à relire (pointée par le JCL selon le PARM)
           SELECT ARCINF ASSIGN TO "ARCINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

      * Etat de contrôle et de restitution imprimé
           SELECT ARCRPT ASSIGN TO "ARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Sélection restituée au format du fichier d'origine
           SELECT ARCOUTF ASSIGN TO "ARCOUTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ARCINF
           RECORD IS VARYING IN SIZE FROM 1 TO 350 CHARACTERS
               DEPENDING ON WS-LNG-ENREG.
       01  ARCINF-ENREG                PIC X(350).

       FD  ARCRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  ARCRPT-LIGNE                PIC X(80).

       FD  ARCOUTF
           RECORD IS VARYING IN SIZE FROM 1 TO 350 CHARACTERS
               DEPENDING ON WS-LNG-ORIGINE.
       01  ARCOUTF-ENREG               PIC X(350).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * En-tête et fin de lot des archives - voir copy CTLHDTR
       COPY CTLHDTR.

      * Formats d'origine des enregistrements archivés
       COPY MVTHREC.
       COPY TRANREC.
       COPY AUDITREC.
       COPY GLHSTREC.
       COPY PERSHIST.
       COPY ACTLREC.

      * Zone de décomposition des images avant/après - voir PERSONNE
       COPY PERSONNE.

       01  WS-INF-STATUS               PIC X(02).
           88  WS-INF-OK               VALUE "00".
           88  WS-INF-EOF              VALUE "10".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-OUT-STATUS               PIC X(02).
           88  WS-OUT-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Enregistrement courant, complété à blanc au-delà de sa
      * longueur réelle (lecture en longueur variable)
       01  WS-LNG-ENREG                PIC 9(03).
       01  WS-ENREG-ARCHIVE            PIC X(350).
       01  WS-ENREG-TYPE REDEFINES WS-ENREG-ARCHIVE.
           05  WS-ENREG-TYPE-CTL       PIC X(02).
               88  WS-ENREG-EN-TETE    VALUE "EN".
               88  WS-ENREG-FIN-LOT    VALUE "FN".
           05  FILLER                  PIC X(348).

      * Critères passés en PARM - voir l'historique pour les
      * positions
       01  WS-PARM                     PIC X(50).
       01  WS-ARCHIVE                  PIC X(08).
           88  WS-ARC-MOUVEMENTS       VALUE "MVTHARCF".
           88  WS-ARC-AUDIT            VALUE "AUDARCH".
           88  WS-ARC-GRAND-LIVRE      VALUE "GLHSTFIL".
           88  WS-ARC-PERSONNEL        VALUE "PERSHSTF".
           88  WS-ARC-ACTIVITE         VALUE "ACTLOGF".
       01  WS-CRIT-DATE-DEBUT          PIC X(08).
       01  WS-CRIT-DATE-FIN            PIC X(08).
       01  WS-CRIT-CLE                 PIC X(12).
       01  WS-RESTITUTION-SW           PIC X(01).
           88  WS-RESTITUER            VALUE "R".

      * Longueur de l'enregistrement au format d'origine, reprise à
      * l'identique dans ARCOUTF
       01  WS-LNG-ORIGINE              PIC 9(03).

      * Date et clé de l'enregistrement courant, communes à tous les
      * formats pour la sélection
       01  WS-DATE-ENREG               PIC X(08).
       01  WS-CLE-ENREG                PIC X(12).
       01  WS-DATE-EDITEE              PIC X(10).

      * Contrôle des lots : lot ouvert, compte du lot, anomalies
       01  WS-LOT-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-LOT-OUVERT           VALUE "O".
       01  WS-NB-LOTS                  PIC 9(05) VALUE ZEROES.
       01  WS-NB-DETAIL-LOT            PIC 9(07) VALUE ZEROES.
       01  WS-NB-ANOMALIES             PIC 9(05) VALUE ZEROES.
       01  WS-NB-NON-CONTROLES         PIC 9(07) VALUE ZEROES.
       01  WS-LIBELLE-ANOMALIE         PIC X(40).

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-SELECTIONNES          PIC 9(07) VALUE ZEROES.
       01  WS-NB-RESTITUES             PIC 9(07) VALUE ZEROES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 (titre, date du jour, numéro de page)
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT.
           05  FILLER                  PIC X(20)
               VALUE "RESTITUTION ARCHIVE ".
           05  WS-TITRE-ARCHIVE        PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-LOT.
           05  FILLER                  PIC X(06) VALUE "LOT : ".
           05  LL-PROGRAMME            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  ANNONCE ".
           05  LL-NB-ANNONCE           PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  RELUS ".
           05  LL-NB-RELUS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-RESULTAT             PIC X(22).

       01  WS-LIGNE-ANOMALIE.
           05  FILLER                  PIC X(12) VALUE "ANOMALIE : ".
           05  LA-LIBELLE              PIC X(40).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-LIGNE-NON-CONTROLES.
           05  FILLER                  PIC X(27)
               VALUE "ENREG. HORS LOT CONTROLE : ".
           05  LN-NB                   PIC ZZZZZZ9.
           05  FILLER                  PIC X(46)
               VALUE " (ARCHIVE ANTERIEURE - NON VERIFIABLES)".

       01  WS-LIGNE-REFUS.
           05  FILLER                  PIC X(30)
               VALUE "ARCHIVE INCOMPLETE OU ALTEREE ".
           05  FILLER                  PIC X(50)
               VALUE "- AUCUNE RESTITUTION".

      * En-têtes de colonnes et lignes détail, une par format
      * d'origine
       01  WS-ENTETE-MOUVEMENT.
           05  FILLER                  PIC X(09) VALUE "TRAITE".
           05  FILLER                  PIC X(13) VALUE "COMPTE".
           05  FILLER                  PIC X(13) VALUE "DATE MVT   S".
           05  FILLER                  PIC X(11) VALUE "   MONTANT".
           05  FILLER                  PIC X(21) VALUE "LIBELLE".
           05  FILLER                  PIC X(13) VALUE "AG O".

       01  WS-LIGNE-MOUVEMENT.
           05  LM-DATE-TRAITEMENT      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-COMPTE               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-TYPE                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-MONTANT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-AGENCE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-ORIGINE              PIC X(01).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-ENTETE-AUDIT.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(08) VALUE "HEURE".
           05  FILLER                  PIC X(10) VALUE "PROGRAMME".
           05  FILLER                  PIC X(17) VALUE "CHAMP".
           05  FILLER                  PIC X(14) VALUE "AVANT".
           05  FILLER                  PIC X(21) VALUE "APRES".

       01  WS-LIGNE-AUDIT.
           05  LU-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LU-HEURE                PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LU-PROGRAMME            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LU-CHAMP                PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LU-AVANT                PIC -(09)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LU-APRES                PIC -(09)9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-ENTETE-GRAND-LIVRE.
           05  FILLER                  PIC X(11) VALUE "DATE".
           05  FILLER                  PIC X(09) VALUE "COMPTE S".
           05  FILLER                  PIC X(11) VALUE "   MONTANT".
           05  FILLER                  PIC X(21) VALUE "LIBELLE".
           05  FILLER                  PIC X(18) VALUE "LOT".
           05  FILLER                  PIC X(10) VALUE "SG".

       01  WS-LIGNE-GRAND-LIVRE.
           05  LG-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-COMPTE               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-SENS                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-MONTANT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-LOT-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-LOT-PROGRAMME        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-SEGMENT              PIC X(02).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-ENTETE-ACTIVITE.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(08) VALUE "HEURE".
           05  FILLER                  PIC X(10) VALUE "OPERATEUR".
           05  FILLER                  PIC X(03) VALUE "EV".
           05  FILLER                  PIC X(49) VALUE "DETAIL".

       01  WS-LIGNE-ACTIVITE.
           05  LT-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LT-HEURE                PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LT-OPERATEUR            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-EVENEMENT            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-DETAIL               PIC X(20).
           05  FILLER                  PIC X(29) VALUE SPACES.

      * Trace du personnel : ligne d'action puis images avant/après
      * décomposées selon PERSONNE, comme l'état PERSHRPT
       01  WS-LIGNE-ACTION.
           05  LP-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LP-HEURE                PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE "OPERATEUR :".
           05  LP-OPERATEUR            PIC X(08).
           05  FILLER                  PIC X(09)
               VALUE " ACTION :".
           05  LP-ACTION               PIC X(01).
           05  FILLER                  PIC X(12)
               VALUE " MATRICULE :".
           05  LP-MATRICULE            PIC X(06).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-LIGNE-IMAGE.
           05  LI-SENS                 PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LI-NOM                  PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LI-PRENOM               PIC X(12).
           05  FILLER                  PIC X(05) VALUE " SRV ".
           05  LI-SERVICE              PIC X(04).
           05  FILLER                  PIC X(06) VALUE " STAT ".
           05  LI-STATUT               PIC X(01).
           05  FILLER                  PIC X(05) VALUE " SAL ".
           05  LI-SALAIRE              PIC -(04)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LI-DEVISE               PIC X(03).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-LIGNE-NEANT.
           05  FILLER                  PIC X(08) VALUE "AVANT".
           05  FILLER                  PIC X(10) VALUE "(CREATION)".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-LIGNE-TOTAL.
           05  FILLER                  PIC X(26)
               VALUE "ENREG. SELECTIONNES     : ".
           05  TT-NB-SELECTIONNES      PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
               VALUE "   RESTITUES : ".
           05  TT-NB-RESTITUES         PIC ZZZZZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

      * Heures machine HHMMSSCC telles que restituées par TIME ;
      * seuls les six premiers chiffres (HHMMSS) vont au journal
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).
       01  WS-NB-REJETS-RUN            PIC 9(07) VALUE ZEROES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = archive non vérifiable,
      * 8 = erreur fichier ou archive incomplète, 12 = erreur fatale
      * (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.

           IF WS-CODE-RETOUR < 8
               PERFORM 1500-CONTROLER-ARCHIVE
           END-IF.

           IF WS-CODE-RETOUR < 8
               PERFORM 2000-OUVRIR-RESTITUTION
               PERFORM 2100-TRAITER-ENREGISTREMENT
                   UNTIL WS-FIN-FICHIER
           END-IF.

           PERFORM 3000-TERMINER.

           PERFORM 9600-ECRIRE-JOURNAL-RUN.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : décompose le PARM, retient le format     *
      * d'origine de l'archive nommée et ouvre l'état               *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE WS-PARM(1:8)   TO WS-ARCHIVE.
           MOVE WS-PARM(10:8)  TO WS-CRIT-DATE-DEBUT.
           MOVE WS-PARM(19:8)  TO WS-CRIT-DATE-FIN.
           MOVE WS-PARM(28:12) TO WS-CRIT-CLE.
           MOVE WS-PARM(41:1)  TO WS-RESTITUTION-SW.

           EVALUATE TRUE
               WHEN WS-ARC-MOUVEMENTS
                   MOVE 61 TO WS-LNG-ORIGINE
               WHEN WS-ARC-AUDIT
                   MOVE 59 TO WS-LNG-ORIGINE
               WHEN WS-ARC-GRAND-LIVRE
                   MOVE 62 TO WS-LNG-ORIGINE
               WHEN WS-ARC-PERSONNEL
                   MOVE 317 TO WS-LNG-ORIGINE
               WHEN WS-ARC-ACTIVITE
                   MOVE 43 TO WS-LNG-ORIGINE
               WHEN OTHER
                   DISPLAY "ARCHIVE INCONNUE : " WS-ARCHIVE
                   PERFORM 9800-NOTER-ERREUR-FICHIER
           END-EVALUATE.

           IF (WS-CRIT-DATE-DEBUT NOT = SPACES
                   AND WS-CRIT-DATE-DEBUT NOT NUMERIC)
               OR (WS-CRIT-DATE-FIN NOT = SPACES
                   AND WS-CRIT-DATE-FIN NOT NUMERIC)
               DISPLAY "PLAGE DE DATES INVALIDE : " WS-PARM(10:17)
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           MOVE WS-ARCHIVE TO WS-TITRE-ARCHIVE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT ARCRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ARCRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE ARCRPT-LIGNE FROM WS-LIGNE-ENTETE-1
           END-IF.

      * -----------------------------------------------------------*
      * 1500-CONTROLER-ARCHIVE : première lecture complète de       *
      * l'archive - chaque lot EN ... FN doit être terminé et son   *
      * compte égal au nombre d'enregistrements détail relus        *
      * -----------------------------------------------------------*
       1500-CONTROLER-ARCHIVE.
           OPEN INPUT ARCINF.
           IF NOT WS-INF-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ARCINF - STATUT "
                   WS-INF-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1600-LIRE-ARCHIVE
               PERFORM 1700-CONTROLER-UN-ENREGISTREMENT
                   UNTIL WS-FIN-FICHIER
               CLOSE ARCINF
           END-IF.

           IF WS-LOT-OUVERT
               MOVE "LOT NON TERMINE (FIN DE LOT ABSENTE)"
                   TO WS-LIBELLE-ANOMALIE
               PERFORM 1900-NOTER-ANOMALIE
           END-IF.

           IF WS-NB-NON-CONTROLES > ZEROES
               MOVE WS-NB-NON-CONTROLES TO LN-NB
               IF WS-RPT-OK
                   WRITE ARCRPT-LIGNE FROM WS-LIGNE-NON-CONTROLES
               END-IF
               DISPLAY "ENREG. HORS LOT CONTROLE : "
                   WS-NB-NON-CONTROLES
               PERFORM 9700-NOTER-REJET
           END-IF.

           IF WS-NB-ANOMALIES > ZEROES
               IF WS-RPT-OK
                   WRITE ARCRPT-LIGNE FROM WS-LIGNE-REFUS
               END-IF
               DISPLAY "ARCHIVE " WS-ARCHIVE " INCOMPLETE OU "
                   "ALTEREE - AUCUNE RESTITUTION"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1600-LIRE-ARCHIVE : lit le prochain enregistrement de       *
      * l'archive, complété à blanc au-delà de sa longueur réelle   *
      * -----------------------------------------------------------*
       1600-LIRE-ARCHIVE.
           READ ARCINF
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-ENREG-ARCHIVE
                   MOVE ARCINF-ENREG(1:WS-LNG-ENREG)
                       TO WS-ENREG-ARCHIVE
           END-READ.

      * -----------------------------------------------------------*
      * 1700-CONTROLER-UN-ENREGISTREMENT : ouvre ou ferme le lot    *
      * sur un en-tête ou une fin de lot, compte les détails        *
      * -----------------------------------------------------------*
       1700-CONTROLER-UN-ENREGISTREMENT.
           EVALUATE TRUE
               WHEN WS-ENREG-EN-TETE
                   IF WS-LOT-OUVERT
                       MOVE "EN-TETE SANS FIN DU LOT PRECEDENT"
                           TO WS-LIBELLE-ANOMALIE
                       PERFORM 1900-NOTER-ANOMALIE
                   END-IF
                   MOVE WS-ENREG-ARCHIVE TO CTLHDR-ENREG
                   SET WS-LOT-OUVERT TO TRUE
                   MOVE ZEROES TO WS-NB-DETAIL-LOT
                   ADD 1 TO WS-NB-LOTS
               WHEN WS-ENREG-FIN-LOT
                   IF WS-LOT-OUVERT
                       PERFORM 1800-FERMER-LE-LOT
                   ELSE
                       MOVE "FIN DE LOT SANS EN-TETE"
                           TO WS-LIBELLE-ANOMALIE
                       PERFORM 1900-NOTER-ANOMALIE
                   END-IF
               WHEN WS-LOT-OUVERT
                   ADD 1 TO WS-NB-DETAIL-LOT
               WHEN WS-NB-LOTS = ZEROES
      * Enregistrements antérieurs au premier lot : archive écrite
      * avant l'encadrement CTLHDTR, restituée sans preuve du compte
                   ADD 1 TO WS-NB-NON-CONTROLES
               WHEN OTHER
                   MOVE "ENREGISTREMENT ENTRE DEUX LOTS"
                       TO WS-LIBELLE-ANOMALIE
                   PERFORM 1900-NOTER-ANOMALIE
           END-EVALUATE.

           PERFORM 1600-LIRE-ARCHIVE.

      * -----------------------------------------------------------*
      * 1800-FERMER-LE-LOT : compare le compte annoncé par la fin   *
      * de lot au nombre de détails relus et imprime le lot         *
      * -----------------------------------------------------------*
       1800-FERMER-LE-LOT.
           MOVE WS-ENREG-ARCHIVE TO CTLTRL-ENREG.
           MOVE "N" TO WS-LOT-OUVERT-SW.

           MOVE CTLHDR-PROGRAMME TO LL-PROGRAMME.
           MOVE CTLHDR-DATE      TO LL-DATE.
           MOVE WS-NB-DETAIL-LOT TO LL-NB-RELUS.

           IF CTLTRL-NB-ENREG NOT NUMERIC
               MOVE ZEROES TO LL-NB-ANNONCE
               MOVE "COMPTE ILLISIBLE" TO LL-RESULTAT
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               MOVE CTLTRL-NB-ENREG TO LL-NB-ANNONCE
               IF CTLTRL-NB-ENREG = WS-NB-DETAIL-LOT
                   MOVE "CONFORME" TO LL-RESULTAT
               ELSE
                   MOVE "ECART DE COMPTE" TO LL-RESULTAT
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF.

           IF WS-RPT-OK
               WRITE ARCRPT-LIGNE FROM WS-LIGNE-LOT
           END-IF.
           DISPLAY "LOT " CTLHDR-PROGRAMME " " CTLHDR-DATE " : "
               LL-RESULTAT.

      * -----------------------------------------------------------*
      * 1900-NOTER-ANOMALIE : imprime une anomalie de structure de  *
      * l'archive (la restitution sera refusée)                     *
      * -----------------------------------------------------------*
       1900-NOTER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE WS-LIBELLE-ANOMALIE TO LA-LIBELLE.
           IF WS-RPT-OK
               WRITE ARCRPT-LIGNE FROM WS-LIGNE-ANOMALIE
           END-IF.
           DISPLAY "ANOMALIE : " WS-LIBELLE-ANOMALIE.

      * -----------------------------------------------------------*
      * 2000-OUVRIR-RESTITUTION : rouvre l'archive contrôlée pour   *
      * la sélection, ouvre ARCOUTF si la restitution est demandée  *
      * et imprime l'en-tête de colonnes du format d'origine        *
      * -----------------------------------------------------------*
       2000-OUVRIR-RESTITUTION.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCINF.
           IF NOT WS-INF-OK
               DISPLAY "IMPOSSIBLE DE ROUVRIR ARCINF - STATUT "
                   WS-INF-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           IF WS-RESTITUER AND NOT WS-FIN-FICHIER
               OPEN OUTPUT ARCOUTF
               IF NOT WS-OUT-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR ARCOUTF - STATUT "
                       WS-OUT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
                   SET WS-FIN-FICHIER TO TRUE
               END-IF
           END-IF.

           IF WS-RPT-OK
               EVALUATE TRUE
                   WHEN WS-ARC-MOUVEMENTS
                       WRITE ARCRPT-LIGNE FROM WS-ENTETE-MOUVEMENT
                   WHEN WS-ARC-AUDIT
                       WRITE ARCRPT-LIGNE FROM WS-ENTETE-AUDIT
                   WHEN WS-ARC-GRAND-LIVRE
                       WRITE ARCRPT-LIGNE FROM WS-ENTETE-GRAND-LIVRE
                   WHEN WS-ARC-ACTIVITE
                       WRITE ARCRPT-LIGNE FROM WS-ENTETE-ACTIVITE
               END-EVALUATE
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 1600-LIRE-ARCHIVE
           END-IF.

      * -----------------------------------------------------------*
      * 2100-TRAITER-ENREGISTREMENT : écarte les en-têtes et fins   *
      * de lot, décompose le détail selon son format d'origine et   *
      * lui applique les critères de sélection                      *
      * -----------------------------------------------------------*
       2100-TRAITER-ENREGISTREMENT.
           IF NOT WS-ENREG-EN-TETE AND NOT WS-ENREG-FIN-LOT
               ADD 1 TO WS-NB-LUS
               PERFORM 2200-DECOMPOSER-ENREGISTREMENT
               IF (WS-CRIT-DATE-DEBUT = SPACES
                       OR WS-DATE-ENREG >= WS-CRIT-DATE-DEBUT)
                   AND (WS-CRIT-DATE-FIN = SPACES
                       OR WS-DATE-ENREG <= WS-CRIT-DATE-FIN)
                   AND (WS-CRIT-CLE = SPACES
                       OR WS-CLE-ENREG = WS-CRIT-CLE)
                   PERFORM 2300-RESTITUER-ENREGISTREMENT
               END-IF
           END-IF.

           PERFORM 1600-LIRE-ARCHIVE.

      * -----------------------------------------------------------*
      * 2200-DECOMPOSER-ENREGISTREMENT : pose l'enregistrement sur  *
      * la copy d'origine et en retient la date et la clé           *
      * -----------------------------------------------------------*
       2200-DECOMPOSER-ENREGISTREMENT.
           EVALUATE TRUE
               WHEN WS-ARC-MOUVEMENTS
                   MOVE WS-ENREG-ARCHIVE TO MVTH-ENREG
                   MOVE MVTH-MOUVEMENT   TO MOUVEMENT-ENREG
                   MOVE MVT-DATE         TO WS-DATE-ENREG
                   MOVE MVT-COMPTE       TO WS-CLE-ENREG
               WHEN WS-ARC-AUDIT
                   MOVE WS-ENREG-ARCHIVE TO AUDIT-ENREG
                   MOVE AUDIT-DATE       TO WS-DATE-ENREG
                   MOVE AUDIT-PROGRAMME  TO WS-CLE-ENREG
               WHEN WS-ARC-GRAND-LIVRE
                   MOVE WS-ENREG-ARCHIVE TO GLH-ENREG
                   MOVE GLH-DATE         TO WS-DATE-ENREG
                   MOVE GLH-COMPTE       TO WS-CLE-ENREG
               WHEN WS-ARC-PERSONNEL
                   MOVE WS-ENREG-ARCHIVE TO PHIST-ENREG
                   MOVE PHIST-DATE       TO WS-DATE-ENREG
                   MOVE PHIST-MATRICULE  TO WS-CLE-ENREG
               WHEN WS-ARC-ACTIVITE
                   MOVE WS-ENREG-ARCHIVE TO ACTL-ENREG
                   MOVE ACTL-DATE        TO WS-DATE-ENREG
                   MOVE ACTL-OPERATEUR   TO WS-CLE-ENREG
           END-EVALUATE.

           MOVE WS-DATE-ENREG(1:4) TO WS-DATE-EDITEE(1:4).
           MOVE "/"                TO WS-DATE-EDITEE(5:1).
           MOVE WS-DATE-ENREG(5:2) TO WS-DATE-EDITEE(6:2).
           MOVE "/"                TO WS-DATE-EDITEE(8:1).
           MOVE WS-DATE-ENREG(7:2) TO WS-DATE-EDITEE(9:2).

      * -----------------------------------------------------------*
      * 2300-RESTITUER-ENREGISTREMENT : imprime l'enregistrement    *
      * sélectionné et le recopie dans ARCOUTF si demandé           *
      * -----------------------------------------------------------*
       2300-RESTITUER-ENREGISTREMENT.
           ADD 1 TO WS-NB-SELECTIONNES.

           IF WS-RPT-OK
               EVALUATE TRUE
                   WHEN WS-ARC-MOUVEMENTS
                       PERFORM 2400-IMPRIMER-MOUVEMENT
                   WHEN WS-ARC-AUDIT
                       PERFORM 2500-IMPRIMER-AUDIT
                   WHEN WS-ARC-GRAND-LIVRE
                       PERFORM 2600-IMPRIMER-GRAND-LIVRE
                   WHEN WS-ARC-PERSONNEL
                       PERFORM 2700-IMPRIMER-PERSONNEL
                   WHEN WS-ARC-ACTIVITE
                       PERFORM 2800-IMPRIMER-ACTIVITE
               END-EVALUATE
           END-IF.

           IF WS-RESTITUER AND WS-OUT-OK
               WRITE ARCOUTF-ENREG FROM WS-ENREG-ARCHIVE
               ADD 1 TO WS-NB-RESTITUES
           END-IF.

      * -----------------------------------------------------------*
      * 2400-IMPRIMER-MOUVEMENT : mouvement historisé - voir copies *
      * MVTHREC et TRANREC                                          *
      * -----------------------------------------------------------*
       2400-IMPRIMER-MOUVEMENT.
           MOVE MVTH-DATE-TRAITEMENT TO LM-DATE-TRAITEMENT.
           MOVE MVT-COMPTE           TO LM-COMPTE.
           MOVE WS-DATE-EDITEE       TO LM-DATE.
           MOVE MVT-TYPE             TO LM-TYPE.
           MOVE MVT-MONTANT          TO LM-MONTANT.
           MOVE MVT-LIBELLE          TO LM-LIBELLE.
           MOVE MVT-AGENCE           TO LM-AGENCE.
           MOVE MVT-ORIGINE          TO LM-ORIGINE.

           WRITE ARCRPT-LIGNE FROM WS-LIGNE-MOUVEMENT.

      * -----------------------------------------------------------*
      * 2500-IMPRIMER-AUDIT : piste d'audit avant/après - voir copy *
      * AUDITREC                                                    *
      * -----------------------------------------------------------*
       2500-IMPRIMER-AUDIT.
           MOVE WS-DATE-EDITEE  TO LU-DATE.
           MOVE AUDIT-HEURE     TO LU-HEURE.
           MOVE AUDIT-PROGRAMME TO LU-PROGRAMME.
           MOVE AUDIT-CHAMP     TO LU-CHAMP.
           MOVE AUDIT-AVANT     TO LU-AVANT.
           MOVE AUDIT-APRES     TO LU-APRES.

           WRITE ARCRPT-LIGNE FROM WS-LIGNE-AUDIT.

      * -----------------------------------------------------------*
      * 2600-IMPRIMER-GRAND-LIVRE : écriture du grand livre - voir  *
      * copy GLHSTREC                                               *
      * -----------------------------------------------------------*
       2600-IMPRIMER-GRAND-LIVRE.
           MOVE WS-DATE-EDITEE    TO LG-DATE.
           MOVE GLH-COMPTE        TO LG-COMPTE.
           MOVE GLH-SENS          TO LG-SENS.
           MOVE GLH-MONTANT       TO LG-MONTANT.
           MOVE GLH-LIBELLE       TO LG-LIBELLE.
           MOVE GLH-LOT-DATE      TO LG-LOT-DATE.
           MOVE GLH-LOT-PROGRAMME TO LG-LOT-PROGRAMME.
           MOVE GLH-SEGMENT       TO LG-SEGMENT.

           WRITE ARCRPT-LIGNE FROM WS-LIGNE-GRAND-LIVRE.

      * -----------------------------------------------------------*
      * 2700-IMPRIMER-PERSONNEL : trace de modification d'un        *
      * employé - voir copies PERSHIST et PERSONNE                  *
      * -----------------------------------------------------------*
       2700-IMPRIMER-PERSONNEL.
           MOVE WS-DATE-EDITEE  TO LP-DATE.
           MOVE PHIST-HEURE     TO LP-HEURE.
           MOVE PHIST-OPERATEUR TO LP-OPERATEUR.
           MOVE PHIST-ACTION    TO LP-ACTION.
           MOVE PHIST-MATRICULE TO LP-MATRICULE.

           WRITE ARCRPT-LIGNE FROM WS-LIGNE-ACTION.

           IF PHIST-AVANT = SPACES
               WRITE ARCRPT-LIGNE FROM WS-LIGNE-NEANT
           ELSE
               MOVE PHIST-AVANT TO PERSONNE
               MOVE "AVANT" TO LI-SENS
               PERFORM 2750-IMPRIMER-IMAGE
           END-IF.

           MOVE PHIST-APRES TO PERSONNE.
           MOVE "APRES" TO LI-SENS.
           PERFORM 2750-IMPRIMER-IMAGE.

      * -----------------------------------------------------------*
      * 2750-IMPRIMER-IMAGE : imprime les valeurs saillantes de     *
      * l'image PERSONNE posée en zone de décomposition             *
      * -----------------------------------------------------------*
       2750-IMPRIMER-IMAGE.
           MOVE PERSONNE1        TO LI-NOM.
           MOVE PERSONNE2        TO LI-PRENOM.
           MOVE PERSONNE-SERVICE TO LI-SERVICE.
           MOVE PERSONNE-STATUT  TO LI-STATUT.
           MOVE PERSONNE-SALAIRE TO LI-SALAIRE.
           MOVE PERSONNE-DEVISE  TO LI-DEVISE.

           WRITE ARCRPT-LIGNE FROM WS-LIGNE-IMAGE.

      * -----------------------------------------------------------*
      * 2800-IMPRIMER-ACTIVITE : événement du journal d'activité    *
      * des opérateurs - voir copy ACTLREC                          *
      * -----------------------------------------------------------*
       2800-IMPRIMER-ACTIVITE.
           MOVE WS-DATE-EDITEE TO LT-DATE.
           MOVE ACTL-HEURE     TO LT-HEURE.
           MOVE ACTL-OPERATEUR TO LT-OPERATEUR.
           MOVE ACTL-EVENEMENT TO LT-EVENEMENT.
           MOVE ACTL-DETAIL    TO LT-DETAIL.

           WRITE ARCRPT-LIGNE FROM WS-LIGNE-ACTIVITE.

      * -----------------------------------------------------------*
      * 3000-TERMINER : imprime les totaux et ferme les fichiers    *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-INF-OK OR WS-INF-EOF
               CLOSE ARCINF
           END-IF.
           IF WS-OUT-OK
               CLOSE ARCOUTF
           END-IF.

           IF WS-RPT-OK
               MOVE WS-NB-SELECTIONNES TO TT-NB-SELECTIONNES
               MOVE WS-NB-RESTITUES    TO TT-NB-RESTITUES
               WRITE ARCRPT-LIGNE FROM WS-LIGNE-TOTAL
               CLOSE ARCRPT
           END-IF.

           DISPLAY "LOTS CONTROLES      : " WS-NB-LOTS.
           DISPLAY "ENREG. LUS          : " WS-NB-LUS.
           DISPLAY "ENREG. SELECTIONNES : " WS-NB-SELECTIONNES.
           DISPLAY "ENREG. RESTITUES    : " WS-NB-RESTITUES.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "ARCRCH01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-SELECTIONNES TO RUN-NB-ECRITS.
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
