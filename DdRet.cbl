       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRET010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-25  AG  Création : traitement des retours de
      *                 prélèvements SEPA renvoyés par la banque
      *                 (DDRETF, copy PRLREC) après un run de
      *                 DDCOL010. Chaque retour est rapproché, dans
      *                 l'historique permanent PRLHSTF, du dernier
      *                 prélèvement émis pour la même facture et la
      *                 même RUM ; un retour inconnu, en double, d'un
      *                 montant différent, ou dont l'encaissement n'a
      *                 pas encore été imputé par CSHAPP010 (facture
      *                 toujours dans INVFILE) est journalisé dans
      *                 EXCFILE et laissé de côté (code retour 4).
      *                 Un retour valide rouvre la facture (ajout
      *                 dans INVFILE en EXTEND, date et montant
      *                 d'origine, comme CRDREL1), écrit l'événement
      *                 R avec son motif dans PRLHSTF, reprend la
      *                 commission par un encaissement négatif dans
      *                 COMEVTF et marque le mandat : révoqué pour un
      *                 motif qui le condamne (MD01, MD07, AC04,
      *                 AC06), suspendu sinon, compteur et motif du
      *                 rejet mis à jour, retour en séquence FRST si
      *                 le prélèvement rejeté était le premier
      *                 (MANDFILE réécrit sur place). Chaque retour
      *                 traité est aussi journalisé dans EXCFILE pour
      *                 relance du client. Raccordé au pilotage de
      *                 reprise (STEPCTL01), à la date de traitement
      *                 (DATPRM01) et au journal de run (RUNFILE).
      * 2026-10-15  AG  La facture rouverte par un retour est réécrite
      *                 en euros (devise EUR, contre-valeur égale au
      *                 montant prélevé) - INVFILE étendu de 33 à 45
      *                 caractères
      * 2026-10-15  AG  Après l'ajout des factures rouvertes à
      *                 INVFILE, son index INVFILE-IDX est rechargé
      *                 (IDXMST01).
      * 2026-10-15  AG  Plus de table de 500 postes ouverts :
      *                 INVFILE-IDX est rechargé depuis INVFILE en
      *                 début de run (IDXMST01) et la facture de chaque
      *                 retour y est cherchée par sa clé.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Retours de prélèvements renvoyés par la banque
           SELECT DDRETF ASSIGN TO "DDRETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

      * Historique permanent des prélèvements - voir copy PRLREC
           SELECT PRLHSTF ASSIGN TO "PRLHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRH-STATUS.

      * Maître des mandats SEPA - voir copy MANDREC
           SELECT MANDFILE ASSIGN TO "MANDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MND-STATUS.

      * Postes ouverts : factures rouvertes ajoutées en EXTEND
           SELECT INVFILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Index des postes ouverts (tenu par IDXMST01), lu par numéro
      * de facture
           SELECT INVFILE-IDX ASSIGN TO "INVFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IIDX-NUMERO
               ALTERNATE RECORD KEY IS IIDX-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-IIX-STATUS.

      * Evénements commissionnables - voir copy COMEVT
           SELECT COMEVTF ASSIGN TO "COMEVTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEV-STATUS.

      * Journal des anomalies (retours traités ou écartés)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DDRETF
           RECORD CONTAINS 64 CHARACTERS.
       01  DDRETF-ENREG                PIC X(64).

       FD  PRLHSTF
           RECORD CONTAINS 131 CHARACTERS.
       01  PRLHSTF-ENREG               PIC X(131).

       FD  MANDFILE
           RECORD CONTAINS 116 CHARACTERS.
       01  MANDFILE-ENREG              PIC X(116).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  INVFILE-IDX.
       01  INVFILE-IDX-ENREG.
           05  IIDX-NUMERO             PIC X(08).
           05  IIDX-DATE               PIC X(08).
           05  IIDX-MONTANT            PIC X(09).
           05  IIDX-CLIENT             PIC X(08).
           05  IIDX-RESTE              PIC X(12).

       FD  COMEVTF
           RECORD CONTAINS 42 CHARACTERS.
       01  COMEVTF-ENREG               PIC X(42).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Mandat courant - voir copy MANDREC
       COPY MANDREC.

      * Evénement de prélèvement et retour banque - voir copy PRLREC
       COPY PRLREC.

      * Evénement commissionnable - voir copy COMEVT
       COPY COMEVT.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

      * Poste ouvert, même découpage qu'INVAGE01
       01  WS-FACTURE-ENREG.
           05  WFA-NUMERO              PIC X(08).
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-RET-STATUS               PIC X(02).
           88  WS-RET-OK               VALUE "00".

       01  WS-PRH-STATUS               PIC X(02).
           88  WS-PRH-OK               VALUE "00".

       01  WS-MND-STATUS               PIC X(02).
           88  WS-MND-OK               VALUE "00".

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".

       01  WS-IIX-STATUS               PIC X(02).
           88  WS-IIX-OK               VALUE "00".

       01  WS-IIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-IIX-OUVERT           VALUE "O".

      * Rechargement de l'index des postes ouverts (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "INVFILE".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-CEV-STATUS               PIC X(02).
           88  WS-CEV-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Table des retours, avec l'état du prélèvement d'origine
      * relu dans l'historique (E = émis et non retourné, R = déjà
      * retourné, espace = inconnu) et l'enregistrement émis
       01  WS-RET-TABLE.
           05  WS-RET-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-RET-IDX.
               10  WS-RET-ENREG        PIC X(64).
               10  WS-RET-ETAT         PIC X(01).
                   88  WS-RET-EMIS     VALUE "E".
                   88  WS-RET-RETOURNE VALUE "R".
               10  WS-RET-PRL-ENREG    PIC X(131).
       01  WS-NB-RETOURS               PIC 9(03) VALUE ZEROES.
       01  WS-NO-RETOUR                PIC 9(03).
       01  WS-NO-AUTRE                 PIC 9(03).

      * Table des mandats, réécrite sur place en fin de run
       01  WS-MND-TABLE.
           05  WS-MND-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-MND-IDX.
               10  WS-MND-ENREG        PIC X(116).
       01  WS-NB-MANDATS               PIC 9(03) VALUE ZEROES.

      * Un prélèvement dont la facture figure encore dans les postes
      * ouverts n'a pas été imputé par CSHAPP010
       01  WS-FACTURE-OUVERTE-SW       PIC X(01) VALUE "N".
           88  WS-FACTURE-OUVERTE      VALUE "O".

       01  WS-EXC-CHAMP                PIC X(15).
       01  WS-EXC-MESSAGE              PIC X(40).
       01  WS-EXC-VALEUR               PIC S9(07)V9(02).

       01  WS-NB-RETOURS-LUS           PIC 9(05) VALUE ZEROES.
       01  WS-NB-RETOURS-TRAITES       PIC 9(05) VALUE ZEROES.
       01  WS-NB-RETOURS-ECARTES       PIC 9(05) VALUE ZEROES.
       01  WS-NB-MANDATS-REVOQUES      PIC 9(05) VALUE ZEROES.
       01  WS-NB-MANDATS-SUSPENDUS     PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-RETOURNE           PIC 9(09)V9(02) VALUE ZEROES.

       01  WS-SYS-HHMMSS               PIC 9(08).

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise de la fenêtre (sous-programme commun
      * STEPCTL01 + fichier RUNCTLF) : un step déjà terminé pour la
      * date du jour est sauté à la relance - une relance rouvrirait
      * chaque facture retournée deux fois
       01  WS-STEP-NOM                 PIC X(08) VALUE "DDRET010".
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
                   PERFORM 2000-TRAITER-UN-RETOUR
                       VARYING WS-NO-RETOUR FROM 1 BY 1
                           UNTIL WS-NO-RETOUR > WS-NB-RETOURS
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
               MOVE WS-NB-RETOURS-LUS TO WS-STEP-NB-LUS
               MOVE WS-NB-RETOURS-TRAITES TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les retours et les mandats, ouvre *
      * les postes ouverts, rapproche les retours de l'historique   *
      * puis ouvre les fichiers en ajout                            *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-RETOURS.
           PERFORM 1200-CHARGER-MANDATS.
           PERFORM 1300-OUVRIR-FACTURES.
           PERFORM 1400-RELIRE-HISTORIQUE.

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

      * EXTEND : les factures rouvertes s'ajoutent aux postes ouverts
           OPEN EXTEND INVFILE.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT INVFILE
           END-IF.
           IF NOT WS-INV-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR INVFILE - STATUT "
                   WS-INV-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : COMEVTF est un fichier de période, vidé par
      * COMCAL010 ; premier run = il n'existe pas (statut 35)
           OPEN EXTEND COMEVTF.
           IF WS-CEV-STATUS = "35"
               OPEN OUTPUT COMEVTF
           END-IF.
           IF NOT WS-CEV-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR COMEVTF - STATUT "
                   WS-CEV-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-RETOURS : charge les retours de la banque en   *
      * table ; table pleine = erreur fichier                       *
      * -----------------------------------------------------------*
       1100-CHARGER-RETOURS.
           OPEN INPUT DDRETF.
           IF WS-RET-OK
               PERFORM 1150-LIRE-ET-STOCKER-RETOUR
                   UNTIL NOT WS-RET-OK OR WS-NB-RETOURS >= 200
               IF WS-RET-OK
                   DISPLAY "DDRETF DEPASSE 200 RETOURS"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
               CLOSE DDRETF
           ELSE
               DISPLAY "DDRETF ABSENT - AUCUN RETOUR A TRAITER"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-RETOUR : lit un retour et le place     *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-RETOUR.
           READ DDRETF
               AT END
                   MOVE "10" TO WS-RET-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-RETOURS
                   MOVE DDRETF-ENREG TO WS-RET-ENREG(WS-NB-RETOURS)
                   MOVE SPACE TO WS-RET-ETAT(WS-NB-RETOURS)
                   MOVE SPACES TO WS-RET-PRL-ENREG(WS-NB-RETOURS)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-MANDATS : charge le maître des mandats en      *
      * table ; table pleine = erreur fichier                       *
      * -----------------------------------------------------------*
       1200-CHARGER-MANDATS.
           OPEN INPUT MANDFILE.
           IF WS-MND-OK
               PERFORM 1250-LIRE-ET-STOCKER-MANDAT
                   UNTIL NOT WS-MND-OK OR WS-NB-MANDATS >= 500
               IF WS-MND-OK
                   DISPLAY "MANDFILE DEPASSE 500 MANDATS"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
               CLOSE MANDFILE
           ELSE
               DISPLAY "MANDFILE INTROUVABLE - STATUT "
                   WS-MND-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-MANDAT : lit un mandat et le place     *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-MANDAT.
           READ MANDFILE
               AT END
                   MOVE "10" TO WS-MND-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-MANDATS
                   MOVE MANDFILE-ENREG TO WS-MND-ENREG(WS-NB-MANDATS)
           END-READ.

      * -----------------------------------------------------------*
      * 1300-OUVRIR-FACTURES : recharge INVFILE-IDX depuis INVFILE  *
      * (fichier absent = aucun poste ouvert) et l'ouvre ; index    *
      * inutilisable = erreur fichier                               *
      * -----------------------------------------------------------*
       1300-OUVRIR-FACTURES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE INVFILE-IDX EN ERREUR"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               OPEN INPUT INVFILE-IDX
               IF WS-IIX-OK
                   SET WS-IIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR INVFILE-IDX - STATUT "
                       WS-IIX-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1400-RELIRE-HISTORIQUE : une seule passe sur PRLHSTF pour   *
      * retenir, pour chaque retour, le dernier événement de même   *
      * facture et même RUM                                         *
      * -----------------------------------------------------------*
       1400-RELIRE-HISTORIQUE.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT PRLHSTF.
           IF WS-PRH-OK
               PERFORM 1450-LIRE-UN-EVENEMENT
                   UNTIL WS-FIN-FICHIER
               CLOSE PRLHSTF
           ELSE
           IF WS-NB-RETOURS > ZEROES
               DISPLAY "PRLHSTF INTROUVABLE - STATUT " WS-PRH-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-UN-EVENEMENT : lit un événement de l'historique   *
      * et le reporte sur les retours qui le concernent             *
      * -----------------------------------------------------------*
       1450-LIRE-UN-EVENEMENT.
           READ PRLHSTF INTO PRL-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   PERFORM 1470-REPORTER-EVENEMENT
                       VARYING WS-NO-AUTRE FROM 1 BY 1
                           UNTIL WS-NO-AUTRE > WS-NB-RETOURS
           END-READ.

      * -----------------------------------------------------------*
      * 1470-REPORTER-EVENEMENT : reporte l'événement lu sur un     *
      * retour de même facture et même RUM                          *
      * -----------------------------------------------------------*
       1470-REPORTER-EVENEMENT.
           MOVE WS-RET-ENREG(WS-NO-AUTRE) TO PRLRET-ENREG.
           IF PRLRET-FACTURE = PRL-FACTURE
               AND PRLRET-RUM = PRL-RUM
               MOVE PRL-EVENEMENT TO WS-RET-ETAT(WS-NO-AUTRE)
               IF PRL-EMIS
                   MOVE PRL-ENREG TO WS-RET-PRL-ENREG(WS-NO-AUTRE)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2000-TRAITER-UN-RETOUR : écarte un retour inexploitable,    *
      * traite les autres                                           *
      * -----------------------------------------------------------*
       2000-TRAITER-UN-RETOUR.
           SET WS-RET-IDX TO WS-NO-RETOUR.
           ADD 1 TO WS-NB-RETOURS-LUS.
           MOVE WS-RET-ENREG(WS-RET-IDX) TO PRLRET-ENREG.
           MOVE WS-RET-PRL-ENREG(WS-RET-IDX) TO PRL-ENREG.
           MOVE PRLRET-MONTANT TO WS-EXC-VALEUR.

           PERFORM 2100-CHERCHER-FACTURE-OUVERTE.

           EVALUATE TRUE
               WHEN WS-RET-RETOURNE(WS-RET-IDX)
                   MOVE "PRLRET-FACTURE" TO WS-EXC-CHAMP
                   MOVE "PRELEVEMENT DEJA RETOURNE - ECARTE"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-ECARTER-LE-RETOUR
               WHEN NOT WS-RET-EMIS(WS-RET-IDX)
                   MOVE "PRLRET-FACTURE" TO WS-EXC-CHAMP
                   MOVE "PRELEVEMENT INCONNU - RETOUR ECARTE"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-ECARTER-LE-RETOUR
               WHEN PRLRET-MONTANT NOT = PRL-MONTANT
                   MOVE "PRLRET-MONTANT" TO WS-EXC-CHAMP
                   MOVE "MONTANT DIFFERENT DU PRELEVEMENT"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-ECARTER-LE-RETOUR
               WHEN WS-FACTURE-OUVERTE
                   MOVE "PRLRET-FACTURE" TO WS-EXC-CHAMP
                   MOVE "ENCAISSEMENT NON IMPUTE - A REPRENDRE"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-ECARTER-LE-RETOUR
               WHEN OTHER
                   PERFORM 2200-APPLIQUER-LE-RETOUR
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-CHERCHER-FACTURE-OUVERTE : la facture du retour est-   *
      * elle encore dans les postes ouverts (INVFILE-IDX) ?         *
      * -----------------------------------------------------------*
       2100-CHERCHER-FACTURE-OUVERTE.
           MOVE "N" TO WS-FACTURE-OUVERTE-SW.

           IF WS-IIX-OUVERT
               MOVE PRLRET-FACTURE TO IIDX-NUMERO
               READ INVFILE-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FACTURE-OUVERTE TO TRUE
               END-READ
           END-IF.

      * -----------------------------------------------------------*
      * 2200-APPLIQUER-LE-RETOUR : rouvre la facture, historise le  *
      * retour, reprend la commission et marque le mandat           *
      * -----------------------------------------------------------*
       2200-APPLIQUER-LE-RETOUR.
           IF WS-PRH-OK AND WS-INV-OK AND WS-CEV-OK
               MOVE PRL-FACTURE      TO WFA-NUMERO
               MOVE PRL-DATE-FACTURE TO WFA-DATE
               MOVE PRL-MONTANT      TO WFA-MONTANT
               MOVE PRL-CLIENT       TO WFA-CLIENT
      * Seuls les postes en euros sont prélevés
               MOVE "EUR"            TO WFA-DEVISE
               MOVE PRL-MONTANT      TO WFA-MONTANT-EUR
               WRITE INVFILE-ENREG FROM WS-FACTURE-ENREG

               SET PRL-RETOURNE TO TRUE
               MOVE PRLRET-DATE  TO PRL-DATE
               MOVE PRLRET-MOTIF TO PRL-MOTIF-RETOUR
               WRITE PRLHSTF-ENREG FROM PRL-ENREG

      * Encaissement négatif : COMCAL010 reprend la commission
      * versée sur le prélèvement revenu impayé
               SET CEV-ENCAISSEMENT TO TRUE
               MOVE PRLRET-DATE TO CEV-DATE
               MOVE PRL-CLIENT  TO CEV-CLIENT
               MOVE PRL-FACTURE TO CEV-FACTURE
               COMPUTE CEV-MONTANT = 0 - PRL-MONTANT
               MOVE "DDRET010"  TO CEV-PROGRAMME
               WRITE COMEVTF-ENREG FROM CEV-ENREG

               PERFORM 2300-MARQUER-LE-MANDAT
               PERFORM 2400-MARQUER-LES-DOUBLONS
                   VARYING WS-NO-AUTRE FROM 1 BY 1
                       UNTIL WS-NO-AUTRE > WS-NB-RETOURS

               ADD 1 TO WS-NB-RETOURS-TRAITES
               ADD PRL-MONTANT TO WS-TOTAL-RETOURNE

               MOVE "PRLRET-MOTIF" TO WS-EXC-CHAMP
               MOVE SPACES TO WS-EXC-MESSAGE
               STRING "PRELEVEMENT RETOURNE - MOTIF "
                      PRLRET-MOTIF DELIMITED BY SIZE
                   INTO WS-EXC-MESSAGE
               END-STRING
               PERFORM 2700-JOURNALISER
           END-IF.

      * -----------------------------------------------------------*
      * 2300-MARQUER-LE-MANDAT : révoque ou suspend le mandat du    *
      * client selon le motif du rejet                              *
      * -----------------------------------------------------------*
       2300-MARQUER-LE-MANDAT.
           IF WS-NB-MANDATS > ZEROES
               SET WS-MND-IDX TO 1
               SEARCH WS-MND-ENTREE
                   AT END
                       DISPLAY "MANDAT INTROUVABLE POUR LE CLIENT "
                           PRL-CLIENT
                   WHEN WS-MND-IDX > WS-NB-MANDATS
                       DISPLAY "MANDAT INTROUVABLE POUR LE CLIENT "
                           PRL-CLIENT
                   WHEN WS-MND-ENREG(WS-MND-IDX)(1:8) = PRL-CLIENT
                       PERFORM 2350-METTRE-A-JOUR-MANDAT
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2350-METTRE-A-JOUR-MANDAT : motif de compte ou de mandat    *
      * = révocation, autre motif (provision, opposition ponctuelle)*
      * = suspension jusqu'à réactivation par MNDMNT1               *
      * -----------------------------------------------------------*
       2350-METTRE-A-JOUR-MANDAT.
           MOVE WS-MND-ENREG(WS-MND-IDX) TO MANDAT-ENREG.

           EVALUATE PRLRET-MOTIF
               WHEN "MD01"
               WHEN "MD07"
               WHEN "AC04"
               WHEN "AC06"
                   IF NOT MAND-REVOQUE
                       ADD 1 TO WS-NB-MANDATS-REVOQUES
                   END-IF
                   SET MAND-REVOQUE TO TRUE
               WHEN OTHER
                   IF MAND-ACTIF
                       ADD 1 TO WS-NB-MANDATS-SUSPENDUS
                       SET MAND-SUSPENDU TO TRUE
                   END-IF
           END-EVALUATE.

           IF MAND-NB-REJETS < 99
               ADD 1 TO MAND-NB-REJETS
           END-IF.
           MOVE PRLRET-DATE  TO MAND-DATE-REJET.
           MOVE PRLRET-MOTIF TO MAND-MOTIF-REJET.
           IF PRL-SEQUENCE = "FRST"
               SET MAND-PREMIER TO TRUE
           END-IF.

           MOVE MANDAT-ENREG TO WS-MND-ENREG(WS-MND-IDX).

      * -----------------------------------------------------------*
      * 2400-MARQUER-LES-DOUBLONS : un second retour du même        *
      * prélèvement dans le fichier sera écarté comme doublon       *
      * -----------------------------------------------------------*
       2400-MARQUER-LES-DOUBLONS.
           MOVE WS-RET-ENREG(WS-NO-AUTRE) TO PRLRET-ENREG.
           IF PRLRET-FACTURE = PRL-FACTURE
               AND PRLRET-RUM = PRL-RUM
               SET WS-RET-RETOURNE(WS-NO-AUTRE) TO TRUE
           END-IF.
           MOVE WS-RET-ENREG(WS-RET-IDX) TO PRLRET-ENREG.

      * -----------------------------------------------------------*
      * 2600-ECARTER-LE-RETOUR : retour non appliqué, journalisé    *
      * -----------------------------------------------------------*
       2600-ECARTER-LE-RETOUR.
           ADD 1 TO WS-NB-RETOURS-ECARTES.
           PERFORM 2700-JOURNALISER.

      * -----------------------------------------------------------*
      * 2700-JOURNALISER : affiche le retour et l'écrit dans le     *
      * journal des anomalies (avertissement, code retour 4)        *
      * -----------------------------------------------------------*
       2700-JOURNALISER.
           PERFORM 9700-NOTER-REJET.
           DISPLAY "RETOUR " PRLRET-FACTURE " " PRLRET-MOTIF
               " : " WS-EXC-MESSAGE.

           ACCEPT WS-SYS-HHMMSS FROM TIME.
           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.
           MOVE "DDRET010"  TO EXC-PROGRAMME.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE WS-EXC-CHAMP TO EXC-CHAMP.
           MOVE WS-EXC-VALEUR TO EXC-VALEUR1.
           MOVE PRLRET-DATE TO EXC-VALEUR2.
           MOVE WS-EXC-MESSAGE TO EXC-MESSAGE.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TERMINER : ferme les fichiers et réécrit les mandats   *
      * touchés par un retour                                       *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-IIX-OUVERT
               CLOSE INVFILE-IDX
           END-IF.
           IF WS-PRH-OK
               CLOSE PRLHSTF
           END-IF.
           IF WS-INV-OK
               CLOSE INVFILE
               CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
                   WS-IXM-RETOUR
               IF WS-IXM-RETOUR >= 8
                   DISPLAY "RECHARGEMENT DE INVFILE-IDX EN ERREUR"
                       " - RELANCER IDXCHK1 INVFILE R"
               END-IF
           END-IF.
           IF WS-CEV-OK
               CLOSE COMEVTF
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           IF WS-NB-RETOURS-TRAITES > ZEROES
               PERFORM 3500-REECRIRE-MANDATS
           END-IF.

           DISPLAY "RETOURS LUS        : " WS-NB-RETOURS-LUS.
           DISPLAY "RETOURS TRAITES    : " WS-NB-RETOURS-TRAITES.
           DISPLAY "MONTANT RETOURNE   : " WS-TOTAL-RETOURNE.
           DISPLAY "RETOURS ECARTES    : " WS-NB-RETOURS-ECARTES.
           DISPLAY "MANDATS REVOQUES   : " WS-NB-MANDATS-REVOQUES.
           DISPLAY "MANDATS SUSPENDUS  : " WS-NB-MANDATS-SUSPENDUS.

      * -----------------------------------------------------------*
      * 3500-REECRIRE-MANDATS : réécrit MANDFILE sur place depuis   *
      * la table                                                    *
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

       3550-ECRIRE-UN-MANDAT.
           WRITE MANDFILE-ENREG FROM WS-MND-ENREG(WS-MND-IDX).

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "DDRET010" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-RETOURS-LUS TO RUN-NB-LUS.
           MOVE WS-NB-RETOURS-TRAITES TO RUN-NB-ECRITS.
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
