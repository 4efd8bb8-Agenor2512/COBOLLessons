       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACREXT010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-15  AG  Création : extournes automatiques et écritures
      *                 récurrentes du grand livre. Les provisions de
      *                 fin de mois passées par GLJRN1 (loyers dus non
      *                 facturés, énergie, primes) devaient être
      *                 extournées à la main le premier jour du mois
      *                 suivant, et chaque mois au moins une était
      *                 oubliée. Chaque jour de traitement, le
      *                 registre des régularisations ACRREGF (copy
      *                 ACRREC) est relu : une jambe à extourner dont
      *                 la date prévue est atteinte - premier jour
      *                 ouvré au calendrier CALFILE de la première
      *                 période ouverte (PERCTL01) après celle de
      *                 l'écriture - est passée en sens inverse et
      *                 marquée extournée. Puis chaque modèle
      *                 d'écriture récurrente d'ACRMODF (copy ACRMOD)
      *                 en cours de validité est généré une fois par
      *                 mois, au premier run du mois, et inscrit au
      *                 registre (à extourner si le modèle le
      *                 demande). Postage par clé dans GLBALFIL-IDX
      *                 (même mécanique que GLJRN1), soldes d'agence
      *                 dans GLSEGFIL, jambes historisées dans
      *                 GLHSTFIL sous le lot distinct ACREXT01. Le
      *                 registre est réécrit en entier en fin de run
      *                 et imprimé avec le statut de chaque jambe
      *                 (ACRRPT). Raccordé au pilotage de reprise
      *                 (STEPCTL01), à la date de traitement
      *                 (DATPRM01), aux anomalies (EXCFILE) et au
      *                 journal de run.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registre des régularisations - voir copy ACRREC
           SELECT ACRREGF ASSIGN TO "ACRREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-STATUS.

      * Registre mis à jour, recopié dans ACRREGF en fin de run
           SELECT ACRREGW ASSIGN TO "ACRREGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACW-STATUS.

      * Modèles d'écritures récurrentes - voir copy ACRMOD
           SELECT ACRMODF ASSIGN TO "ACRMODF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMD-STATUS.

      * Plan comptable : comptes admis dans un modèle - voir GLCOAREC
           SELECT GLCOAFIL ASSIGN TO "GLCOAFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      * Calendrier d'exploitation : jours ouvrés - voir copy CALREC
           SELECT CALFILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Soldes du grand livre, un enregistrement par compte du plan
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

      * Soldes par compte et segment d'agence - voir copy GLSEGREC
           SELECT GLSEGFIL ASSIGN TO "GLSEGFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-STATUS.

      * Historique permanent des écritures - voir copy GLHSTREC
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Etat du registre des régularisations
           SELECT ACRRPT ASSIGN TO "ACRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies partagé de la fenêtre
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACRREGF
           RECORD CONTAINS 90 CHARACTERS.
       01  ACRREGF-ENREG               PIC X(90).

       FD  ACRREGW
           RECORD CONTAINS 90 CHARACTERS.
       01  ACRREGW-ENREG               PIC X(90).

       FD  ACRMODF
           RECORD CONTAINS 70 CHARACTERS.
       01  ACRMODF-ENREG               PIC X(70).

       FD  GLCOAFIL
           RECORD CONTAINS 38 CHARACTERS.
       01  GLCOAFIL-ENREG              PIC X(38).

       FD  CALFILE
           RECORD CONTAINS 10 CHARACTERS.
       01  CALFILE-ENREG               PIC X(10).

       FD  GLBALFIL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  GLBALFIL-IDX.
       01  GLBALFIL-IDX-ENREG.
           05  GIDX-COMPTE             PIC X(06).
           05  GIDX-RESTE              PIC X(33).

       FD  GLSEGFIL
           RECORD CONTAINS 25 CHARACTERS.
       01  GLSEGFIL-ENREG              PIC X(25).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  ACRRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACRRPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Jambe du registre des régularisations - voir copy ACRREC
       COPY ACRREC.

      * Jambe d'un modèle d'écriture récurrente - voir copy ACRMOD
       COPY ACRMOD.

      * Enregistrement du plan comptable - voir copy GLCOAREC
       COPY GLCOAREC.

      * Journée du calendrier - voir copy CALREC
       COPY CALREC.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Solde par segment d'agence - voir copy GLSEGREC
       COPY GLSEGREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-ACR-STATUS               PIC X(02).
           88  WS-ACR-OK               VALUE "00".

       01  WS-ACW-STATUS               PIC X(02).
           88  WS-ACW-OK               VALUE "00".

       01  WS-AMD-STATUS               PIC X(02).
           88  WS-AMD-OK               VALUE "00".

       01  WS-COA-STATUS               PIC X(02).
           88  WS-COA-OK               VALUE "00".

       01  WS-CAL-STATUS               PIC X(02).
           88  WS-CAL-OK               VALUE "00".

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-GLS-STATUS               PIC X(02).
           88  WS-GLS-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Registre ouvert en lecture (absent = registre encore vide)
       01  WS-ACR-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-ACR-OUVERT           VALUE "O".

      * Table du plan comptable, pour le contrôle des modèles
       01  WS-COA-TABLE.
           05  WS-COA-ENTREE OCCURS 100 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-COMPTE       PIC X(06).
       01  WS-NB-COA                   PIC 9(03) VALUE ZEROES.

       01  WS-COA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-COA-TROUVE           VALUE "O".

      * Premier jour ouvré de chaque mois du calendrier CALFILE
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTREE OCCURS 120 TIMES
                   INDEXED BY WS-CAL-IDX.
               10  WS-CAL-PERIODE      PIC 9(06).
               10  WS-CAL-PREMIER-OUVRE PIC 9(08).
       01  WS-NB-CAL                   PIC 9(03) VALUE ZEROES.

       01  WS-CAL-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CAL-TROUVE           VALUE "O".

      * Jambes des modèles d'écritures récurrentes, dans l'ordre
      * d'ACRMODF
       01  WS-JMD-TABLE.
           05  WS-JMD-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-JMD-IDX.
               10  WS-JMD-NO-JAMBE     PIC 9(02).
               10  WS-JMD-COMPTE       PIC X(06).
               10  WS-JMD-SENS         PIC X(01).
               10  WS-JMD-MONTANT      PIC 9(07)V9(02).
               10  WS-JMD-LIBELLE      PIC X(20).
               10  WS-JMD-SEGMENT      PIC X(02).
       01  WS-NB-JMD                   PIC 9(03) VALUE ZEROES.

      * Modèles : première et dernière jambe dans la table des
      * jambes, validité, équilibre, déjà généré pour le mois
       01  WS-MOD-TABLE.
           05  WS-MOD-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-MOD-IDX.
               10  WS-MOD-CODE         PIC X(06).
               10  WS-MOD-PREMIERE     PIC 9(03).
               10  WS-MOD-DERNIERE     PIC 9(03).
               10  WS-MOD-DATE-DEBUT   PIC 9(08).
               10  WS-MOD-DATE-FIN     PIC 9(08).
               10  WS-MOD-EXTOURNE     PIC X(01).
               10  WS-MOD-DESEQUILIBRE PIC S9(09)V9(02).
               10  WS-MOD-MOTIF        PIC X(40).
               10  WS-MOD-GENERE       PIC X(01).
       01  WS-NB-MOD                   PIC 9(02) VALUE ZEROES.

       01  WS-MOD-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-MOD-TROUVE           VALUE "O".

      * Soldes du grand livre, même mécanique que GLJRN1 : lus et
      * réécrits par compte dans GLBALFIL-IDX, GLBALFIL réécrit en
      * entier depuis l'index quand une jambe a été postée
       01  WS-GIX-STATUS               PIC X(02).
           88  WS-GIX-OK               VALUE "00".

       01  WS-GIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-GIX-OUVERT           VALUE "O".

       01  WS-FIN-SOLDES-SW            PIC X(01) VALUE "N".
           88  WS-FIN-SOLDES           VALUE "O".

      * Rechargement de l'index du grand livre (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "GLBALFIL".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-GLB-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-GLB-TROUVE           VALUE "O".

       01  WS-COMPTE-CIBLE             PIC X(06).

      * Table des soldes par compte et segment d'agence, même
      * mécanique que GLJRN1 (le siège n'y figure pas)
       01  WS-GLS-TABLE.
           05  WS-GLS-ENTREE OCCURS 300 TIMES
                   INDEXED BY WS-GLS-IDX.
               10  WS-GLS-COMPTE       PIC X(06).
               10  WS-GLS-SEGMENT      PIC X(02).
               10  WS-GLS-SOLDE        PIC S9(07)V9(02).
               10  WS-GLS-DATE-MAJ     PIC 9(08).
       01  WS-NB-GLS                   PIC 9(03) VALUE ZEROES.

       01  WS-GLS-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-GLS-TROUVE           VALUE "O".

      * Jambe à poster, préparée par l'appelant de 7100
       01  WS-JAMBE-COMPTE             PIC X(06).
       01  WS-JAMBE-SENS               PIC X(01).
       01  WS-JAMBE-MONTANT            PIC 9(07)V9(02).
       01  WS-JAMBE-LIBELLE            PIC X(20).
       01  WS-JAMBE-SEGMENT            PIC X(02).
           88  WS-JAMBE-SEGMENT-VALIDE VALUE "A1" "A2" "A3" "HQ".
           88  WS-JAMBE-AGENCE         VALUE "A1" "A2" "A3".

      * Période comptable de calcul (AAAAMM), avancée d'un mois pour
      * trouver la période qui suit celle d'une écriture
       01  WS-PERIODE-CALCUL.
           05  WS-PCA-AAAA             PIC 9(04).
           05  WS-PCA-MM               PIC 9(02).
       01  WS-PERIODE-CALCUL-NUM REDEFINES WS-PERIODE-CALCUL
                                       PIC 9(06).
       01  WS-PERIODE-TRAITEMENT       PIC 9(06).

      * Contrôle de période de la clôture mensuelle (PERCTL01) : une
      * date de traitement en période close ne poste rien ; la
      * période ouverte restituée décale l'extourne d'une écriture
      * dont la période suivante est déjà close
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".

      * Lot ACREXT01 de l'écriture récurrente en cours de génération
       01  WS-HEURE-LOT                PIC 9(08).

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-EXTOURNEES            PIC 9(05) VALUE ZEROES.
       01  WS-NB-EN-ATTENTE            PIC 9(05) VALUE ZEROES.
       01  WS-NB-MOD-GENERES           PIC 9(03) VALUE ZEROES.
       01  WS-NB-GENEREES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-JAMBES                PIC 9(07) VALUE ZEROES.
       01  WS-NB-ECRITS-REG            PIC 9(07) VALUE ZEROES.
       01  WS-TOTAL-EXTOURNE           PIC 9(09)V9(02) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010, répétée à chaque page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "REGISTRE DES REGULARISATIONS".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.
       01  WS-NB-LIGNES-PAGE           PIC 9(02) VALUE ZEROES.
       01  WS-MAX-LIGNES-PAGE          PIC 9(02) VALUE 50.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(09) VALUE "DATE".
           05  FILLER                  PIC X(09) VALUE "ORIGINE".
           05  FILLER                  PIC X(07) VALUE "MODELE".
           05  FILLER                  PIC X(07) VALUE "COMPTE".
           05  FILLER                  PIC X(02) VALUE "S".
           05  FILLER                  PIC X(11) VALUE "    MONTANT".
           05  FILLER                  PIC X(21) VALUE " LIBELLE".
           05  FILLER                  PIC X(02) VALUE "ST".
           05  FILLER                  PIC X(12) VALUE "EXTOURNE".

       01  WS-LIGNE-DETAIL.
           05  DL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ORIGINE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-MODELE               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-COMPTE               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-SENS                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-MONTANT              PIC Z(06)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-STATUT               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-DATE-EXTOURNE        PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-LIGNE-TOTAUX.
           05  FILLER                  PIC X(23)
               VALUE "JAMBES EXTOURNEES    : ".
           05  TT-NB-EXTOURNEES        PIC ZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE "   MONTANT   : ".
           05  TT-TOTAL-EXTOURNE       PIC Z(08)9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-LIGNE-TOTAUX-2.
           05  FILLER                  PIC X(23)
               VALUE "JAMBES A EXTOURNER   : ".
           05  TT-NB-EN-ATTENTE        PIC ZZZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-LIGNE-TOTAUX-3.
           05  FILLER                  PIC X(23)
               VALUE "MODELES GENERES      : ".
           05  TT-NB-MOD-GENERES       PIC ZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE "   JAMBES    : ".
           05  TT-NB-GENEREES          PIC ZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-LIGNE-LEGENDE            PIC X(80) VALUE
           "ST : A = A EXTOURNER  E = EXTOURNEE  S = SANS EXTOURNE".

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise de la fenêtre (sous-programme commun
      * STEPCTL01 + fichier RUNCTLF) : un step déjà terminé pour la
      * date du jour est sauté à la relance. Le statut des jambes du
      * registre et le mois de génération des modèles empêchent
      * déjà d'extourner ou de générer deux fois
       01  WS-STEP-NOM                 PIC X(08) VALUE "ACREXT01".
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
               PERFORM 0400-CONTROLER-PERIODE
               IF NOT WS-PERIODE-CLOSE
                   PERFORM 1000-INITIALISER
                   IF WS-CODE-RETOUR < 8
                       PERFORM 2000-TRAITER-UNE-JAMBE
                           UNTIL WS-FIN-FICHIER
                       PERFORM 3000-GENERER-UN-MODELE
                           VARYING WS-MOD-IDX FROM 1 BY 1
                               UNTIL WS-MOD-IDX > WS-NB-MOD
                   END-IF
                   PERFORM 4000-TERMINER
               END-IF
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
               MOVE WS-NB-JAMBES TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 0400-CONTROLER-PERIODE : extournes et écritures récurrentes *
      * sont datées du jour de traitement ; si GLCLS010 a déjà clos *
      * cette période (PERCTL01), rien n'est posté                  *
      * -----------------------------------------------------------*
       0400-CONTROLER-PERIODE.
           MOVE WS-DATE-TRAITEMENT(1:6) TO WS-PERIODE-TRAITEMENT.
           CALL "PERCTL01" USING WS-DATE-TRAITEMENT,
               WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW.

           IF WS-PERIODE-CLOSE
               DISPLAY "PERIODE " WS-PERIODE-TRAITEMENT
                   " DEJA CLOSE - AUCUNE EXTOURNE POSTEE"
               PERFORM 9700-NOTER-REJET

               OPEN EXTEND EXCFILE
               IF WS-EXC-OK
                   MOVE "DATE TRAITEMENT" TO EXC-CHAMP
                   SET EXC-SEV-CRITIQUE TO TRUE
                   MOVE WS-DATE-TRAITEMENT TO EXC-VALEUR1
                   MOVE WS-PERIODE-OUVERTE TO EXC-VALEUR2
                   MOVE "PERIODE CLOSE - EXTOURNES NON POSTEES"
                       TO EXC-MESSAGE
                   PERFORM 8100-ECRIRE-ANOMALIE
                   CLOSE EXCFILE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge le plan, le calendrier et les     *
      * modèles, ouvre les soldes, l'historique, le registre et     *
      * l'état                                                      *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-PLAN.
           PERFORM 1200-CHARGER-CALENDRIER.
           PERFORM 1300-CHARGER-MODELES.
           PERFORM 1500-OUVRIR-SOLDES.
           PERFORM 1600-CHARGER-SEGMENTS.

      * EXTEND : l'historique des écritures est permanent
           OPEN EXTEND GLHSTFIL.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT GLHSTFIL
           END-IF.
           IF NOT WS-HST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

      * Registre absent = aucune régularisation encore inscrite
           OPEN INPUT ACRREGF.
           IF WS-ACR-OK
               SET WS-ACR-OUVERT TO TRUE
           ELSE
               IF WS-ACR-STATUS = "35"
                   DISPLAY "ACRREGF ABSENT - REGISTRE VIDE"
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR ACRREGF - STATUT "
                       WS-ACR-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           OPEN OUTPUT ACRREGW.
           IF NOT WS-ACW-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ACRREGW - STATUT "
                   WS-ACW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT ACRRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ACRRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 8300-IMPRIMER-ENTETE
           END-IF.

           IF WS-CODE-RETOUR >= 8
               SET WS-FIN-FICHIER TO TRUE
           END-IF.
           IF NOT WS-FIN-FICHIER
               PERFORM 2900-LIRE-REGISTRE
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-PLAN : charge le plan comptable pour le        *
      * contrôle des comptes des modèles (absent = tout modèle      *
      * refusé)                                                     *
      * -----------------------------------------------------------*
       1100-CHARGER-PLAN.
           OPEN INPUT GLCOAFIL.
           IF WS-COA-OK
               PERFORM 1150-LIRE-ET-STOCKER-PLAN
                   UNTIL NOT WS-COA-OK OR WS-NB-COA >= 100
               CLOSE GLCOAFIL
           ELSE
               DISPLAY "GLCOAFIL INTROUVABLE - TOUT MODELE SERA "
                   "REFUSE"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-PLAN : lit un compte du plan et le     *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-PLAN.
           READ GLCOAFIL INTO GLCOA-ENREG
               AT END
                   MOVE "10" TO WS-COA-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-COA
                   MOVE GLCOA-COMPTE TO WS-COA-COMPTE(WS-NB-COA)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-CALENDRIER : retient le premier jour ouvré de  *
      * chaque mois de CALFILE (absent = premier jour calendaire)   *
      * -----------------------------------------------------------*
       1200-CHARGER-CALENDRIER.
           OPEN INPUT CALFILE.
           IF WS-CAL-OK
               PERFORM 1250-LIRE-UNE-JOURNEE
                   UNTIL NOT WS-CAL-OK OR WS-NB-CAL >= 120
               CLOSE CALFILE
           ELSE
               DISPLAY "CALFILE ABSENT - EXTOURNE AU PREMIER JOUR "
                   "CALENDAIRE"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-UNE-JOURNEE : lit une journée du calendrier ; la  *
      * première journée ouvrée d'un mois est mise en table         *
      * -----------------------------------------------------------*
       1250-LIRE-UNE-JOURNEE.
           READ CALFILE INTO CAL-ENREG
               AT END
                   MOVE "10" TO WS-CAL-STATUS
               NOT AT END
                   IF CAL-OUVRE
                       IF WS-NB-CAL = ZEROES
                           PERFORM 1270-STOCKER-PREMIER-OUVRE
                       ELSE
                           IF CAL-DATE(1:6) >
                               WS-CAL-PERIODE(WS-NB-CAL)
                               PERFORM 1270-STOCKER-PREMIER-OUVRE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1270-STOCKER-PREMIER-OUVRE : met en table le premier jour   *
      * ouvré du mois de la journée lue                             *
      * -----------------------------------------------------------*
       1270-STOCKER-PREMIER-OUVRE.
           ADD 1 TO WS-NB-CAL.
           MOVE CAL-DATE(1:6) TO WS-CAL-PERIODE(WS-NB-CAL).
           MOVE CAL-DATE TO WS-CAL-PREMIER-OUVRE(WS-NB-CAL).

      * -----------------------------------------------------------*
      * 1300-CHARGER-MODELES : charge les modèles d'écritures       *
      * récurrentes et contrôle chaque jambe au passage             *
      * (absent = aucune écriture récurrente)                       *
      * -----------------------------------------------------------*
       1300-CHARGER-MODELES.
           OPEN INPUT ACRMODF.
           IF WS-AMD-OK
               PERFORM 1350-LIRE-ET-STOCKER-JAMBE
                   UNTIL NOT WS-AMD-OK
               CLOSE ACRMODF
               PERFORM 1450-CONTROLER-EQUILIBRE
                   VARYING WS-MOD-IDX FROM 1 BY 1
                       UNTIL WS-MOD-IDX > WS-NB-MOD
           ELSE
               DISPLAY "ACRMODF ABSENT - AUCUNE ECRITURE RECURRENTE"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-JAMBE : lit une jambe de modèle et la  *
      * place dans la table, sous son modèle                        *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-JAMBE.
           READ ACRMODF INTO AMD-ENREG
               AT END
                   MOVE "10" TO WS-AMD-STATUS
               NOT AT END
                   IF WS-NB-JMD >= 200
                       DISPLAY "TABLE DES JAMBES DE MODELES PLEINE "
                           "(200) - MODELE " AMD-MODELE " IGNORE"
                       MOVE "10" TO WS-AMD-STATUS
                       PERFORM 1460-REFUSER-MODELE-INCOMPLET
                   ELSE
                       PERFORM 1400-STOCKER-JAMBE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1400-STOCKER-JAMBE : ouvre un nouveau modèle au changement  *
      * de code, puis contrôle et empile la jambe                   *
      * -----------------------------------------------------------*
       1400-STOCKER-JAMBE.
           IF WS-NB-MOD = ZEROES
               PERFORM 1420-OUVRIR-MODELE
           ELSE
               IF AMD-MODELE NOT = WS-MOD-CODE(WS-NB-MOD)
                   PERFORM 1420-OUVRIR-MODELE
               END-IF
           END-IF.

           IF WS-AMD-OK
               ADD 1 TO WS-NB-JMD
               SET WS-MOD-IDX TO WS-NB-MOD
               MOVE WS-NB-JMD TO WS-MOD-DERNIERE(WS-MOD-IDX)
               MOVE AMD-NO-JAMBE TO WS-JMD-NO-JAMBE(WS-NB-JMD)
               MOVE AMD-COMPTE   TO WS-JMD-COMPTE(WS-NB-JMD)
               MOVE AMD-SENS     TO WS-JMD-SENS(WS-NB-JMD)
               MOVE AMD-MONTANT  TO WS-JMD-MONTANT(WS-NB-JMD)
               MOVE AMD-LIBELLE  TO WS-JMD-LIBELLE(WS-NB-JMD)
               MOVE AMD-SEGMENT  TO WS-JMD-SEGMENT(WS-NB-JMD)
               IF AMD-SEGMENT = SPACES
                   MOVE "HQ" TO WS-JMD-SEGMENT(WS-NB-JMD)
               END-IF
               PERFORM 1440-CONTROLER-JAMBE
           END-IF.

      * -----------------------------------------------------------*
      * 1420-OUVRIR-MODELE : crée le poste du modèle de la jambe    *
      * lue ; un code inférieur au précédent signale un ACRMODF     *
      * non trié, le modèle est alors refusé                        *
      * -----------------------------------------------------------*
       1420-OUVRIR-MODELE.
           IF WS-NB-MOD >= 50
               DISPLAY "TABLE DES MODELES PLEINE (50) - MODELE "
                   AMD-MODELE " IGNORE"
               MOVE "10" TO WS-AMD-STATUS
               PERFORM 1460-REFUSER-MODELE-INCOMPLET
           ELSE
               ADD 1 TO WS-NB-MOD
               SET WS-MOD-IDX TO WS-NB-MOD
               MOVE AMD-MODELE     TO WS-MOD-CODE(WS-MOD-IDX)
               COMPUTE WS-MOD-PREMIERE(WS-MOD-IDX) = WS-NB-JMD + 1
               MOVE WS-NB-JMD      TO WS-MOD-DERNIERE(WS-MOD-IDX)
               MOVE AMD-DATE-DEBUT TO WS-MOD-DATE-DEBUT(WS-MOD-IDX)
               MOVE AMD-DATE-FIN   TO WS-MOD-DATE-FIN(WS-MOD-IDX)
               MOVE AMD-EXTOURNE   TO WS-MOD-EXTOURNE(WS-MOD-IDX)
               MOVE ZEROES TO WS-MOD-DESEQUILIBRE(WS-MOD-IDX)
               MOVE SPACES TO WS-MOD-MOTIF(WS-MOD-IDX)
               MOVE "N"    TO WS-MOD-GENERE(WS-MOD-IDX)
               IF WS-NB-MOD > 1
                   IF AMD-MODELE < WS-MOD-CODE(WS-NB-MOD - 1)
                       MOVE "ACRMODF NON TRIE PAR MODELE"
                           TO WS-MOD-MOTIF(WS-MOD-IDX)
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1440-CONTROLER-JAMBE : contrôle la jambe empilée et cumule  *
      * son équilibre ; le premier motif de refus est retenu pour   *
      * tout le modèle                                              *
      * -----------------------------------------------------------*
       1440-CONTROLER-JAMBE.
           MOVE AMD-COMPTE TO WS-COMPTE-CIBLE.
           PERFORM 7400-CHERCHER-COMPTE-PLAN.
           MOVE WS-JMD-SEGMENT(WS-NB-JMD) TO WS-JAMBE-SEGMENT.

           IF WS-MOD-MOTIF(WS-MOD-IDX) = SPACES
               EVALUATE TRUE
                   WHEN NOT WS-COA-TROUVE
                       MOVE "COMPTE ABSENT DU PLAN"
                           TO WS-MOD-MOTIF(WS-MOD-IDX)
                   WHEN AMD-SENS NOT = "D" AND AMD-SENS NOT = "C"
                       MOVE "SENS INVALIDE"
                           TO WS-MOD-MOTIF(WS-MOD-IDX)
                   WHEN AMD-MONTANT NOT NUMERIC
                       MOVE "MONTANT NON NUMERIQUE"
                           TO WS-MOD-MOTIF(WS-MOD-IDX)
                   WHEN AMD-MONTANT = ZEROES
                       MOVE "MONTANT NUL"
                           TO WS-MOD-MOTIF(WS-MOD-IDX)
                   WHEN NOT WS-JAMBE-SEGMENT-VALIDE
                       MOVE "SEGMENT INVALIDE"
                           TO WS-MOD-MOTIF(WS-MOD-IDX)
                   WHEN AMD-DATE-DEBUT NOT NUMERIC
                       OR AMD-DATE-FIN NOT NUMERIC
                       OR AMD-DATE-FIN < AMD-DATE-DEBUT
                       MOVE "DATES DE VALIDITE INVALIDES"
                           TO WS-MOD-MOTIF(WS-MOD-IDX)
                   WHEN AMD-DATE-DEBUT NOT =
                           WS-MOD-DATE-DEBUT(WS-MOD-IDX)
                       OR AMD-DATE-FIN NOT =
                           WS-MOD-DATE-FIN(WS-MOD-IDX)
                       OR AMD-EXTOURNE NOT =
                           WS-MOD-EXTOURNE(WS-MOD-IDX)
                       MOVE "JAMBES AUX DATES OU EXTOURNE DIFFERENTES"
                           TO WS-MOD-MOTIF(WS-MOD-IDX)
                   WHEN OTHER
                       IF AMD-SENS = "D"
                           ADD AMD-MONTANT
                               TO WS-MOD-DESEQUILIBRE(WS-MOD-IDX)
                       ELSE
                           SUBTRACT AMD-MONTANT
                               FROM WS-MOD-DESEQUILIBRE(WS-MOD-IDX)
                       END-IF
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 1450-CONTROLER-EQUILIBRE : un modèle dont les débits ne     *
      * sont pas égaux aux crédits est refusé                       *
      * -----------------------------------------------------------*
       1450-CONTROLER-EQUILIBRE.
           IF WS-MOD-MOTIF(WS-MOD-IDX) = SPACES
               AND WS-MOD-DESEQUILIBRE(WS-MOD-IDX) NOT = ZEROES
               MOVE "MODELE DESEQUILIBRE (DEBITS NON = CREDITS)"
                   TO WS-MOD-MOTIF(WS-MOD-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 1460-REFUSER-MODELE-INCOMPLET : une table pleine arrête le  *
      * chargement ; le dernier modèle chargé, s'il a encore des    *
      * jambes dans ACRMODF, est refusé plutôt que généré tronqué   *
      * -----------------------------------------------------------*
       1460-REFUSER-MODELE-INCOMPLET.
           IF WS-NB-MOD > ZEROES
               IF AMD-MODELE = WS-MOD-CODE(WS-NB-MOD)
                   MOVE "MODELE INCOMPLET - TABLE PLEINE"
                       TO WS-MOD-MOTIF(WS-NB-MOD)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1500-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * et l'ouvre en mise à jour (même mécanique que GLJRN1) ;     *
      * GLBALFIL absent = grand livre vierge                        *
      * -----------------------------------------------------------*
       1500-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR"
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
                       WS-GIX-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1600-CHARGER-SEGMENTS : charge GLSEGFIL en table (même      *
      * mécanique que GLJRN1) ; absent = aucun solde d'agence       *
      * -----------------------------------------------------------*
       1600-CHARGER-SEGMENTS.
           OPEN INPUT GLSEGFIL.
           IF WS-GLS-OK
               PERFORM 1650-LIRE-ET-STOCKER-SEGMENT
                   UNTIL NOT WS-GLS-OK OR WS-NB-GLS >= 300
               CLOSE GLSEGFIL
           ELSE
               DISPLAY "GLSEGFIL INTROUVABLE - SEGMENTS VIERGES"
           END-IF.

      * -----------------------------------------------------------*
      * 1650-LIRE-ET-STOCKER-SEGMENT : lit un solde de segment et   *
      * le place dans la table                                      *
      * -----------------------------------------------------------*
       1650-LIRE-ET-STOCKER-SEGMENT.
           READ GLSEGFIL INTO GLS-ENREG
               AT END
                   MOVE "10" TO WS-GLS-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-GLS
                   MOVE GLS-COMPTE   TO WS-GLS-COMPTE(WS-NB-GLS)
                   MOVE GLS-SEGMENT  TO WS-GLS-SEGMENT(WS-NB-GLS)
                   MOVE GLS-SOLDE    TO WS-GLS-SOLDE(WS-NB-GLS)
                   MOVE GLS-DATE-MAJ TO WS-GLS-DATE-MAJ(WS-NB-GLS)
           END-READ.

      * -----------------------------------------------------------*
      * 2000-TRAITER-UNE-JAMBE : extourne la jambe du registre si   *
      * sa date d'extourne est atteinte, note le mois de génération *
      * d'un modèle, puis recopie et imprime la jambe               *
      * -----------------------------------------------------------*
       2000-TRAITER-UNE-JAMBE.
           ADD 1 TO WS-NB-LUS.

           IF ACR-MODELE NOT = SPACES
               AND ACR-DATE(1:6) = WS-PERIODE-TRAITEMENT
               PERFORM 2100-NOTER-MODELE-GENERE
           END-IF.

           IF ACR-A-EXTOURNER
               PERFORM 7300-CALCULER-DATE-EXTOURNE
               IF ACR-DATE-EXTOURNE <= WS-DATE-TRAITEMENT
                   PERFORM 2200-EXTOURNER-LA-JAMBE
               ELSE
                   ADD 1 TO WS-NB-EN-ATTENTE
               END-IF
           END-IF.

           PERFORM 8000-ECRIRE-AU-REGISTRE.

           PERFORM 2900-LIRE-REGISTRE.

      * -----------------------------------------------------------*
      * 2100-NOTER-MODELE-GENERE : le modèle de la jambe a déjà été *
      * généré pour le mois de traitement                           *
      * -----------------------------------------------------------*
       2100-NOTER-MODELE-GENERE.
           MOVE "N" TO WS-MOD-TROUVE-SWITCH.

           IF WS-NB-MOD > ZEROES
               SET WS-MOD-IDX TO 1
               SEARCH WS-MOD-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-MOD-CODE(WS-MOD-IDX) = ACR-MODELE
                       SET WS-MOD-TROUVE TO TRUE
                       MOVE "O" TO WS-MOD-GENERE(WS-MOD-IDX)
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2200-EXTOURNER-LA-JAMBE : poste la jambe en sens inverse,   *
      * datée du jour de traitement, et la marque extournée         *
      * -----------------------------------------------------------*
       2200-EXTOURNER-LA-JAMBE.
           MOVE ACR-COMPTE  TO WS-JAMBE-COMPTE.
           IF ACR-SENS-DEBIT
               MOVE "C" TO WS-JAMBE-SENS
           ELSE
               MOVE "D" TO WS-JAMBE-SENS
           END-IF.
           MOVE ACR-MONTANT TO WS-JAMBE-MONTANT.
           MOVE SPACES TO WS-JAMBE-LIBELLE.
           STRING "EXT " ACR-LIBELLE DELIMITED BY SIZE
               INTO WS-JAMBE-LIBELLE.
           MOVE ACR-SEGMENT TO WS-JAMBE-SEGMENT.
           IF ACR-SEGMENT = SPACES
               MOVE "HQ" TO WS-JAMBE-SEGMENT
           END-IF.

           PERFORM 7100-POSTER-UNE-JAMBE.

           SET ACR-EXTOURNEE TO TRUE.
           MOVE WS-DATE-TRAITEMENT TO ACR-DATE-EXTOURNE.
           ADD 1 TO WS-NB-EXTOURNEES.
           ADD ACR-MONTANT TO WS-TOTAL-EXTOURNE.

      * -----------------------------------------------------------*
      * 2900-LIRE-REGISTRE : lit la jambe suivante du registre      *
      * -----------------------------------------------------------*
       2900-LIRE-REGISTRE.
           READ ACRREGF INTO ACR-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3000-GENERER-UN-MODELE : génère l'écriture d'un modèle en   *
      * cours de validité et pas encore généré ce mois-ci ; un      *
      * modèle refusé dû ce jour est signalé                        *
      * -----------------------------------------------------------*
       3000-GENERER-UN-MODELE.
           IF WS-MOD-DATE-DEBUT(WS-MOD-IDX) <= WS-DATE-TRAITEMENT
               AND WS-MOD-DATE-FIN(WS-MOD-IDX) >= WS-DATE-TRAITEMENT
               AND WS-MOD-GENERE(WS-MOD-IDX) = "N"
               IF WS-MOD-MOTIF(WS-MOD-IDX) = SPACES
                   ACCEPT WS-HEURE-LOT FROM TIME
                   PERFORM 3100-GENERER-UNE-JAMBE
                       VARYING WS-JMD-IDX
                           FROM WS-MOD-PREMIERE(WS-MOD-IDX) BY 1
                               UNTIL WS-JMD-IDX >
                                   WS-MOD-DERNIERE(WS-MOD-IDX)
                   MOVE "O" TO WS-MOD-GENERE(WS-MOD-IDX)
                   ADD 1 TO WS-NB-MOD-GENERES
               ELSE
                   PERFORM 8500-REJETER-MODELE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3100-GENERER-UNE-JAMBE : poste une jambe du modèle, datée   *
      * du jour de traitement, et l'inscrit au registre             *
      * -----------------------------------------------------------*
       3100-GENERER-UNE-JAMBE.
           MOVE WS-JMD-COMPTE(WS-JMD-IDX)  TO WS-JAMBE-COMPTE.
           MOVE WS-JMD-SENS(WS-JMD-IDX)    TO WS-JAMBE-SENS.
           MOVE WS-JMD-MONTANT(WS-JMD-IDX) TO WS-JAMBE-MONTANT.
           MOVE WS-JMD-LIBELLE(WS-JMD-IDX) TO WS-JAMBE-LIBELLE.
           MOVE WS-JMD-SEGMENT(WS-JMD-IDX) TO WS-JAMBE-SEGMENT.

           PERFORM 7100-POSTER-UNE-JAMBE.
           ADD 1 TO WS-NB-GENEREES.

           MOVE WS-DATE-TRAITEMENT         TO ACR-LOT-DATE.
           MOVE WS-HEURE-LOT(1:6)          TO ACR-LOT-HEURE.
           MOVE "ACREXT01"                 TO ACR-ORIGINE.
           MOVE WS-MOD-CODE(WS-MOD-IDX)    TO ACR-MODELE.
           MOVE WS-JMD-NO-JAMBE(WS-JMD-IDX) TO ACR-NO-JAMBE.
           MOVE WS-DATE-TRAITEMENT         TO ACR-DATE.
           MOVE WS-JAMBE-COMPTE            TO ACR-COMPTE.
           MOVE WS-JAMBE-SENS              TO ACR-SENS.
           MOVE WS-JAMBE-MONTANT           TO ACR-MONTANT.
           MOVE WS-JAMBE-LIBELLE           TO ACR-LIBELLE.
           MOVE WS-JAMBE-SEGMENT           TO ACR-SEGMENT.
           IF WS-MOD-EXTOURNE(WS-MOD-IDX) = "O"
               SET ACR-A-EXTOURNER TO TRUE
               PERFORM 7300-CALCULER-DATE-EXTOURNE
               ADD 1 TO WS-NB-EN-ATTENTE
           ELSE
               SET ACR-SANS-EXTOURNE TO TRUE
               MOVE ZEROES TO ACR-DATE-EXTOURNE
           END-IF.

           PERFORM 8000-ECRIRE-AU-REGISTRE.

      * -----------------------------------------------------------*
      * 4000-TERMINER : ferme les fichiers ; si rien n'a échoué,    *
      * réécrit GLBALFIL et GLSEGFIL quand une jambe a été postée,  *
      * puis recopie le registre mis à jour dans ACRREGF            *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-ACR-OUVERT
               CLOSE ACRREGF
           END-IF.
           IF WS-ACW-OK
               CLOSE ACRREGW
           END-IF.
           IF WS-HST-OK
               CLOSE GLHSTFIL
           END-IF.

           IF WS-CODE-RETOUR < 8
               IF WS-NB-JAMBES > ZEROES
                   PERFORM 4100-REECRIRE-SOLDES
                   PERFORM 4300-REECRIRE-SEGMENTS
               END-IF
               PERFORM 4500-RECOPIER-REGISTRE
           END-IF.

           IF WS-GIX-OUVERT
               CLOSE GLBALFIL-IDX
           END-IF.

           IF WS-RPT-OK
               IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE - 5
                   PERFORM 8300-IMPRIMER-ENTETE
               END-IF
               WRITE ACRRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE WS-NB-EXTOURNEES  TO TT-NB-EXTOURNEES
               MOVE WS-TOTAL-EXTOURNE TO TT-TOTAL-EXTOURNE
               WRITE ACRRPT-LIGNE FROM WS-LIGNE-TOTAUX
               MOVE WS-NB-EN-ATTENTE  TO TT-NB-EN-ATTENTE
               WRITE ACRRPT-LIGNE FROM WS-LIGNE-TOTAUX-2
               MOVE WS-NB-MOD-GENERES TO TT-NB-MOD-GENERES
               MOVE WS-NB-GENEREES    TO TT-NB-GENEREES
               WRITE ACRRPT-LIGNE FROM WS-LIGNE-TOTAUX-3
               WRITE ACRRPT-LIGNE FROM WS-LIGNE-VIDE
               WRITE ACRRPT-LIGNE FROM WS-LIGNE-LEGENDE
               CLOSE ACRRPT
           END-IF.

           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "JAMBES DU REGISTRE LUES : " WS-NB-LUS.
           DISPLAY "JAMBES EXTOURNEES       : " WS-NB-EXTOURNEES.
           DISPLAY "JAMBES A EXTOURNER      : " WS-NB-EN-ATTENTE.
           DISPLAY "MODELES GENERES         : " WS-NB-MOD-GENERES.
           DISPLAY "JAMBES POSTEES          : " WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 4100-REECRIRE-SOLDES : réécrit GLBALFIL en entier depuis    *
      * GLBALFIL-IDX, dans l'ordre des comptes                      *
      * -----------------------------------------------------------*
       4100-REECRIRE-SOLDES.
           OPEN OUTPUT GLBALFIL.
           IF NOT WS-GLB-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - STATUT "
                   WS-GLB-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "N" TO WS-FIN-SOLDES-SW
               MOVE LOW-VALUES TO GIDX-COMPTE
               START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
                   INVALID KEY
                       SET WS-FIN-SOLDES TO TRUE
               END-START
               IF NOT WS-FIN-SOLDES
                   PERFORM 4160-LIRE-SOLDE-SUIVANT
               END-IF
               PERFORM 4150-ECRIRE-UN-SOLDE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLBALFIL
           END-IF.

      * -----------------------------------------------------------*
      * 4150-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX dans GLBALFIL                                  *
      * -----------------------------------------------------------*
       4150-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.

           PERFORM 4160-LIRE-SOLDE-SUIVANT.

      * -----------------------------------------------------------*
      * 4160-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       4160-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 4300-REECRIRE-SEGMENTS : réécrit la table des soldes par    *
      * agence en entier dans GLSEGFIL                              *
      * -----------------------------------------------------------*
       4300-REECRIRE-SEGMENTS.
           OPEN OUTPUT GLSEGFIL.
           IF NOT WS-GLS-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLSEGFIL - STATUT "
                   WS-GLS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 4350-ECRIRE-UN-SEGMENT
                   VARYING WS-GLS-IDX FROM 1 BY 1
                       UNTIL WS-GLS-IDX > WS-NB-GLS
               CLOSE GLSEGFIL
           END-IF.

      * -----------------------------------------------------------*
      * 4350-ECRIRE-UN-SEGMENT : écrit un poste de la table des     *
      * soldes par agence dans GLSEGFIL                             *
      * -----------------------------------------------------------*
       4350-ECRIRE-UN-SEGMENT.
           MOVE WS-GLS-COMPTE(WS-GLS-IDX)   TO GLS-COMPTE.
           MOVE WS-GLS-SEGMENT(WS-GLS-IDX)  TO GLS-SEGMENT.
           MOVE WS-GLS-SOLDE(WS-GLS-IDX)    TO GLS-SOLDE.
           MOVE WS-GLS-DATE-MAJ(WS-GLS-IDX) TO GLS-DATE-MAJ.

           WRITE GLSEGFIL-ENREG FROM GLS-ENREG.

      * -----------------------------------------------------------*
      * 4500-RECOPIER-REGISTRE : recopie le registre mis à jour     *
      * (ACRREGW) dans ACRREGF                                      *
      * -----------------------------------------------------------*
       4500-RECOPIER-REGISTRE.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT ACRREGW.
           IF NOT WS-ACW-OK
               DISPLAY "IMPOSSIBLE DE RELIRE ACRREGW - STATUT "
                   WS-ACW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               OPEN OUTPUT ACRREGF
               IF NOT WS-ACR-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE ACRREGF - STATUT "
                       WS-ACR-STATUS " - REGISTRE A JOUR DANS ACRREGW"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 4560-LIRE-REGISTRE-A-JOUR
                   PERFORM 4550-RECOPIER-UNE-JAMBE
                       UNTIL WS-FIN-FICHIER
                   CLOSE ACRREGF
               END-IF
               CLOSE ACRREGW
           END-IF.

      * -----------------------------------------------------------*
      * 4550-RECOPIER-UNE-JAMBE : recopie une jambe du registre     *
      * mis à jour dans ACRREGF                                     *
      * -----------------------------------------------------------*
       4550-RECOPIER-UNE-JAMBE.
           WRITE ACRREGF-ENREG FROM ACR-ENREG.

           PERFORM 4560-LIRE-REGISTRE-A-JOUR.

      * -----------------------------------------------------------*
      * 4560-LIRE-REGISTRE-A-JOUR : lit la jambe suivante du        *
      * registre mis à jour                                         *
      * -----------------------------------------------------------*
       4560-LIRE-REGISTRE-A-JOUR.
           READ ACRREGW INTO ACR-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 7000-TROUVER-CREER-COMPTE : lit dans GL-SOLDE-ENREG le      *
      * solde du compte cible dans GLBALFIL-IDX, en le créant à     *
      * zéro s'il n'y figure pas encore (même mécanique que         *
      * GLJRN1)                                                     *
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
           END-REWRITE.

      * -----------------------------------------------------------*
      * 7100-POSTER-UNE-JAMBE : applique la jambe préparée au solde *
      * de son compte (et de son agence le cas échéant) et          *
      * l'historise sous le lot ACREXT01 avec son segment           *
      * -----------------------------------------------------------*
       7100-POSTER-UNE-JAMBE.
           MOVE WS-JAMBE-COMPTE TO WS-COMPTE-CIBLE.
           PERFORM 7000-TROUVER-CREER-COMPTE.

           IF WS-JAMBE-SENS = "D"
               ADD WS-JAMBE-MONTANT TO GL-SOLDE
           ELSE
               SUBTRACT WS-JAMBE-MONTANT FROM GL-SOLDE
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ.
           PERFORM 7050-REECRIRE-COMPTE.

           IF WS-JAMBE-AGENCE
               PERFORM 7200-TROUVER-CREER-SEGMENT
               IF WS-JAMBE-SENS = "D"
                   ADD WS-JAMBE-MONTANT TO WS-GLS-SOLDE(WS-GLS-IDX)
               ELSE
                   SUBTRACT WS-JAMBE-MONTANT
                       FROM WS-GLS-SOLDE(WS-GLS-IDX)
               END-IF
               MOVE WS-DATE-TRAITEMENT
                   TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
           END-IF.

           MOVE WS-DATE-TRAITEMENT TO GLH-DATE.
           MOVE WS-JAMBE-COMPTE    TO GLH-COMPTE.
           MOVE WS-JAMBE-SENS      TO GLH-SENS.
           MOVE WS-JAMBE-MONTANT   TO GLH-MONTANT.
           MOVE WS-JAMBE-LIBELLE   TO GLH-LIBELLE.
           MOVE WS-DATE-TRAITEMENT TO GLH-LOT-DATE.
           MOVE "ACREXT01"         TO GLH-LOT-PROGRAMME.
           MOVE WS-JAMBE-SEGMENT   TO GLH-SEGMENT.
           IF WS-HST-OK
               WRITE GLHSTFIL-ENREG FROM GLH-ENREG
           END-IF.
           ADD 1 TO WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 7200-TROUVER-CREER-SEGMENT : positionne WS-GLS-IDX sur le   *
      * solde du compte cible pour l'agence de la jambe, créé à     *
      * zéro s'il n'y figure pas encore                             *
      * -----------------------------------------------------------*
       7200-TROUVER-CREER-SEGMENT.
           MOVE "N" TO WS-GLS-TROUVE-SWITCH.

           IF WS-NB-GLS > ZEROES
               SET WS-GLS-IDX TO 1
               SEARCH WS-GLS-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-GLS-COMPTE(WS-GLS-IDX) = WS-COMPTE-CIBLE
                       AND WS-GLS-SEGMENT(WS-GLS-IDX) =
                           WS-JAMBE-SEGMENT
                       SET WS-GLS-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-GLS-TROUVE
               IF WS-NB-GLS >= 300
                   DISPLAY "TABLE DES SEGMENTS PLEINE (300) - "
                       WS-COMPTE-CIBLE " SUR LE DERNIER POSTE"
                   SET WS-GLS-IDX TO WS-NB-GLS
               ELSE
                   ADD 1 TO WS-NB-GLS
                   SET WS-GLS-IDX TO WS-NB-GLS
                   MOVE WS-COMPTE-CIBLE TO WS-GLS-COMPTE(WS-GLS-IDX)
                   MOVE WS-JAMBE-SEGMENT
                       TO WS-GLS-SEGMENT(WS-GLS-IDX)
                   MOVE ZEROES TO WS-GLS-SOLDE(WS-GLS-IDX)
                   MOVE ZEROES TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 7300-CALCULER-DATE-EXTOURNE : date prévue de l'extourne de  *
      * la jambe courante du registre - premier jour ouvré de la    *
      * période qui suit celle de l'écriture, ou de la période      *
      * ouverte si cette période suivante est déjà close            *
      * -----------------------------------------------------------*
       7300-CALCULER-DATE-EXTOURNE.
           MOVE ACR-DATE(1:6) TO WS-PERIODE-CALCUL-NUM.
           ADD 1 TO WS-PCA-MM.
           IF WS-PCA-MM > 12
               MOVE 1 TO WS-PCA-MM
               ADD 1 TO WS-PCA-AAAA
           END-IF.
           IF WS-PERIODE-OUVERTE > WS-PERIODE-CALCUL-NUM
               MOVE WS-PERIODE-OUVERTE TO WS-PERIODE-CALCUL-NUM
           END-IF.

           MOVE "N" TO WS-CAL-TROUVE-SWITCH.
           IF WS-NB-CAL > ZEROES
               SET WS-CAL-IDX TO 1
               SEARCH WS-CAL-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CAL-PERIODE(WS-CAL-IDX) =
                       WS-PERIODE-CALCUL-NUM
                       SET WS-CAL-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF WS-CAL-TROUVE
               MOVE WS-CAL-PREMIER-OUVRE(WS-CAL-IDX)
                   TO ACR-DATE-EXTOURNE
           ELSE
               COMPUTE ACR-DATE-EXTOURNE =
                   WS-PERIODE-CALCUL-NUM * 100 + 1
           END-IF.

      * -----------------------------------------------------------*
      * 7400-CHERCHER-COMPTE-PLAN : le compte cible figure-t-il au  *
      * plan comptable ?                                            *
      * -----------------------------------------------------------*
       7400-CHERCHER-COMPTE-PLAN.
           MOVE "N" TO WS-COA-TROUVE-SWITCH.

           IF WS-NB-COA > ZEROES
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-COA-COMPTE(WS-COA-IDX) = WS-COMPTE-CIBLE
                       SET WS-COA-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 8000-ECRIRE-AU-REGISTRE : écrit la jambe dans le registre   *
      * mis à jour et l'imprime avec son statut                     *
      * -----------------------------------------------------------*
       8000-ECRIRE-AU-REGISTRE.
           WRITE ACRREGW-ENREG FROM ACR-ENREG.
           ADD 1 TO WS-NB-ECRITS-REG.

           IF WS-RPT-OK
               IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
                   PERFORM 8300-IMPRIMER-ENTETE
               END-IF
               MOVE ACR-DATE          TO DL-DATE
               MOVE ACR-ORIGINE       TO DL-ORIGINE
               MOVE ACR-MODELE        TO DL-MODELE
               MOVE ACR-COMPTE        TO DL-COMPTE
               MOVE ACR-SENS          TO DL-SENS
               MOVE ACR-MONTANT       TO DL-MONTANT
               MOVE ACR-LIBELLE       TO DL-LIBELLE
               MOVE ACR-STATUT        TO DL-STATUT
               MOVE ACR-DATE-EXTOURNE TO DL-DATE-EXTOURNE
               WRITE ACRRPT-LIGNE FROM WS-LIGNE-DETAIL
               ADD 1 TO WS-NB-LIGNES-PAGE
           END-IF.

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
           MOVE "ACREXT01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 8300-IMPRIMER-ENTETE : nouvelle page de l'état du registre  *
      * -----------------------------------------------------------*
       8300-IMPRIMER-ENTETE.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE ACRRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE ACRRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE ACRRPT-LIGNE FROM WS-LIGNE-ENTETE-2.
           MOVE ZEROES TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 8500-REJETER-MODELE : journalise un modèle dû ce jour mais  *
      * refusé - son écriture n'est pas générée                     *
      * -----------------------------------------------------------*
       8500-REJETER-MODELE.
           DISPLAY "MODELE " WS-MOD-CODE(WS-MOD-IDX)
               " NON GENERE : " WS-MOD-MOTIF(WS-MOD-IDX).
           PERFORM 9700-NOTER-REJET.

           MOVE "MODELE ACRMODF" TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE WS-MOD-DESEQUILIBRE(WS-MOD-IDX) TO EXC-VALEUR1.
           MOVE WS-MOD-DATE-FIN(WS-MOD-IDX)     TO EXC-VALEUR2.
           MOVE SPACES TO EXC-MESSAGE.
           MOVE WS-MOD-CODE(WS-MOD-IDX)         TO EXC-MESSAGE(1:6).
           MOVE WS-MOD-MOTIF(WS-MOD-IDX)        TO EXC-MESSAGE(8:33).
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "ACREXT01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-JAMBES TO RUN-NB-ECRITS.
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
