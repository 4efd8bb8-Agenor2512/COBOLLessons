       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETARR010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-15  AG  Création : retour arrière contrôlé d'une date
      *                 de traitement. Défaire une nuit partie de
      *                 travers après le postage au grand livre était
      *                 un long travail manuel : -PREV de PROMOT010
      *                 pour une partie des maîtres seulement,
      *                 historiques déjà étendus, soldes GLBALFIL et
      *                 DATEFILE déjà réécrits. Deux fonctions :
      *                 - sans PARM, en tout premier step de NIGHTBAT
      *                   (pilotage de reprise STEPCTL01) : GLBALFIL
      *                   et GLSEGFIL, réécrits sur place, sont
      *                   recopiés en -PREV et la position (nombre
      *                   d'enregistrements) de chaque historique en
      *                   EXTEND est relevée ; le tout est consigné
      *                   dans le journal des générations GENJNLF
      *                   (copy GENJNL), où PROMOT010 consigne ses
      *                   bascules ;
      *                 - PARM "R AAAAMMJJ", lancé par un opérateur
      *                   de niveau 9 (session OPRSGN01) : retour
      *                   arrière de la date. Refusé si une date
      *                   postérieure a déjà été traitée (RUNCTLF,
      *                   RUNFILE, GENJNLF), si la période est close
      *                   par GLCLS010 (PERCTL01), si la sauvegarde
      *                   de GLBALFIL manque pour la date ou si une
      *                   -PREV ne se relit pas au compte du journal.
      *                   Sinon, après confirmation : chaque -PREV de
      *                   la date est restaurée en courante (index
      *                   rechargés par IDXMST01), les enregistrements
      *                   de la date sont retirés des historiques
      *                   (au-delà de la position d'ouverture pour
      *                   ceux qui en ont une - les saisies en ligne
      *                   de la journée, déjà dans les soldes
      *                   sauvegardés, sont conservées), RUNCTLF,
      *                   INBREGF, IFSTSFIL et GENJNLF sont purgés de
      *                   la date pour que la fenêtre se relance, et
      *                   DATEFILE est remis à la date annulée. Un
      *                   certificat RETCERT liste chaque fichier
      *                   traité avec ses comptes avant et après ;
      *                   l'opération est écrite dans ACTLOGF.
      * 2026-10-15  AG  Le point de retour arrière couvre aussi les
      *                 fichiers de la fenêtre hors grand livre :
      *                 ACRREGF (ACREXT010) et AGCPENDF (AGCNET010),
      *                 réécrits sur place, GRNFILE et STKTRNF, vidés
      *                 par STKUPD010, sont sauvés en -PREV à
      *                 l'ouverture et restaurés ; STKMVTF, AMLCASF,
      *                 COMBASF et COMEVTF, étendus par STKUPD010,
      *                 AMLMON010 et MUL010, ont leur position relevée
      *                 et sont épurés de la date au-delà. Tous
      *                 figurent au certificat RETCERT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Les maîtres à génération -PREV : les neuf basculés par
      * PROMOT010, puis les fichiers réécrits ou vidés sur place par
      * la fenêtre (soldes du grand livre, registres des extournes et
      * des compensations d'agences, réceptions et mouvements de
      * stock en attente) et sauvés à l'ouverture de la fenêtre
           SELECT STOFILE ASSIGN TO "STOFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST1-STATUS.
           SELECT STOFILE-PREV ASSIGN TO "STOFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST3-STATUS.

           SELECT PERSFILE ASSIGN TO "PERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PE1-STATUS.
           SELECT PERSFILE-PREV ASSIGN TO "PERSFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PE3-STATUS.

           SELECT INVFILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN1-STATUS.
           SELECT INVFILE-PREV ASSIGN TO "INVFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN3-STATUS.

           SELECT YTDFILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YT1-STATUS.
           SELECT YTDFILE-PREV ASSIGN TO "YTDFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YT3-STATUS.

           SELECT ACCTFILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC1-STATUS.
           SELECT ACCTFILE-PREV ASSIGN TO "ACCTFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC3-STATUS.

           SELECT ONACCF ASSIGN TO "ONACCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON1-STATUS.
           SELECT ONACCF-PREV ASSIGN TO "ONACCF-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON3-STATUS.

           SELECT YTDDEDF ASSIGN TO "YTDDEDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YD1-STATUS.
           SELECT YTDDEDF-PREV ASSIGN TO "YTDDEDF-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YD3-STATUS.

           SELECT FUTFILE ASSIGN TO "FUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FU1-STATUS.
           SELECT FUTFILE-PREV ASSIGN TO "FUTFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FU3-STATUS.

           SELECT STKFILE ASSIGN TO "STKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK1-STATUS.
           SELECT STKFILE-PREV ASSIGN TO "STKFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK3-STATUS.

           SELECT GLBALFIL ASSIGN TO "GLBALFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB1-STATUS.
           SELECT GLBALFIL-PREV ASSIGN TO "GLBALFIL-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB3-STATUS.

           SELECT GLSEGFIL ASSIGN TO "GLSEGFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GS1-STATUS.
           SELECT GLSEGFIL-PREV ASSIGN TO "GLSEGFIL-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GS3-STATUS.

           SELECT ACRREGF ASSIGN TO "ACRREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR1-STATUS.
           SELECT ACRREGF-PREV ASSIGN TO "ACRREGF-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR3-STATUS.

           SELECT AGCPENDF ASSIGN TO "AGCPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG1-STATUS.
           SELECT AGCPENDF-PREV ASSIGN TO "AGCPENDF-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG3-STATUS.

           SELECT GRNFILE ASSIGN TO "GRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR1-STATUS.
           SELECT GRNFILE-PREV ASSIGN TO "GRNFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR3-STATUS.

           SELECT STKTRNF ASSIGN TO "STKTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR1-STATUS.
           SELECT STKTRNF-PREV ASSIGN TO "STKTRNF-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR3-STATUS.

      * Les historiques en EXTEND, puis les registres purgés de la
      * date pour la relance de la fenêtre
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT MVTHSTF ASSIGN TO "MVTHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVH-STATUS.
           SELECT INTACCF ASSIGN TO "INTACCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INA-STATUS.
           SELECT FEEJNLF ASSIGN TO "FEEJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FJN-STATUS.
           SELECT AUDITFIL ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RETSRCF ASSIGN TO "RETSRCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSR-STATUS.
           SELECT STKMVTF ASSIGN TO "STKMVTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.
           SELECT AMLCASF ASSIGN TO "AMLCASF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-STATUS.
           SELECT COMBASF ASSIGN TO "COMBASF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBA-STATUS.
           SELECT COMEVTF ASSIGN TO "COMEVTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEV-STATUS.
           SELECT INBREGF ASSIGN TO "INBREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT RUNCTLF ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT IFSTSFIL ASSIGN TO "IFSTSFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFS-STATUS.
           SELECT GENJNLF ASSIGN TO "GENJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJN-STATUS.

      * Fichier de travail de l'épuration d'un historique
           SELECT RETARRW ASSIGN TO "RETARRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRV-STATUS.

      * Fichier de pilotage : la date officielle de traitement
           SELECT DATEFILE ASSIGN TO "DATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAT-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

      * Journal d'activité des opérateurs - voir copy ACTLREC
           SELECT ACTLOGF ASSIGN TO "ACTLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

      * Certificat de retour arrière
           SELECT RETCERT ASSIGN TO "RETCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  STOFILE
           RECORD CONTAINS 59 CHARACTERS.
       01  STOFILE-ENREG               PIC X(59).
       FD  STOFILE-PREV
           RECORD CONTAINS 59 CHARACTERS.
       01  STOFILE-PREV-ENREG          PIC X(59).

       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).
       FD  PERSFILE-PREV
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-PREV-ENREG         PIC X(145).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).
       FD  INVFILE-PREV
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-PREV-ENREG          PIC X(45).

       FD  YTDFILE
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-ENREG               PIC X(33).
       FD  YTDFILE-PREV
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-PREV-ENREG          PIC X(33).

       FD  ACCTFILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-ENREG              PIC X(50).
       FD  ACCTFILE-PREV
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-PREV-ENREG         PIC X(50).

       FD  ONACCF
           RECORD CONTAINS 26 CHARACTERS.
       01  ONACCF-ENREG                PIC X(26).
       FD  ONACCF-PREV
           RECORD CONTAINS 26 CHARACTERS.
       01  ONACCF-PREV-ENREG           PIC X(26).

       FD  YTDDEDF
           RECORD CONTAINS 19 CHARACTERS.
       01  YTDDEDF-ENREG               PIC X(19).
       FD  YTDDEDF-PREV
           RECORD CONTAINS 19 CHARACTERS.
       01  YTDDEDF-PREV-ENREG          PIC X(19).

       FD  FUTFILE
           RECORD CONTAINS 53 CHARACTERS.
       01  FUTFILE-ENREG               PIC X(53).
       FD  FUTFILE-PREV
           RECORD CONTAINS 53 CHARACTERS.
       01  FUTFILE-PREV-ENREG          PIC X(53).

       FD  STKFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  STKFILE-ENREG               PIC X(60).
       FD  STKFILE-PREV
           RECORD CONTAINS 60 CHARACTERS.
       01  STKFILE-PREV-ENREG          PIC X(60).

       FD  GLBALFIL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).
       FD  GLBALFIL-PREV
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-PREV-ENREG         PIC X(39).

       FD  GLSEGFIL
           RECORD CONTAINS 25 CHARACTERS.
       01  GLSEGFIL-ENREG              PIC X(25).
       FD  GLSEGFIL-PREV
           RECORD CONTAINS 25 CHARACTERS.
       01  GLSEGFIL-PREV-ENREG         PIC X(25).

       FD  ACRREGF
           RECORD CONTAINS 90 CHARACTERS.
       01  ACRREGF-ENREG               PIC X(90).
       FD  ACRREGF-PREV
           RECORD CONTAINS 90 CHARACTERS.
       01  ACRREGF-PREV-ENREG          PIC X(90).

       FD  AGCPENDF
           RECORD CONTAINS 61 CHARACTERS.
       01  AGCPENDF-ENREG              PIC X(61).
       FD  AGCPENDF-PREV
           RECORD CONTAINS 61 CHARACTERS.
       01  AGCPENDF-PREV-ENREG         PIC X(61).

       FD  GRNFILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GRNFILE-ENREG               PIC X(40).
       FD  GRNFILE-PREV
           RECORD CONTAINS 40 CHARACTERS.
       01  GRNFILE-PREV-ENREG          PIC X(40).

       FD  STKTRNF
           RECORD CONTAINS 60 CHARACTERS.
       01  STKTRNF-ENREG               PIC X(60).
       FD  STKTRNF-PREV
           RECORD CONTAINS 60 CHARACTERS.
       01  STKTRNF-PREV-ENREG          PIC X(60).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).
       FD  MVTHSTF
           RECORD CONTAINS 61 CHARACTERS.
       01  MVTHSTF-ENREG               PIC X(61).
       FD  INTACCF
           RECORD CONTAINS 45 CHARACTERS.
       01  INTACCF-ENREG               PIC X(45).
       FD  FEEJNLF
           RECORD CONTAINS 49 CHARACTERS.
       01  FEEJNLF-ENREG               PIC X(49).
       FD  AUDITFIL
           RECORD CONTAINS 59 CHARACTERS.
       01  AUDITFIL-ENREG              PIC X(59).
       FD  RETSRCF
           RECORD CONTAINS 61 CHARACTERS.
       01  RETSRCF-ENREG               PIC X(61).
       FD  STKMVTF
           RECORD CONTAINS 65 CHARACTERS.
       01  STKMVTF-ENREG               PIC X(65).
       FD  AMLCASF
           RECORD CONTAINS 87 CHARACTERS.
       01  AMLCASF-ENREG               PIC X(87).
       FD  COMBASF
           RECORD CONTAINS 51 CHARACTERS.
       01  COMBASF-ENREG               PIC X(51).
       FD  COMEVTF
           RECORD CONTAINS 42 CHARACTERS.
       01  COMEVTF-ENREG               PIC X(42).
       FD  INBREGF
           RECORD CONTAINS 44 CHARACTERS.
       01  INBREGF-ENREG               PIC X(44).
       FD  RUNCTLF
           RECORD CONTAINS 30 CHARACTERS.
       01  RUNCTLF-ENREG               PIC X(30).
       FD  IFSTSFIL
           RECORD CONTAINS 45 CHARACTERS.
       01  IFSTSFIL-ENREG              PIC X(45).
       FD  GENJNLF
           RECORD CONTAINS 32 CHARACTERS.
       01  GENJNLF-ENREG               PIC X(32).

       FD  RETARRW
           RECORD CONTAINS 87 CHARACTERS.
       01  RETARRW-ENREG               PIC X(87).

       FD  DATEFILE
           RECORD CONTAINS 08 CHARACTERS.
       01  DATEFILE-ENREG.
           05  DATP-DATE               PIC X(08).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       FD  ACTLOGF
           RECORD CONTAINS 43 CHARACTERS.
       01  ACTLOGF-ENREG               PIC X(43).

       FD  RETCERT
           RECORD CONTAINS 80 CHARACTERS.
       01  RETCERT-LIGNE               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-ST1-STATUS               PIC X(02).
       01  WS-ST3-STATUS               PIC X(02).
       01  WS-PE1-STATUS               PIC X(02).
       01  WS-PE3-STATUS               PIC X(02).
       01  WS-IN1-STATUS               PIC X(02).
       01  WS-IN3-STATUS               PIC X(02).
       01  WS-YT1-STATUS               PIC X(02).
       01  WS-YT3-STATUS               PIC X(02).
       01  WS-AC1-STATUS               PIC X(02).
       01  WS-AC3-STATUS               PIC X(02).
       01  WS-ON1-STATUS               PIC X(02).
       01  WS-ON3-STATUS               PIC X(02).
       01  WS-YD1-STATUS               PIC X(02).
       01  WS-YD3-STATUS               PIC X(02).
       01  WS-FU1-STATUS               PIC X(02).
       01  WS-FU3-STATUS               PIC X(02).
       01  WS-SK1-STATUS               PIC X(02).
       01  WS-SK3-STATUS               PIC X(02).
       01  WS-GB1-STATUS               PIC X(02).
       01  WS-GB3-STATUS               PIC X(02).
       01  WS-GS1-STATUS               PIC X(02).
       01  WS-GS3-STATUS               PIC X(02).
       01  WS-AR1-STATUS               PIC X(02).
       01  WS-AR3-STATUS               PIC X(02).
       01  WS-AG1-STATUS               PIC X(02).
       01  WS-AG3-STATUS               PIC X(02).
       01  WS-GR1-STATUS               PIC X(02).
       01  WS-GR3-STATUS               PIC X(02).
       01  WS-TR1-STATUS               PIC X(02).
       01  WS-TR3-STATUS               PIC X(02).
       01  WS-HST-STATUS              PIC X(02).
       01  WS-MVH-STATUS              PIC X(02).
       01  WS-INA-STATUS              PIC X(02).
       01  WS-FJN-STATUS              PIC X(02).
       01  WS-AUD-STATUS              PIC X(02).
       01  WS-RSR-STATUS              PIC X(02).
       01  WS-SMV-STATUS              PIC X(02).
       01  WS-AML-STATUS              PIC X(02).
       01  WS-CBA-STATUS              PIC X(02).
       01  WS-CEV-STATUS              PIC X(02).
       01  WS-REG-STATUS              PIC X(02).
       01  WS-CTL-STATUS              PIC X(02).
       01  WS-IFS-STATUS              PIC X(02).
       01  WS-GJN-STATUS              PIC X(02).
           88  WS-GJN-OK               VALUE "00".
       01  WS-TRV-STATUS               PIC X(02).
           88  WS-TRV-OK               VALUE "00".
       01  WS-DAT-STATUS               PIC X(02).
           88  WS-DAT-OK               VALUE "00".
       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".
       01  WS-ACT-STATUS               PIC X(02).
           88  WS-ACT-OK               VALUE "00".
       01  WS-CRT-STATUS               PIC X(02).
           88  WS-CRT-OK               VALUE "00".

      * Statuts génériques servis par les paragraphes d'aiguillage
      * pour le fichier en cours
       01  WS-ENT-STATUS               PIC X(02).
           88  WS-ENT-OK               VALUE "00".
           88  WS-ENT-ABSENT           VALUE "35".
       01  WS-SOR-STATUS               PIC X(02).
           88  WS-SOR-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01).
           88  WS-FIN-FICHIER          VALUE "O".

      * Tampon de recopie, à la taille du plus long enregistrement
       01  WS-TAMPON                   PIC X(145).

      * Ligne du journal des générations - voir copy GENJNL
       COPY GENJNL.

      * Bonne fin d'un step au pilotage de reprise (même découpage
      * que STEPCTL01)
       01  RUNCTL-ENREG.
           05  RUNCTL-STEP             PIC X(08).
           05  RUNCTL-DATE             PIC 9(08).
           05  RUNCTL-NB-LUS           PIC 9(07).
           05  RUNCTL-NB-ECRITS        PIC 9(07).

      * Ligne du journal d'activité - voir copy ACTLREC
       COPY ACTLREC.

      * Table des maîtres à génération -PREV : nom, index à
      * recharger après restauration, génération de la date au
      * journal (et son compte), comptes avant et après ; à partir
      * du dixième, les maîtres sauvés à l'ouverture de la fenêtre
       01  WS-MAI-TABLE.
           05  WS-MAI-ENTREE OCCURS 15 TIMES
                   INDEXED BY WS-MAI-IDX.
               10  WS-MAI-NOM          PIC X(08).
               10  WS-MAI-INDEX        PIC X(08).
               10  WS-MAI-A-RESTAURER  PIC X(01).
               10  WS-MAI-NB-JOURNAL   PIC 9(07).
               10  WS-MAI-RESTAURE     PIC X(01).
               10  WS-MAI-NB-AVANT     PIC 9(07).
               10  WS-MAI-NB-APRES     PIC 9(07).
       01  WS-NO-MAITRE                PIC 9(02).
       01  WS-NO-MAITRE-OUVERTURE      PIC 9(02) VALUE 10.

      * Table des historiques : nom, position de la date dans
      * l'enregistrement, historique à position d'ouverture (les dix
      * premiers), position relevée pour la date, présence et
      * comptes avant et après épuration
       01  WS-HIS-TABLE.
           05  WS-HIS-ENTREE OCCURS 14 TIMES
                   INDEXED BY WS-HIS-IDX.
               10  WS-HIS-NOM          PIC X(08).
               10  WS-HIS-POS-DATE     PIC 9(02).
               10  WS-HIS-A-POSITION   PIC X(01).
               10  WS-HIS-POSITION-VUE PIC X(01).
               10  WS-HIS-POSITION     PIC 9(07).
               10  WS-HIS-PRESENT      PIC X(01).
               10  WS-HIS-NB-AVANT     PIC 9(07).
               10  WS-HIS-NB-APRES     PIC 9(07).
       01  WS-NO-HISTO                 PIC 9(02).
       01  WS-NB-HISTO-POSITION        PIC 9(02) VALUE 10.

      * Rang de l'enregistrement lu dans l'historique en cours et
      * compte de la génération recopiée
       01  WS-RANG                     PIC 9(07).
       01  WS-NB-COPIES-FIC            PIC 9(07).
       01  WS-DATE-ENREG               PIC X(08).

      * Paramètre d'exécution : à blanc en mode nocturne,
      * "R AAAAMMJJ" pour le retour arrière d'une date
       01  WS-PARM-MODE                PIC X(10).

      * Date de traitement à annuler, et date lue dans DATEFILE
       01  WS-DATE-CIBLE               PIC 9(08) VALUE ZEROES.
       01  WS-DATE-CIBLE-X REDEFINES WS-DATE-CIBLE
                                       PIC X(08).
       01  WS-DATE-FICHIER             PIC 9(08) VALUE ZEROES.
       01  WS-DATE-POSTERIEURE         PIC 9(08) VALUE ZEROES.
       01  WS-NB-TRACES-DATE           PIC 9(07) VALUE ZEROES.
       01  WS-DATEFILE-REMIS-SW        PIC X(01) VALUE "N".
           88  WS-DATEFILE-REMIS       VALUE "O".

      * Refus du retour arrière : rien n'est touché, le motif est
      * porté au certificat
       01  WS-REFUS-SW                 PIC X(01) VALUE "N".
           88  WS-REFUSE               VALUE "O".
       01  WS-MOTIF-REFUS.
           05  WS-MOTIF-TEXTE          PIC X(40) VALUE SPACES.
           05  WS-MOTIF-COMPLEMENT     PIC X(10) VALUE SPACES.

      * Habilitation de l'opérateur : identité contrôlée par
      * OPRSGN01, niveau 9 exigé pour le retour arrière
       01  WS-ID-SAISI                 PIC X(08) VALUE SPACES.
       01  WS-MDP-SAISI                PIC X(08).
       01  WS-NIVEAU-EXIGE             PIC 9(01) VALUE 9.

      * Appel du sous-programme commun de session OPRSGN01, seul
      * à lire et écrire le fichier des opérateurs OPRFILE
       01  WS-SGN-FONCTION             PIC X(01).
       01  WS-SGN-NIVEAU               PIC 9(01).
       01  WS-SGN-RESULTAT             PIC X(01).
           88  WS-SGN-ACCEPTE          VALUE "O".
           88  WS-SGN-FICHIER-ABSENT   VALUE "F".
      * Opérateur demandeur, sans objet pour une ouverture de session
       01  WS-SGN-OPERATEUR            PIC X(08) VALUE SPACES.

       01  WS-REPONSE                  PIC X(01).
           88  WS-REPONSE-OUI          VALUE "O".

      * Contrôle de période comptable (sous-programme commun
      * PERCTL01) : pas de retour arrière dans une période close
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".

      * Rechargement de l'index d'un maître restauré (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08).
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

      * Détail de l'événement écrit dans le journal d'activité
       01  WS-DETAIL-ACTIVITE.
           05  WS-DETAIL-LIBELLE       PIC X(12).
           05  WS-DETAIL-DATE          PIC 9(08).

       01  WS-NB-GENERATIONS           PIC 9(02) VALUE ZEROES.
       01  WS-NB-TOUCHES               PIC 9(02) VALUE ZEROES.
       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-ECRITS                PIC 9(07) VALUE ZEROES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise de la fenêtre (sous-programme commun
      * STEPCTL01 + fichier RUNCTLF) : la sauvegarde d'ouverture ne
      * doit pas être refaite à la relance - elle écraserait les
      * -PREV avec des soldes déjà modifiés par la fenêtre
       01  WS-STEP-NOM                 PIC X(08) VALUE "RETARR01".
       01  WS-STEP-DATE                PIC 9(08).
       01  WS-STEP-FONCTION            PIC X(01).
       01  WS-STEP-NB-LUS              PIC 9(07).
       01  WS-STEP-NB-ECRITS           PIC 9(07).
       01  WS-STEP-DEJA-FAIT-SW        PIC X(01).
           88  WS-STEP-DEJA-FAIT       VALUE "O".

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

      * Heures machine HHMMSSCC telles que restituées par TIME
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).
       01  WS-HEURE-DECOMP REDEFINES WS-HEURE-FIN-RUN.
           05  WS-HEURE-HH             PIC 9(02).
           05  WS-HEURE-MN             PIC 9(02).
           05  WS-HEURE-SS             PIC 9(02).
           05  WS-HEURE-CC             PIC 9(02).
       01  WS-NB-REJETS-RUN            PIC 9(07) VALUE ZEROES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier ou
      * retour arrière refusé, 12 = erreur fatale
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

      * Certificat : en-tête commun RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "CERTIFICAT DE RETOUR ARRIERE".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-CIBLE.
           05  FILLER                  PIC X(29)
                   VALUE "DATE DE TRAITEMENT ANNULEE : ".
           05  LC-DATE-CIBLE           PIC 9(08).
           05  FILLER                  PIC X(15)
                   VALUE "   OPERATEUR : ".
           05  LC-OPERATEUR            PIC X(08).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-EXECUTION.
           05  FILLER                  PIC X(11)
                   VALUE "EXECUTE LE ".
           05  LX-DATE                 PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  LX-HH                   PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  LX-MN                   PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  LX-SS                   PIC 9(02).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-LIGNE-COLONNES.
           05  FILLER                  PIC X(38)
                   VALUE "FICHIER   TRAITEMENT".
           05  FILLER                  PIC X(30)
                   VALUE "   AVANT     APRES     ECART".
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-LIGNE-FICHIER.
           05  LF-FICHIER              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-TRAITEMENT           PIC X(28).
           05  LF-AVANT                PIC Z(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-APRES                PIC Z(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-ECART                PIC -(7)9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-LIGNE-DATEFILE.
           05  FILLER                  PIC X(10) VALUE "DATEFILE".
           05  FILLER                  PIC X(28)
                   VALUE "DATE DE TRAITEMENT REMISE".
           05  LD-AVANT                PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-APRES                PIC 9(08).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-LIGNE-TOUCHES.
           05  FILLER                  PIC X(20)
                   VALUE "FICHIERS REECRITS : ".
           05  LT-NB-TOUCHES           PIC Z9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-LIGNE-REFUS.
           05  FILLER                  PIC X(24)
                   VALUE "RETOUR ARRIERE REFUSE : ".
           05  LR-MOTIF                PIC X(50).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-LIGNE-AUCUN              PIC X(80)
               VALUE "AUCUN FICHIER MODIFIE".

       01  WS-LIGNE-BONNE-FIN.
           05  FILLER                  PIC X(43)
                   VALUE "RETOUR ARRIERE TERMINE - FENETRE A RELANCER".
           05  FILLER                  PIC X(04) VALUE " DU ".
           05  LB-DATE                 PIC 9(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-LIGNE-ERREUR.
           05  FILLER                  PIC X(39)
                   VALUE "RETOUR ARRIERE INCOMPLET - CODE RETOUR ".
           05  LE-CODE-RETOUR          PIC 9(02).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-LIGNE-VISA.
           05  FILLER                  PIC X(40)
                   VALUE "VISA OPERATEUR : ....................".
           05  FILLER                  PIC X(40)
                   VALUE "VISA CONTROLE : ....................".

       PROCEDURE DIVISION.

           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           ACCEPT WS-PARM-MODE FROM COMMAND-LINE.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 0500-POSER-LES-TABLES.

           IF WS-PARM-MODE(1:1) = "R" OR WS-PARM-MODE(1:1) = "r"
               PERFORM 5000-RETOUR-ARRIERE
           ELSE
               PERFORM 0100-CONTROLER-REPRISE
               IF WS-STEP-DEJA-FAIT
                   DISPLAY "STEP DEJA TERMINE POUR CETTE DATE - SAUTE"
               ELSE
                   PERFORM 1000-SAUVEGARDER-OUVERTURE
                   PERFORM 0200-ENREGISTRER-BONNE-FIN
                   PERFORM 9600-ECRIRE-JOURNAL-RUN
               END-IF
           END-IF.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 0100-CONTROLER-REPRISE : demande au pilotage de reprise     *
      * (STEPCTL01) si la sauvegarde d'ouverture a déjà été faite   *
      * pour la date du jour                                        *
      * -----------------------------------------------------------*
       0100-CONTROLER-REPRISE.
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
      * 0500-POSER-LES-TABLES : maîtres à génération -PREV et       *
      * historiques traités, avec la position de leur date          *
      * -----------------------------------------------------------*
       0500-POSER-LES-TABLES.
           MOVE "STOFILE"  TO WS-MAI-NOM(1).
           MOVE "PERSFILE" TO WS-MAI-NOM(2).
           MOVE "INVFILE"  TO WS-MAI-NOM(3).
           MOVE "YTDFILE"  TO WS-MAI-NOM(4).
           MOVE "ACCTFILE" TO WS-MAI-NOM(5).
           MOVE "ONACCF"   TO WS-MAI-NOM(6).
           MOVE "YTDDEDF"  TO WS-MAI-NOM(7).
           MOVE "FUTFILE"  TO WS-MAI-NOM(8).
           MOVE "STKFILE"  TO WS-MAI-NOM(9).
           MOVE "GLBALFIL" TO WS-MAI-NOM(10).
           MOVE "GLSEGFIL" TO WS-MAI-NOM(11).
           MOVE "ACRREGF"  TO WS-MAI-NOM(12).
           MOVE "AGCPENDF" TO WS-MAI-NOM(13).
           MOVE "GRNFILE"  TO WS-MAI-NOM(14).
           MOVE "STKTRNF"  TO WS-MAI-NOM(15).
           PERFORM 0550-REMETTRE-UN-MAITRE
               VARYING WS-NO-MAITRE FROM 1 BY 1
                   UNTIL WS-NO-MAITRE > 15.
           MOVE "INVFILE"  TO WS-MAI-INDEX(3).
           MOVE "ACCTFILE" TO WS-MAI-INDEX(5).
           MOVE "GLBALFIL" TO WS-MAI-INDEX(10).

      * Les dix premiers historiques ont leur position relevée à
      * l'ouverture de la fenêtre ; les quatre registres suivants
      * sont purgés de toute la date
           MOVE "GLHSTFIL" TO WS-HIS-NOM(1).
           MOVE 01         TO WS-HIS-POS-DATE(1).
           MOVE "MVTHSTF"  TO WS-HIS-NOM(2).
           MOVE 01         TO WS-HIS-POS-DATE(2).
           MOVE "INTACCF"  TO WS-HIS-NOM(3).
           MOVE 01         TO WS-HIS-POS-DATE(3).
           MOVE "FEEJNLF"  TO WS-HIS-NOM(4).
           MOVE 01         TO WS-HIS-POS-DATE(4).
           MOVE "AUDITFIL" TO WS-HIS-NOM(5).
           MOVE 01         TO WS-HIS-POS-DATE(5).
           MOVE "RETSRCF"  TO WS-HIS-NOM(6).
           MOVE 54         TO WS-HIS-POS-DATE(6).
           MOVE "STKMVTF"  TO WS-HIS-NOM(7).
           MOVE 01         TO WS-HIS-POS-DATE(7).
           MOVE "AMLCASF"  TO WS-HIS-NOM(8).
           MOVE 08         TO WS-HIS-POS-DATE(8).
           MOVE "COMBASF"  TO WS-HIS-NOM(9).
           MOVE 01         TO WS-HIS-POS-DATE(9).
           MOVE "COMEVTF"  TO WS-HIS-NOM(10).
           MOVE 02         TO WS-HIS-POS-DATE(10).
           MOVE "INBREGF"  TO WS-HIS-NOM(11).
           MOVE 01         TO WS-HIS-POS-DATE(11).
           MOVE "RUNCTLF"  TO WS-HIS-NOM(12).
           MOVE 09         TO WS-HIS-POS-DATE(12).
           MOVE "IFSTSFIL" TO WS-HIS-NOM(13).
           MOVE 01         TO WS-HIS-POS-DATE(13).
           MOVE "GENJNLF"  TO WS-HIS-NOM(14).
           MOVE 01         TO WS-HIS-POS-DATE(14).
           PERFORM 0560-REMETTRE-UN-HISTORIQUE
               VARYING WS-NO-HISTO FROM 1 BY 1
                   UNTIL WS-NO-HISTO > 14.

      * -----------------------------------------------------------*
      * 0550-REMETTRE-UN-MAITRE : remet à zéro le poste d'un maître *
      * -----------------------------------------------------------*
       0550-REMETTRE-UN-MAITRE.
           MOVE SPACES TO WS-MAI-INDEX(WS-NO-MAITRE).
           MOVE "N" TO WS-MAI-A-RESTAURER(WS-NO-MAITRE).
           MOVE "N" TO WS-MAI-RESTAURE(WS-NO-MAITRE).
           MOVE ZEROES TO WS-MAI-NB-JOURNAL(WS-NO-MAITRE)
               WS-MAI-NB-AVANT(WS-NO-MAITRE)
               WS-MAI-NB-APRES(WS-NO-MAITRE).

      * -----------------------------------------------------------*
      * 0560-REMETTRE-UN-HISTORIQUE : remet à zéro le poste d'un    *
      * historique                                                  *
      * -----------------------------------------------------------*
       0560-REMETTRE-UN-HISTORIQUE.
           IF WS-NO-HISTO > WS-NB-HISTO-POSITION
               MOVE "N" TO WS-HIS-A-POSITION(WS-NO-HISTO)
           ELSE
               MOVE "O" TO WS-HIS-A-POSITION(WS-NO-HISTO)
           END-IF.
           MOVE "N" TO WS-HIS-POSITION-VUE(WS-NO-HISTO).
           MOVE "N" TO WS-HIS-PRESENT(WS-NO-HISTO).
           MOVE ZEROES TO WS-HIS-POSITION(WS-NO-HISTO)
               WS-HIS-NB-AVANT(WS-NO-HISTO)
               WS-HIS-NB-APRES(WS-NO-HISTO).

      * -----------------------------------------------------------*
      * 1000-SAUVEGARDER-OUVERTURE : mode nocturne - recopie en     *
      * -PREV des fichiers réécrits ou vidés sur place et relevé de *
      * la position des historiques, consignés dans GENJNLF         *
      * -----------------------------------------------------------*
       1000-SAUVEGARDER-OUVERTURE.
           OPEN EXTEND GENJNLF.
           IF WS-GJN-STATUS = "35"
               OPEN OUTPUT GENJNLF
           END-IF.

           IF NOT WS-GJN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GENJNLF - STATUT "
                   WS-GJN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1100-SAUVER-UN-MAITRE
                   VARYING WS-NO-MAITRE FROM WS-NO-MAITRE-OUVERTURE
                       BY 1 UNTIL WS-NO-MAITRE > 15
               PERFORM 1500-RELEVER-UNE-POSITION
                   VARYING WS-NO-HISTO FROM 1 BY 1
                       UNTIL WS-NO-HISTO > WS-NB-HISTO-POSITION
               CLOSE GENJNLF
           END-IF.

      * -----------------------------------------------------------*
      * 1100-SAUVER-UN-MAITRE : recopie la génération courante en   *
      * -PREV ; fichier absent = pas de sauvegarde                  *
      * -----------------------------------------------------------*
       1100-SAUVER-UN-MAITRE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-NB-COPIES-FIC.

           PERFORM 8000-OUVRIR-COURANTE-ENTREE.
           IF NOT WS-ENT-OK
               DISPLAY "FICHIER ABSENT - PAS DE -PREV : "
                   WS-MAI-NOM(WS-NO-MAITRE)
           ELSE
               PERFORM 8300-OUVRIR-PREV-SORTIE
               IF NOT WS-SOR-OK
                   DISPLAY "IMPOSSIBLE D'ECRIRE LA -PREV DE "
                       WS-MAI-NOM(WS-NO-MAITRE) " - STATUT "
                       WS-SOR-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 1150-COPIER-VERS-PREV
                       UNTIL WS-FIN-FICHIER
                   PERFORM 8450-FERMER-PREV
                   SET GJN-SAUVEGARDE TO TRUE
                   MOVE WS-MAI-NOM(WS-NO-MAITRE) TO GJN-FICHIER
                   MOVE WS-NB-COPIES-FIC TO GJN-NB-ENREG
                   PERFORM 1900-JOURNALISER-GENERATION
                   DISPLAY "SAUVEGARDE : " WS-MAI-NOM(WS-NO-MAITRE)
                       " (" WS-NB-COPIES-FIC " ENREGISTREMENTS)"
               END-IF
               PERFORM 8200-FERMER-COURANTE
           END-IF.

      * -----------------------------------------------------------*
      * 1150-COPIER-VERS-PREV : recopie un enregistrement de la     *
      * courante vers la -PREV                                      *
      * -----------------------------------------------------------*
       1150-COPIER-VERS-PREV.
           PERFORM 8100-LIRE-COURANTE.
           IF NOT WS-FIN-FICHIER
               ADD 1 TO WS-NB-LUS
               PERFORM 8400-ECRIRE-PREV
               ADD 1 TO WS-NB-COPIES-FIC
               ADD 1 TO WS-NB-ECRITS
           END-IF.

      * -----------------------------------------------------------*
      * 1500-RELEVER-UNE-POSITION : compte les enregistrements déjà *
      * présents dans l'historique (absent = position zéro)         *
      * -----------------------------------------------------------*
       1500-RELEVER-UNE-POSITION.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-RANG.

           PERFORM 8500-OUVRIR-HISTO-ENTREE.
           IF WS-ENT-OK
               PERFORM 1550-COMPTER-UN-ENREG
                   UNTIL WS-FIN-FICHIER
               PERFORM 8700-FERMER-HISTO
           END-IF.

           IF WS-ENT-OK OR WS-ENT-ABSENT
               SET GJN-POSITION TO TRUE
               MOVE WS-HIS-NOM(WS-NO-HISTO) TO GJN-FICHIER
               MOVE WS-RANG TO GJN-NB-ENREG
               PERFORM 1900-JOURNALISER-GENERATION
           ELSE
               DISPLAY "HISTORIQUE ILLISIBLE : "
                   WS-HIS-NOM(WS-NO-HISTO) " - STATUT " WS-ENT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1550-COMPTER-UN-ENREG : lit un enregistrement de            *
      * l'historique en cours et le compte                          *
      * -----------------------------------------------------------*
       1550-COMPTER-UN-ENREG.
           PERFORM 8600-LIRE-HISTO.
           IF NOT WS-FIN-FICHIER
               ADD 1 TO WS-RANG
               ADD 1 TO WS-NB-LUS
           END-IF.

      * -----------------------------------------------------------*
      * 1900-JOURNALISER-GENERATION : écrit la ligne préparée dans  *
      * le journal des générations                                  *
      * -----------------------------------------------------------*
       1900-JOURNALISER-GENERATION.
           MOVE WS-DATE-TRAITEMENT TO GJN-DATE.
           MOVE "RETARR01" TO GJN-PROGRAMME.
           WRITE GENJNLF-ENREG FROM GJN-ENREG.

      * -----------------------------------------------------------*
      * 5000-RETOUR-ARRIERE : contrôles, confirmation puis retour   *
      * arrière de la date demandée ; au premier contrôle en échec  *
      * rien n'est touché                                           *
      * -----------------------------------------------------------*
       5000-RETOUR-ARRIERE.
           PERFORM 5100-CONTROLER-HABILITATION.

           IF NOT WS-REFUSE
               PERFORM 5200-CONTROLER-LE-PARAMETRE
           END-IF.
           IF NOT WS-REFUSE
               PERFORM 5300-CONTROLER-LA-PERIODE
           END-IF.
           IF NOT WS-REFUSE
               PERFORM 5400-CONTROLER-LES-DATES
           END-IF.
           IF NOT WS-REFUSE
               PERFORM 5500-CHARGER-LE-JOURNAL
           END-IF.
           IF NOT WS-REFUSE
               PERFORM 5600-CONTROLER-UNE-PREV
                   VARYING WS-NO-MAITRE FROM 1 BY 1
                       UNTIL WS-NO-MAITRE > 15 OR WS-REFUSE
           END-IF.
           IF NOT WS-REFUSE
               PERFORM 5700-DEMANDER-CONFIRMATION
           END-IF.

           IF WS-REFUSE
               DISPLAY "RETOUR ARRIERE REFUSE : " WS-MOTIF-REFUS
               DISPLAY "AUCUN FICHIER MODIFIE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 6000-RESTAURER-UN-MAITRE
                   VARYING WS-NO-MAITRE FROM 1 BY 1
                       UNTIL WS-NO-MAITRE > 15
               PERFORM 7000-EPURER-UN-HISTORIQUE
                   VARYING WS-NO-HISTO FROM 1 BY 1
                       UNTIL WS-NO-HISTO > 14
               PERFORM 7500-REMETTRE-DATEFILE
           END-IF.

           PERFORM 7800-IMPRIMER-CERTIFICAT.
           PERFORM 9500-JOURNALISER-ACTIVITE.

      * -----------------------------------------------------------*
      * 5100-CONTROLER-HABILITATION : fait contrôler l'identité et  *
      * le mot de passe par OPRSGN01 (comme GLJRN1) et exige le     *
      * niveau 9                                                    *
      * -----------------------------------------------------------*
       5100-CONTROLER-HABILITATION.
           MOVE SPACES TO WS-ID-SAISI.
           DISPLAY "IDENTIFIANT  : ".
           ACCEPT WS-ID-SAISI.

           MOVE SPACES TO WS-MDP-SAISI.
           DISPLAY "MOT DE PASSE : ".
           ACCEPT WS-MDP-SAISI.

           MOVE ZEROES TO WS-SGN-NIVEAU.
           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SGN-OPERATEUR,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.

           EVALUATE TRUE
               WHEN WS-SGN-FICHIER-ABSENT
                   MOVE "OPRFILE ABSENT" TO WS-MOTIF-TEXTE
                   SET WS-REFUSE TO TRUE
               WHEN NOT WS-SGN-ACCEPTE
                   MOVE "SESSION REFUSEE" TO WS-MOTIF-TEXTE
                   SET WS-REFUSE TO TRUE
               WHEN WS-SGN-NIVEAU < WS-NIVEAU-EXIGE
                   MOVE "NIVEAU 9 EXIGE" TO WS-MOTIF-TEXTE
                   SET WS-REFUSE TO TRUE
               WHEN OTHER
                   DISPLAY "BONJOUR " WS-ID-SAISI
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 5200-CONTROLER-LE-PARAMETRE : date à annuler (AAAAMMJJ)     *
      * derrière le code fonction R                                 *
      * -----------------------------------------------------------*
       5200-CONTROLER-LE-PARAMETRE.
           IF WS-PARM-MODE(3:8) IS NUMERIC
               MOVE WS-PARM-MODE(3:8) TO WS-DATE-CIBLE
               DISPLAY "RETOUR ARRIERE DEMANDE POUR LE "
                   WS-DATE-CIBLE
           ELSE
               MOVE "DATE A ANNULER ABSENTE OU INVALIDE"
                   TO WS-MOTIF-TEXTE
               MOVE WS-PARM-MODE(3:8) TO WS-MOTIF-COMPLEMENT
               SET WS-REFUSE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 5300-CONTROLER-LA-PERIODE : la date ne doit pas tomber dans *
      * une période close par GLCLS010                              *
      * -----------------------------------------------------------*
       5300-CONTROLER-LA-PERIODE.
           CALL "PERCTL01" USING WS-DATE-CIBLE, WS-PERIODE-OUVERTE,
               WS-PERIODE-CLOSE-SW.
           IF WS-PERIODE-CLOSE
               MOVE "PERIODE CLOSE - PERIODE OUVERTE :"
                   TO WS-MOTIF-TEXTE
               MOVE WS-PERIODE-OUVERTE TO WS-MOTIF-COMPLEMENT
               SET WS-REFUSE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 5400-CONTROLER-LES-DATES : la date doit avoir été traitée   *
      * (pilotage de reprise ou journal de run) et aucune date      *
      * postérieure ne doit l'avoir été ; DATEFILE ne doit pas être *
      * en deçà                                                     *
      * -----------------------------------------------------------*
       5400-CONTROLER-LES-DATES.
           PERFORM 5410-LIRE-DATEFILE.

           IF NOT WS-REFUSE
               MOVE ZEROES TO WS-NB-TRACES-DATE WS-DATE-POSTERIEURE
               PERFORM 5420-PARCOURIR-RUNCTLF
               PERFORM 5440-PARCOURIR-RUNFILE
               EVALUATE TRUE
                   WHEN WS-DATE-POSTERIEURE > ZEROES
                       MOVE "DATE POSTERIEURE DEJA TRAITEE :"
                           TO WS-MOTIF-TEXTE
                       MOVE WS-DATE-POSTERIEURE
                           TO WS-MOTIF-COMPLEMENT
                       SET WS-REFUSE TO TRUE
                   WHEN WS-NB-TRACES-DATE = ZEROES
                       MOVE "AUCUN TRAITEMENT TROUVE POUR LA DATE"
                           TO WS-MOTIF-TEXTE
                       SET WS-REFUSE TO TRUE
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 5410-LIRE-DATEFILE : date courante de DATEFILE, qui doit    *
      * être la date à annuler ou une date postérieure              *
      * -----------------------------------------------------------*
       5410-LIRE-DATEFILE.
           MOVE ZEROES TO WS-DATE-FICHIER.
           OPEN INPUT DATEFILE.
           IF WS-DAT-OK
               READ DATEFILE
                   AT END
                       MOVE SPACES TO DATP-DATE
               END-READ
               IF DATP-DATE IS NUMERIC
                   MOVE DATP-DATE TO WS-DATE-FICHIER
               END-IF
               CLOSE DATEFILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DATE-FICHIER = ZEROES
                   MOVE "DATEFILE ABSENT OU INVALIDE"
                       TO WS-MOTIF-TEXTE
                   SET WS-REFUSE TO TRUE
               WHEN WS-DATE-FICHIER < WS-DATE-CIBLE
                   MOVE "DATE NON ENCORE OUVERTE - DATEFILE :"
                       TO WS-MOTIF-TEXTE
                   MOVE WS-DATE-FICHIER TO WS-MOTIF-COMPLEMENT
                   SET WS-REFUSE TO TRUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 5420-PARCOURIR-RUNCTLF : bonnes fins de la date et des      *
      * dates postérieures au pilotage de reprise                   *
      * -----------------------------------------------------------*
       5420-PARCOURIR-RUNCTLF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RUNCTLF.
           IF WS-CTL-STATUS = "00"
               PERFORM 5425-LIRE-RUNCTLF
                   UNTIL WS-FIN-FICHIER
               CLOSE RUNCTLF
           ELSE
               DISPLAY "RUNCTLF ABSENT - PILOTAGE NON CONTROLE"
           END-IF.

      * -----------------------------------------------------------*
      * 5425-LIRE-RUNCTLF : lit une bonne fin et la compare à la    *
      * date à annuler                                              *
      * -----------------------------------------------------------*
       5425-LIRE-RUNCTLF.
           READ RUNCTLF INTO RUNCTL-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF RUNCTL-DATE IS NUMERIC
                       IF RUNCTL-DATE = WS-DATE-CIBLE
                           ADD 1 TO WS-NB-TRACES-DATE
                       END-IF
                       IF RUNCTL-DATE > WS-DATE-CIBLE
                           AND RUNCTL-DATE > WS-DATE-POSTERIEURE
                           MOVE RUNCTL-DATE TO WS-DATE-POSTERIEURE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 5440-PARCOURIR-RUNFILE : runs de la date et des dates       *
      * postérieures au journal de run                              *
      * -----------------------------------------------------------*
       5440-PARCOURIR-RUNFILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RUNFILE.
           IF WS-RUN-OK
               PERFORM 5445-LIRE-RUNFILE
                   UNTIL WS-FIN-FICHIER
               CLOSE RUNFILE
           ELSE
               DISPLAY "RUNFILE ABSENT - JOURNAL DE RUN NON CONTROLE"
           END-IF.

      * -----------------------------------------------------------*
      * 5445-LIRE-RUNFILE : lit un run et le compare à la date à    *
      * annuler                                                     *
      * -----------------------------------------------------------*
       5445-LIRE-RUNFILE.
           READ RUNFILE INTO RUN-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF RUN-DATE-TRAITEMENT IS NUMERIC
                       IF RUN-DATE-TRAITEMENT = WS-DATE-CIBLE
                           ADD 1 TO WS-NB-TRACES-DATE
                       END-IF
                       IF RUN-DATE-TRAITEMENT > WS-DATE-CIBLE
                           AND RUN-DATE-TRAITEMENT
                               > WS-DATE-POSTERIEURE
                           MOVE RUN-DATE-TRAITEMENT
                               TO WS-DATE-POSTERIEURE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 5500-CHARGER-LE-JOURNAL : relève dans GENJNLF les -PREV     *
      * posées pour la date et la position d'ouverture de chaque    *
      * historique ; la sauvegarde de GLBALFIL est exigée           *
      * -----------------------------------------------------------*
       5500-CHARGER-LE-JOURNAL.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-DATE-POSTERIEURE WS-NB-GENERATIONS.

           OPEN INPUT GENJNLF.
           IF NOT WS-GJN-OK
               MOVE "JOURNAL DES GENERATIONS GENJNLF ABSENT"
                   TO WS-MOTIF-TEXTE
               SET WS-REFUSE TO TRUE
           ELSE
               PERFORM 5550-LIRE-JOURNAL
                   UNTIL WS-FIN-FICHIER
               CLOSE GENJNLF
               EVALUATE TRUE
                   WHEN WS-DATE-POSTERIEURE > ZEROES
                       MOVE "DATE POSTERIEURE AU JOURNAL :"
                           TO WS-MOTIF-TEXTE
                       MOVE WS-DATE-POSTERIEURE
                           TO WS-MOTIF-COMPLEMENT
                       SET WS-REFUSE TO TRUE
                   WHEN WS-MAI-A-RESTAURER(10) NOT = "O"
                       MOVE "PAS DE SAUVEGARDE DE GLBALFIL POUR"
                           TO WS-MOTIF-TEXTE
                       MOVE WS-DATE-CIBLE TO WS-MOTIF-COMPLEMENT
                       SET WS-REFUSE TO TRUE
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 5550-LIRE-JOURNAL : lit une ligne du journal des            *
      * générations et la retient si elle est de la date            *
      * -----------------------------------------------------------*
       5550-LIRE-JOURNAL.
           READ GENJNLF INTO GJN-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GJN-DATE NOT NUMERIC
                           CONTINUE
                       WHEN GJN-DATE > WS-DATE-CIBLE
                           AND GJN-DATE > WS-DATE-POSTERIEURE
                           MOVE GJN-DATE TO WS-DATE-POSTERIEURE
                       WHEN GJN-DATE NOT = WS-DATE-CIBLE
                           CONTINUE
                       WHEN GJN-POSITION
                           PERFORM 5570-RETENIR-POSITION
                       WHEN OTHER
                           PERFORM 5560-RETENIR-GENERATION
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------*
      * 5560-RETENIR-GENERATION : la -PREV du maître est à          *
      * restaurer, avec le compte écrit au journal                  *
      * -----------------------------------------------------------*
       5560-RETENIR-GENERATION.
           SET WS-MAI-IDX TO 1.
           SEARCH WS-MAI-ENTREE
               AT END
                   DISPLAY "GENERATION INCONNUE AU JOURNAL : "
                       GJN-FICHIER
               WHEN WS-MAI-NOM(WS-MAI-IDX) = GJN-FICHIER
                   IF WS-MAI-A-RESTAURER(WS-MAI-IDX) NOT = "O"
                       ADD 1 TO WS-NB-GENERATIONS
                   END-IF
                   MOVE "O" TO WS-MAI-A-RESTAURER(WS-MAI-IDX)
                   MOVE GJN-NB-ENREG TO WS-MAI-NB-JOURNAL(WS-MAI-IDX)
           END-SEARCH.

      * -----------------------------------------------------------*
      * 5570-RETENIR-POSITION : position de l'historique à          *
      * l'ouverture de la fenêtre de la date                        *
      * -----------------------------------------------------------*
       5570-RETENIR-POSITION.
           SET WS-HIS-IDX TO 1.
           SEARCH WS-HIS-ENTREE
               AT END
                   DISPLAY "HISTORIQUE INCONNU AU JOURNAL : "
                       GJN-FICHIER
               WHEN WS-HIS-NOM(WS-HIS-IDX) = GJN-FICHIER
                   IF WS-HIS-POSITION-VUE(WS-HIS-IDX) NOT = "O"
                       MOVE "O" TO WS-HIS-POSITION-VUE(WS-HIS-IDX)
                       MOVE GJN-NB-ENREG
                           TO WS-HIS-POSITION(WS-HIS-IDX)
                   END-IF
           END-SEARCH.

      * -----------------------------------------------------------*
      * 5600-CONTROLER-UNE-PREV : la -PREV à restaurer doit se      *
      * relire au compte porté par le journal                       *
      * -----------------------------------------------------------*
       5600-CONTROLER-UNE-PREV.
           IF WS-MAI-A-RESTAURER(WS-NO-MAITRE) = "O"
               MOVE "N" TO WS-EOF-SWITCH
               MOVE ZEROES TO WS-NB-COPIES-FIC
               PERFORM 8250-OUVRIR-PREV-ENTREE
               IF NOT WS-ENT-OK
                   MOVE "-PREV ILLISIBLE :" TO WS-MOTIF-TEXTE
                   MOVE WS-MAI-NOM(WS-NO-MAITRE)
                       TO WS-MOTIF-COMPLEMENT
                   SET WS-REFUSE TO TRUE
               ELSE
                   PERFORM 5650-COMPTER-LA-PREV
                       UNTIL WS-FIN-FICHIER
                   PERFORM 8450-FERMER-PREV
                   IF WS-NB-COPIES-FIC NOT =
                       WS-MAI-NB-JOURNAL(WS-NO-MAITRE)
                       MOVE "-PREV DIFFERENTE DU JOURNAL :"
                           TO WS-MOTIF-TEXTE
                       MOVE WS-MAI-NOM(WS-NO-MAITRE)
                           TO WS-MOTIF-COMPLEMENT
                       SET WS-REFUSE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 5650-COMPTER-LA-PREV : lit la -PREV en comptant les         *
      * enregistrements                                             *
      * -----------------------------------------------------------*
       5650-COMPTER-LA-PREV.
           PERFORM 8350-LIRE-PREV.
           IF NOT WS-FIN-FICHIER
               ADD 1 TO WS-NB-COPIES-FIC
           END-IF.

      * -----------------------------------------------------------*
      * 5700-DEMANDER-CONFIRMATION : rappel de ce qui va être fait  *
      * et confirmation explicite de l'opérateur                    *
      * -----------------------------------------------------------*
       5700-DEMANDER-CONFIRMATION.
           DISPLAY "GENERATIONS -PREV A RESTAURER : "
               WS-NB-GENERATIONS.
           DISPLAY "HISTORIQUES A EPURER DU " WS-DATE-CIBLE
               " : GLHSTFIL MVTHSTF INTACCF FEEJNLF AUDITFIL"
               " RETSRCF STKMVTF AMLCASF COMBASF COMEVTF".
           DISPLAY "REGISTRES A PURGER : INBREGF RUNCTLF IFSTSFIL"
               " GENJNLF".
           DISPLAY "DATEFILE REMIS DE " WS-DATE-FICHIER " A "
               WS-DATE-CIBLE.

           MOVE SPACES TO WS-REPONSE.
           DISPLAY "CONFIRMER LE RETOUR ARRIERE DU " WS-DATE-CIBLE
               " (O/N) : ".
           ACCEPT WS-REPONSE.
           IF NOT WS-REPONSE-OUI
               MOVE "ABANDON A LA DEMANDE DE L'OPERATEUR"
                   TO WS-MOTIF-TEXTE
               SET WS-REFUSE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 6000-RESTAURER-UN-MAITRE : recopie la -PREV de la date dans *
      * la génération courante puis recharge l'index du maître      *
      * -----------------------------------------------------------*
       6000-RESTAURER-UN-MAITRE.
           IF WS-MAI-A-RESTAURER(WS-NO-MAITRE) = "O"
               PERFORM 6100-COMPTER-LA-COURANTE
               PERFORM 6200-RECOPIER-LA-PREV
           END-IF.

      * -----------------------------------------------------------*
      * 6100-COMPTER-LA-COURANTE : compte de la génération courante *
      * avant restauration (absente = zéro)                         *
      * -----------------------------------------------------------*
       6100-COMPTER-LA-COURANTE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 8000-OUVRIR-COURANTE-ENTREE.
           IF WS-ENT-OK
               PERFORM 6150-LIRE-ET-COMPTER
                   UNTIL WS-FIN-FICHIER
               PERFORM 8200-FERMER-COURANTE
           END-IF.

      * -----------------------------------------------------------*
      * 6150-LIRE-ET-COMPTER : lit un enregistrement de la courante *
      * -----------------------------------------------------------*
       6150-LIRE-ET-COMPTER.
           PERFORM 8100-LIRE-COURANTE.
           IF NOT WS-FIN-FICHIER
               ADD 1 TO WS-MAI-NB-AVANT(WS-NO-MAITRE)
           END-IF.

      * -----------------------------------------------------------*
      * 6200-RECOPIER-LA-PREV : la -PREV redevient la courante      *
      * -----------------------------------------------------------*
       6200-RECOPIER-LA-PREV.
           MOVE "N" TO WS-EOF-SWITCH.

           PERFORM 8250-OUVRIR-PREV-ENTREE.
           IF NOT WS-ENT-OK
               DISPLAY "-PREV DISPARUE EN COURS DE RESTAURATION : "
                   WS-MAI-NOM(WS-NO-MAITRE)
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 8050-OUVRIR-COURANTE-SORTIE
               IF NOT WS-SOR-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE "
                       WS-MAI-NOM(WS-NO-MAITRE) " - STATUT "
                       WS-SOR-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 6250-COPIER-VERS-COURANTE
                       UNTIL WS-FIN-FICHIER
                   PERFORM 8200-FERMER-COURANTE
                   MOVE "O" TO WS-MAI-RESTAURE(WS-NO-MAITRE)
                   ADD 1 TO WS-NB-TOUCHES
                   DISPLAY "RESTAURE : " WS-MAI-NOM(WS-NO-MAITRE)
                       " (" WS-MAI-NB-APRES(WS-NO-MAITRE)
                       " ENREGISTREMENTS)"
                   PERFORM 6300-RECHARGER-INDEX
               END-IF
               PERFORM 8450-FERMER-PREV
           END-IF.

      * -----------------------------------------------------------*
      * 6250-COPIER-VERS-COURANTE : recopie un enregistrement de la *
      * -PREV vers la courante                                      *
      * -----------------------------------------------------------*
       6250-COPIER-VERS-COURANTE.
           PERFORM 8350-LIRE-PREV.
           IF NOT WS-FIN-FICHIER
               PERFORM 8150-ECRIRE-COURANTE
               ADD 1 TO WS-MAI-NB-APRES(WS-NO-MAITRE)
           END-IF.

      * -----------------------------------------------------------*
      * 6300-RECHARGER-INDEX : recharge l'index du maître restauré  *
      * quand il en a un (INVFILE, ACCTFILE, GLBALFIL)              *
      * -----------------------------------------------------------*
       6300-RECHARGER-INDEX.
           IF WS-MAI-INDEX(WS-NO-MAITRE) NOT = SPACES
               MOVE WS-MAI-INDEX(WS-NO-MAITRE) TO WS-IXM-FICHIER
               CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
                   WS-IXM-RETOUR
               IF WS-IXM-RETOUR >= 8
                   DISPLAY "RECHARGEMENT DE L'INDEX DE "
                       WS-IXM-FICHIER " EN ERREUR - RELANCER IDXCHK1 "
                       WS-IXM-FICHIER " R"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 7000-EPURER-UN-HISTORIQUE : recopie l'historique dans le    *
      * fichier de travail sans les enregistrements de la date      *
      * puis, s'il en a perdu, le réécrit depuis le travail         *
      * -----------------------------------------------------------*
       7000-EPURER-UN-HISTORIQUE.
           MOVE "N" TO WS-EOF-SWITCH.

           PERFORM 8500-OUVRIR-HISTO-ENTREE.
           IF NOT WS-ENT-OK
               IF NOT WS-ENT-ABSENT
                   DISPLAY "HISTORIQUE ILLISIBLE : "
                       WS-HIS-NOM(WS-NO-HISTO) " - STATUT "
                       WS-ENT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           ELSE
               MOVE "O" TO WS-HIS-PRESENT(WS-NO-HISTO)
               OPEN OUTPUT RETARRW
               IF NOT WS-TRV-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR RETARRW - STATUT "
                       WS-TRV-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
                   PERFORM 8700-FERMER-HISTO
               ELSE
                   PERFORM 7100-FILTRER-UN-ENREG
                       UNTIL WS-FIN-FICHIER
                   CLOSE RETARRW
                   PERFORM 8700-FERMER-HISTO
                   IF WS-HIS-NB-APRES(WS-NO-HISTO)
                       NOT = WS-HIS-NB-AVANT(WS-NO-HISTO)
                       PERFORM 7200-RECOPIER-LE-TRAVAIL
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 7100-FILTRER-UN-ENREG : un enregistrement de la date est    *
      * retiré, sauf s'il était déjà là à l'ouverture de la fenêtre *
      * (rang dans la position relevée) ; les autres sont gardés    *
      * -----------------------------------------------------------*
       7100-FILTRER-UN-ENREG.
           PERFORM 8600-LIRE-HISTO.
           IF NOT WS-FIN-FICHIER
               ADD 1 TO WS-HIS-NB-AVANT(WS-NO-HISTO)
               MOVE WS-TAMPON(WS-HIS-POS-DATE(WS-NO-HISTO):8)
                   TO WS-DATE-ENREG
               IF WS-DATE-ENREG = WS-DATE-CIBLE-X
                   AND (WS-HIS-POSITION-VUE(WS-NO-HISTO) NOT = "O"
                       OR WS-HIS-NB-AVANT(WS-NO-HISTO)
                           > WS-HIS-POSITION(WS-NO-HISTO))
                   CONTINUE
               ELSE
                   WRITE RETARRW-ENREG FROM WS-TAMPON
                   ADD 1 TO WS-HIS-NB-APRES(WS-NO-HISTO)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 7200-RECOPIER-LE-TRAVAIL : réécrit l'historique depuis le   *
      * fichier de travail épuré                                    *
      * -----------------------------------------------------------*
       7200-RECOPIER-LE-TRAVAIL.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT RETARRW.
           IF NOT WS-TRV-OK
               DISPLAY "IMPOSSIBLE DE RELIRE RETARRW - STATUT "
                   WS-TRV-STATUS " - " WS-HIS-NOM(WS-NO-HISTO)
                   " NON REECRIT"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 8550-OUVRIR-HISTO-SORTIE
               IF NOT WS-SOR-OK
                   DISPLAY "HISTORIQUE NON REECRIT : "
                       WS-HIS-NOM(WS-NO-HISTO) " - STATUT "
                       WS-SOR-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 7250-RECOPIER-UN-ENREG
                       UNTIL WS-FIN-FICHIER
                   PERFORM 8700-FERMER-HISTO
                   ADD 1 TO WS-NB-TOUCHES
               END-IF
               CLOSE RETARRW
           END-IF.

      * -----------------------------------------------------------*
      * 7250-RECOPIER-UN-ENREG : recopie un enregistrement gardé    *
      * -----------------------------------------------------------*
       7250-RECOPIER-UN-ENREG.
           MOVE SPACES TO WS-TAMPON.
           READ RETARRW INTO WS-TAMPON
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   PERFORM 8650-ECRIRE-HISTO
           END-READ.

      * -----------------------------------------------------------*
      * 7500-REMETTRE-DATEFILE : DATEFILE reprend la date annulée,  *
      * pour que la fenêtre la retraite                             *
      * -----------------------------------------------------------*
       7500-REMETTRE-DATEFILE.
           OPEN OUTPUT DATEFILE.
           IF NOT WS-DAT-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE DATEFILE - STATUT "
                   WS-DAT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE WS-DATE-CIBLE TO DATP-DATE
               WRITE DATEFILE-ENREG
               CLOSE DATEFILE
               SET WS-DATEFILE-REMIS TO TRUE
               ADD 1 TO WS-NB-TOUCHES
               DISPLAY "DATEFILE REMIS DE " WS-DATE-FICHIER
                   " A " WS-DATE-CIBLE
           END-IF.

      * -----------------------------------------------------------*
      * 7800-IMPRIMER-CERTIFICAT : certificat du retour arrière -   *
      * chaque fichier traité avec ses comptes avant et après, ou   *
      * le motif du refus                                           *
      * -----------------------------------------------------------*
       7800-IMPRIMER-CERTIFICAT.
           OPEN OUTPUT RETCERT.
           IF NOT WS-CRT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR RETCERT - STATUT "
                   WS-CRT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               ADD 1 TO WS-NO-PAGE
               CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
                   WS-LIGNE-ENTETE-1
               WRITE RETCERT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE RETCERT-LIGNE FROM WS-LIGNE-VIDE

               MOVE WS-DATE-CIBLE TO LC-DATE-CIBLE
               MOVE WS-ID-SAISI TO LC-OPERATEUR
               WRITE RETCERT-LIGNE FROM WS-LIGNE-CIBLE
               ACCEPT WS-HEURE-FIN-RUN FROM TIME
               MOVE WS-DATE-TRAITEMENT TO LX-DATE
               MOVE WS-HEURE-HH TO LX-HH
               MOVE WS-HEURE-MN TO LX-MN
               MOVE WS-HEURE-SS TO LX-SS
               WRITE RETCERT-LIGNE FROM WS-LIGNE-EXECUTION
               WRITE RETCERT-LIGNE FROM WS-LIGNE-VIDE

               IF WS-REFUSE
                   MOVE WS-MOTIF-REFUS TO LR-MOTIF
                   WRITE RETCERT-LIGNE FROM WS-LIGNE-REFUS
                   WRITE RETCERT-LIGNE FROM WS-LIGNE-AUCUN
               ELSE
                   WRITE RETCERT-LIGNE FROM WS-LIGNE-COLONNES
                   PERFORM 7850-IMPRIMER-UN-MAITRE
                       VARYING WS-NO-MAITRE FROM 1 BY 1
                           UNTIL WS-NO-MAITRE > 15
                   PERFORM 7870-IMPRIMER-UN-HISTORIQUE
                       VARYING WS-NO-HISTO FROM 1 BY 1
                           UNTIL WS-NO-HISTO > 14
                   IF WS-DATEFILE-REMIS
                       MOVE WS-DATE-FICHIER TO LD-AVANT
                       MOVE WS-DATE-CIBLE TO LD-APRES
                       WRITE RETCERT-LIGNE FROM WS-LIGNE-DATEFILE
                   END-IF
                   WRITE RETCERT-LIGNE FROM WS-LIGNE-VIDE
                   MOVE WS-NB-TOUCHES TO LT-NB-TOUCHES
                   WRITE RETCERT-LIGNE FROM WS-LIGNE-TOUCHES
                   IF WS-CODE-RETOUR < 8
                       MOVE WS-DATE-CIBLE TO LB-DATE
                       WRITE RETCERT-LIGNE FROM WS-LIGNE-BONNE-FIN
                   ELSE
                       MOVE WS-CODE-RETOUR TO LE-CODE-RETOUR
                       WRITE RETCERT-LIGNE FROM WS-LIGNE-ERREUR
                   END-IF
               END-IF

               WRITE RETCERT-LIGNE FROM WS-LIGNE-VIDE
               WRITE RETCERT-LIGNE FROM WS-LIGNE-VIDE
               WRITE RETCERT-LIGNE FROM WS-LIGNE-VISA
               CLOSE RETCERT
           END-IF.

      * -----------------------------------------------------------*
      * 7850-IMPRIMER-UN-MAITRE : ligne d'un maître restauré ; un   *
      * fichier à sauvegarde d'ouverture est listé même sans -PREV  *
      * pour la date                                                *
      * -----------------------------------------------------------*
       7850-IMPRIMER-UN-MAITRE.
           IF WS-MAI-A-RESTAURER(WS-NO-MAITRE) NOT = "O"
               AND WS-NO-MAITRE NOT < WS-NO-MAITRE-OUVERTURE
               MOVE WS-MAI-NOM(WS-NO-MAITRE) TO LF-FICHIER
               MOVE "PAS DE -PREV - NON RESTAURE" TO LF-TRAITEMENT
               MOVE ZEROES TO LF-AVANT LF-APRES LF-ECART
               WRITE RETCERT-LIGNE FROM WS-LIGNE-FICHIER
           END-IF.
           IF WS-MAI-A-RESTAURER(WS-NO-MAITRE) = "O"
               MOVE WS-MAI-NOM(WS-NO-MAITRE) TO LF-FICHIER
               IF WS-MAI-RESTAURE(WS-NO-MAITRE) = "O"
                   MOVE "RESTAURE DEPUIS LA -PREV" TO LF-TRAITEMENT
               ELSE
                   MOVE "*** RESTAURATION EN ERREUR" TO LF-TRAITEMENT
               END-IF
               MOVE WS-MAI-NB-AVANT(WS-NO-MAITRE) TO LF-AVANT
               MOVE WS-MAI-NB-APRES(WS-NO-MAITRE) TO LF-APRES
               COMPUTE LF-ECART = WS-MAI-NB-APRES(WS-NO-MAITRE)
                   - WS-MAI-NB-AVANT(WS-NO-MAITRE)
               WRITE RETCERT-LIGNE FROM WS-LIGNE-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 7870-IMPRIMER-UN-HISTORIQUE : ligne d'un historique ou      *
      * registre examiné                                            *
      * -----------------------------------------------------------*
       7870-IMPRIMER-UN-HISTORIQUE.
           MOVE WS-HIS-NOM(WS-NO-HISTO) TO LF-FICHIER.
           EVALUATE TRUE
               WHEN WS-HIS-PRESENT(WS-NO-HISTO) NOT = "O"
                   MOVE "ABSENT - NON TRAITE" TO LF-TRAITEMENT
               WHEN WS-HIS-NB-APRES(WS-NO-HISTO)
                   = WS-HIS-NB-AVANT(WS-NO-HISTO)
                   MOVE "AUCUN ENREG. DE LA DATE" TO LF-TRAITEMENT
               WHEN WS-NO-HISTO > WS-NB-HISTO-POSITION
                   MOVE "PURGE DE LA DATE" TO LF-TRAITEMENT
               WHEN OTHER
                   MOVE "EPURE DES ENREG. DE LA DATE"
                       TO LF-TRAITEMENT
           END-EVALUATE.
           MOVE WS-HIS-NB-AVANT(WS-NO-HISTO) TO LF-AVANT.
           MOVE WS-HIS-NB-APRES(WS-NO-HISTO) TO LF-APRES.
           COMPUTE LF-ECART = WS-HIS-NB-APRES(WS-NO-HISTO)
               - WS-HIS-NB-AVANT(WS-NO-HISTO).
           WRITE RETCERT-LIGNE FROM WS-LIGNE-FICHIER.

      * -----------------------------------------------------------*
      * 8000-OUVRIR-COURANTE-ENTREE : ouvre la génération courante  *
      * du maître en lecture                                        *
      * -----------------------------------------------------------*
       8000-OUVRIR-COURANTE-ENTREE.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   OPEN INPUT STOFILE
                   MOVE WS-ST1-STATUS TO WS-ENT-STATUS
               WHEN 2
                   OPEN INPUT PERSFILE
                   MOVE WS-PE1-STATUS TO WS-ENT-STATUS
               WHEN 3
                   OPEN INPUT INVFILE
                   MOVE WS-IN1-STATUS TO WS-ENT-STATUS
               WHEN 4
                   OPEN INPUT YTDFILE
                   MOVE WS-YT1-STATUS TO WS-ENT-STATUS
               WHEN 5
                   OPEN INPUT ACCTFILE
                   MOVE WS-AC1-STATUS TO WS-ENT-STATUS
               WHEN 6
                   OPEN INPUT ONACCF
                   MOVE WS-ON1-STATUS TO WS-ENT-STATUS
               WHEN 7
                   OPEN INPUT YTDDEDF
                   MOVE WS-YD1-STATUS TO WS-ENT-STATUS
               WHEN 8
                   OPEN INPUT FUTFILE
                   MOVE WS-FU1-STATUS TO WS-ENT-STATUS
               WHEN 9
                   OPEN INPUT STKFILE
                   MOVE WS-SK1-STATUS TO WS-ENT-STATUS
               WHEN 10
                   OPEN INPUT GLBALFIL
                   MOVE WS-GB1-STATUS TO WS-ENT-STATUS
               WHEN 11
                   OPEN INPUT GLSEGFIL
                   MOVE WS-GS1-STATUS TO WS-ENT-STATUS
               WHEN 12
                   OPEN INPUT ACRREGF
                   MOVE WS-AR1-STATUS TO WS-ENT-STATUS
               WHEN 13
                   OPEN INPUT AGCPENDF
                   MOVE WS-AG1-STATUS TO WS-ENT-STATUS
               WHEN 14
                   OPEN INPUT GRNFILE
                   MOVE WS-GR1-STATUS TO WS-ENT-STATUS
               WHEN 15
                   OPEN INPUT STKTRNF
                   MOVE WS-TR1-STATUS TO WS-ENT-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8050-OUVRIR-COURANTE-SORTIE : rouvre la génération courante *
      * en sortie (elle redevient la -PREV restaurée)               *
      * -----------------------------------------------------------*
       8050-OUVRIR-COURANTE-SORTIE.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   OPEN OUTPUT STOFILE
                   MOVE WS-ST1-STATUS TO WS-SOR-STATUS
               WHEN 2
                   OPEN OUTPUT PERSFILE
                   MOVE WS-PE1-STATUS TO WS-SOR-STATUS
               WHEN 3
                   OPEN OUTPUT INVFILE
                   MOVE WS-IN1-STATUS TO WS-SOR-STATUS
               WHEN 4
                   OPEN OUTPUT YTDFILE
                   MOVE WS-YT1-STATUS TO WS-SOR-STATUS
               WHEN 5
                   OPEN OUTPUT ACCTFILE
                   MOVE WS-AC1-STATUS TO WS-SOR-STATUS
               WHEN 6
                   OPEN OUTPUT ONACCF
                   MOVE WS-ON1-STATUS TO WS-SOR-STATUS
               WHEN 7
                   OPEN OUTPUT YTDDEDF
                   MOVE WS-YD1-STATUS TO WS-SOR-STATUS
               WHEN 8
                   OPEN OUTPUT FUTFILE
                   MOVE WS-FU1-STATUS TO WS-SOR-STATUS
               WHEN 9
                   OPEN OUTPUT STKFILE
                   MOVE WS-SK1-STATUS TO WS-SOR-STATUS
               WHEN 10
                   OPEN OUTPUT GLBALFIL
                   MOVE WS-GB1-STATUS TO WS-SOR-STATUS
               WHEN 11
                   OPEN OUTPUT GLSEGFIL
                   MOVE WS-GS1-STATUS TO WS-SOR-STATUS
               WHEN 12
                   OPEN OUTPUT ACRREGF
                   MOVE WS-AR1-STATUS TO WS-SOR-STATUS
               WHEN 13
                   OPEN OUTPUT AGCPENDF
                   MOVE WS-AG1-STATUS TO WS-SOR-STATUS
               WHEN 14
                   OPEN OUTPUT GRNFILE
                   MOVE WS-GR1-STATUS TO WS-SOR-STATUS
               WHEN 15
                   OPEN OUTPUT STKTRNF
                   MOVE WS-TR1-STATUS TO WS-SOR-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8100-LIRE-COURANTE : lit le prochain enregistrement de la   *
      * génération courante dans le tampon                          *
      * -----------------------------------------------------------*
       8100-LIRE-COURANTE.
           MOVE SPACES TO WS-TAMPON.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   READ STOFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 2
                   READ PERSFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 3
                   READ INVFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 4
                   READ YTDFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 5
                   READ ACCTFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 6
                   READ ONACCF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 7
                   READ YTDDEDF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 8
                   READ FUTFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 9
                   READ STKFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 10
                   READ GLBALFIL INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 11
                   READ GLSEGFIL INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 12
                   READ ACRREGF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 13
                   READ AGCPENDF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 14
                   READ GRNFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 15
                   READ STKTRNF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8150-ECRIRE-COURANTE : écrit le tampon dans la courante     *
      * -----------------------------------------------------------*
       8150-ECRIRE-COURANTE.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   WRITE STOFILE-ENREG FROM WS-TAMPON
               WHEN 2
                   WRITE PERSFILE-ENREG FROM WS-TAMPON
               WHEN 3
                   WRITE INVFILE-ENREG FROM WS-TAMPON
               WHEN 4
                   WRITE YTDFILE-ENREG FROM WS-TAMPON
               WHEN 5
                   WRITE ACCTFILE-ENREG FROM WS-TAMPON
               WHEN 6
                   WRITE ONACCF-ENREG FROM WS-TAMPON
               WHEN 7
                   WRITE YTDDEDF-ENREG FROM WS-TAMPON
               WHEN 8
                   WRITE FUTFILE-ENREG FROM WS-TAMPON
               WHEN 9
                   WRITE STKFILE-ENREG FROM WS-TAMPON
               WHEN 10
                   WRITE GLBALFIL-ENREG FROM WS-TAMPON
               WHEN 11
                   WRITE GLSEGFIL-ENREG FROM WS-TAMPON
               WHEN 12
                   WRITE ACRREGF-ENREG FROM WS-TAMPON
               WHEN 13
                   WRITE AGCPENDF-ENREG FROM WS-TAMPON
               WHEN 14
                   WRITE GRNFILE-ENREG FROM WS-TAMPON
               WHEN 15
                   WRITE STKTRNF-ENREG FROM WS-TAMPON
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8200-FERMER-COURANTE : ferme la génération courante         *
      * -----------------------------------------------------------*
       8200-FERMER-COURANTE.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   CLOSE STOFILE
               WHEN 2
                   CLOSE PERSFILE
               WHEN 3
                   CLOSE INVFILE
               WHEN 4
                   CLOSE YTDFILE
               WHEN 5
                   CLOSE ACCTFILE
               WHEN 6
                   CLOSE ONACCF
               WHEN 7
                   CLOSE YTDDEDF
               WHEN 8
                   CLOSE FUTFILE
               WHEN 9
                   CLOSE STKFILE
               WHEN 10
                   CLOSE GLBALFIL
               WHEN 11
                   CLOSE GLSEGFIL
               WHEN 12
                   CLOSE ACRREGF
               WHEN 13
                   CLOSE AGCPENDF
               WHEN 14
                   CLOSE GRNFILE
               WHEN 15
                   CLOSE STKTRNF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8250-OUVRIR-PREV-ENTREE : ouvre la -PREV en lecture         *
      * -----------------------------------------------------------*
       8250-OUVRIR-PREV-ENTREE.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   OPEN INPUT STOFILE-PREV
                   MOVE WS-ST3-STATUS TO WS-ENT-STATUS
               WHEN 2
                   OPEN INPUT PERSFILE-PREV
                   MOVE WS-PE3-STATUS TO WS-ENT-STATUS
               WHEN 3
                   OPEN INPUT INVFILE-PREV
                   MOVE WS-IN3-STATUS TO WS-ENT-STATUS
               WHEN 4
                   OPEN INPUT YTDFILE-PREV
                   MOVE WS-YT3-STATUS TO WS-ENT-STATUS
               WHEN 5
                   OPEN INPUT ACCTFILE-PREV
                   MOVE WS-AC3-STATUS TO WS-ENT-STATUS
               WHEN 6
                   OPEN INPUT ONACCF-PREV
                   MOVE WS-ON3-STATUS TO WS-ENT-STATUS
               WHEN 7
                   OPEN INPUT YTDDEDF-PREV
                   MOVE WS-YD3-STATUS TO WS-ENT-STATUS
               WHEN 8
                   OPEN INPUT FUTFILE-PREV
                   MOVE WS-FU3-STATUS TO WS-ENT-STATUS
               WHEN 9
                   OPEN INPUT STKFILE-PREV
                   MOVE WS-SK3-STATUS TO WS-ENT-STATUS
               WHEN 10
                   OPEN INPUT GLBALFIL-PREV
                   MOVE WS-GB3-STATUS TO WS-ENT-STATUS
               WHEN 11
                   OPEN INPUT GLSEGFIL-PREV
                   MOVE WS-GS3-STATUS TO WS-ENT-STATUS
               WHEN 12
                   OPEN INPUT ACRREGF-PREV
                   MOVE WS-AR3-STATUS TO WS-ENT-STATUS
               WHEN 13
                   OPEN INPUT AGCPENDF-PREV
                   MOVE WS-AG3-STATUS TO WS-ENT-STATUS
               WHEN 14
                   OPEN INPUT GRNFILE-PREV
                   MOVE WS-GR3-STATUS TO WS-ENT-STATUS
               WHEN 15
                   OPEN INPUT STKTRNF-PREV
                   MOVE WS-TR3-STATUS TO WS-ENT-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8300-OUVRIR-PREV-SORTIE : ouvre la -PREV en sortie          *
      * -----------------------------------------------------------*
       8300-OUVRIR-PREV-SORTIE.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   OPEN OUTPUT STOFILE-PREV
                   MOVE WS-ST3-STATUS TO WS-SOR-STATUS
               WHEN 2
                   OPEN OUTPUT PERSFILE-PREV
                   MOVE WS-PE3-STATUS TO WS-SOR-STATUS
               WHEN 3
                   OPEN OUTPUT INVFILE-PREV
                   MOVE WS-IN3-STATUS TO WS-SOR-STATUS
               WHEN 4
                   OPEN OUTPUT YTDFILE-PREV
                   MOVE WS-YT3-STATUS TO WS-SOR-STATUS
               WHEN 5
                   OPEN OUTPUT ACCTFILE-PREV
                   MOVE WS-AC3-STATUS TO WS-SOR-STATUS
               WHEN 6
                   OPEN OUTPUT ONACCF-PREV
                   MOVE WS-ON3-STATUS TO WS-SOR-STATUS
               WHEN 7
                   OPEN OUTPUT YTDDEDF-PREV
                   MOVE WS-YD3-STATUS TO WS-SOR-STATUS
               WHEN 8
                   OPEN OUTPUT FUTFILE-PREV
                   MOVE WS-FU3-STATUS TO WS-SOR-STATUS
               WHEN 9
                   OPEN OUTPUT STKFILE-PREV
                   MOVE WS-SK3-STATUS TO WS-SOR-STATUS
               WHEN 10
                   OPEN OUTPUT GLBALFIL-PREV
                   MOVE WS-GB3-STATUS TO WS-SOR-STATUS
               WHEN 11
                   OPEN OUTPUT GLSEGFIL-PREV
                   MOVE WS-GS3-STATUS TO WS-SOR-STATUS
               WHEN 12
                   OPEN OUTPUT ACRREGF-PREV
                   MOVE WS-AR3-STATUS TO WS-SOR-STATUS
               WHEN 13
                   OPEN OUTPUT AGCPENDF-PREV
                   MOVE WS-AG3-STATUS TO WS-SOR-STATUS
               WHEN 14
                   OPEN OUTPUT GRNFILE-PREV
                   MOVE WS-GR3-STATUS TO WS-SOR-STATUS
               WHEN 15
                   OPEN OUTPUT STKTRNF-PREV
                   MOVE WS-TR3-STATUS TO WS-SOR-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8350-LIRE-PREV : lit le prochain enregistrement de la -PREV *
      * dans le tampon                                              *
      * -----------------------------------------------------------*
       8350-LIRE-PREV.
           MOVE SPACES TO WS-TAMPON.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   READ STOFILE-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 2
                   READ PERSFILE-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 3
                   READ INVFILE-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 4
                   READ YTDFILE-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 5
                   READ ACCTFILE-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 6
                   READ ONACCF-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 7
                   READ YTDDEDF-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 8
                   READ FUTFILE-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 9
                   READ STKFILE-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 10
                   READ GLBALFIL-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 11
                   READ GLSEGFIL-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 12
                   READ ACRREGF-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 13
                   READ AGCPENDF-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 14
                   READ GRNFILE-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 15
                   READ STKTRNF-PREV INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8400-ECRIRE-PREV : écrit le tampon dans la -PREV            *
      * -----------------------------------------------------------*
       8400-ECRIRE-PREV.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   WRITE STOFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 2
                   WRITE PERSFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 3
                   WRITE INVFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 4
                   WRITE YTDFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 5
                   WRITE ACCTFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 6
                   WRITE ONACCF-PREV-ENREG FROM WS-TAMPON
               WHEN 7
                   WRITE YTDDEDF-PREV-ENREG FROM WS-TAMPON
               WHEN 8
                   WRITE FUTFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 9
                   WRITE STKFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 10
                   WRITE GLBALFIL-PREV-ENREG FROM WS-TAMPON
               WHEN 11
                   WRITE GLSEGFIL-PREV-ENREG FROM WS-TAMPON
               WHEN 12
                   WRITE ACRREGF-PREV-ENREG FROM WS-TAMPON
               WHEN 13
                   WRITE AGCPENDF-PREV-ENREG FROM WS-TAMPON
               WHEN 14
                   WRITE GRNFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 15
                   WRITE STKTRNF-PREV-ENREG FROM WS-TAMPON
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8450-FERMER-PREV : ferme la -PREV                           *
      * -----------------------------------------------------------*
       8450-FERMER-PREV.
           EVALUATE WS-NO-MAITRE
               WHEN 1
                   CLOSE STOFILE-PREV
               WHEN 2
                   CLOSE PERSFILE-PREV
               WHEN 3
                   CLOSE INVFILE-PREV
               WHEN 4
                   CLOSE YTDFILE-PREV
               WHEN 5
                   CLOSE ACCTFILE-PREV
               WHEN 6
                   CLOSE ONACCF-PREV
               WHEN 7
                   CLOSE YTDDEDF-PREV
               WHEN 8
                   CLOSE FUTFILE-PREV
               WHEN 9
                   CLOSE STKFILE-PREV
               WHEN 10
                   CLOSE GLBALFIL-PREV
               WHEN 11
                   CLOSE GLSEGFIL-PREV
               WHEN 12
                   CLOSE ACRREGF-PREV
               WHEN 13
                   CLOSE AGCPENDF-PREV
               WHEN 14
                   CLOSE GRNFILE-PREV
               WHEN 15
                   CLOSE STKTRNF-PREV
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8500-OUVRIR-HISTO-ENTREE : ouvre l'historique en lecture    *
      * -----------------------------------------------------------*
       8500-OUVRIR-HISTO-ENTREE.
           EVALUATE WS-NO-HISTO
               WHEN 1
                   OPEN INPUT GLHSTFIL
                   MOVE WS-HST-STATUS TO WS-ENT-STATUS
               WHEN 2
                   OPEN INPUT MVTHSTF
                   MOVE WS-MVH-STATUS TO WS-ENT-STATUS
               WHEN 3
                   OPEN INPUT INTACCF
                   MOVE WS-INA-STATUS TO WS-ENT-STATUS
               WHEN 4
                   OPEN INPUT FEEJNLF
                   MOVE WS-FJN-STATUS TO WS-ENT-STATUS
               WHEN 5
                   OPEN INPUT AUDITFIL
                   MOVE WS-AUD-STATUS TO WS-ENT-STATUS
               WHEN 6
                   OPEN INPUT RETSRCF
                   MOVE WS-RSR-STATUS TO WS-ENT-STATUS
               WHEN 7
                   OPEN INPUT STKMVTF
                   MOVE WS-SMV-STATUS TO WS-ENT-STATUS
               WHEN 8
                   OPEN INPUT AMLCASF
                   MOVE WS-AML-STATUS TO WS-ENT-STATUS
               WHEN 9
                   OPEN INPUT COMBASF
                   MOVE WS-CBA-STATUS TO WS-ENT-STATUS
               WHEN 10
                   OPEN INPUT COMEVTF
                   MOVE WS-CEV-STATUS TO WS-ENT-STATUS
               WHEN 11
                   OPEN INPUT INBREGF
                   MOVE WS-REG-STATUS TO WS-ENT-STATUS
               WHEN 12
                   OPEN INPUT RUNCTLF
                   MOVE WS-CTL-STATUS TO WS-ENT-STATUS
               WHEN 13
                   OPEN INPUT IFSTSFIL
                   MOVE WS-IFS-STATUS TO WS-ENT-STATUS
               WHEN 14
                   OPEN INPUT GENJNLF
                   MOVE WS-GJN-STATUS TO WS-ENT-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8550-OUVRIR-HISTO-SORTIE : rouvre l'historique en sortie    *
      * pour sa réécriture épurée                                   *
      * -----------------------------------------------------------*
       8550-OUVRIR-HISTO-SORTIE.
           EVALUATE WS-NO-HISTO
               WHEN 1
                   OPEN OUTPUT GLHSTFIL
                   MOVE WS-HST-STATUS TO WS-SOR-STATUS
               WHEN 2
                   OPEN OUTPUT MVTHSTF
                   MOVE WS-MVH-STATUS TO WS-SOR-STATUS
               WHEN 3
                   OPEN OUTPUT INTACCF
                   MOVE WS-INA-STATUS TO WS-SOR-STATUS
               WHEN 4
                   OPEN OUTPUT FEEJNLF
                   MOVE WS-FJN-STATUS TO WS-SOR-STATUS
               WHEN 5
                   OPEN OUTPUT AUDITFIL
                   MOVE WS-AUD-STATUS TO WS-SOR-STATUS
               WHEN 6
                   OPEN OUTPUT RETSRCF
                   MOVE WS-RSR-STATUS TO WS-SOR-STATUS
               WHEN 7
                   OPEN OUTPUT STKMVTF
                   MOVE WS-SMV-STATUS TO WS-SOR-STATUS
               WHEN 8
                   OPEN OUTPUT AMLCASF
                   MOVE WS-AML-STATUS TO WS-SOR-STATUS
               WHEN 9
                   OPEN OUTPUT COMBASF
                   MOVE WS-CBA-STATUS TO WS-SOR-STATUS
               WHEN 10
                   OPEN OUTPUT COMEVTF
                   MOVE WS-CEV-STATUS TO WS-SOR-STATUS
               WHEN 11
                   OPEN OUTPUT INBREGF
                   MOVE WS-REG-STATUS TO WS-SOR-STATUS
               WHEN 12
                   OPEN OUTPUT RUNCTLF
                   MOVE WS-CTL-STATUS TO WS-SOR-STATUS
               WHEN 13
                   OPEN OUTPUT IFSTSFIL
                   MOVE WS-IFS-STATUS TO WS-SOR-STATUS
               WHEN 14
                   OPEN OUTPUT GENJNLF
                   MOVE WS-GJN-STATUS TO WS-SOR-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8600-LIRE-HISTO : lit le prochain enregistrement de         *
      * l'historique dans le tampon                                 *
      * -----------------------------------------------------------*
       8600-LIRE-HISTO.
           MOVE SPACES TO WS-TAMPON.
           EVALUATE WS-NO-HISTO
               WHEN 1
                   READ GLHSTFIL INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 2
                   READ MVTHSTF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 3
                   READ INTACCF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 4
                   READ FEEJNLF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 5
                   READ AUDITFIL INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 6
                   READ RETSRCF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 7
                   READ STKMVTF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 8
                   READ AMLCASF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 9
                   READ COMBASF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 10
                   READ COMEVTF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 11
                   READ INBREGF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 12
                   READ RUNCTLF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 13
                   READ IFSTSFIL INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 14
                   READ GENJNLF INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8650-ECRIRE-HISTO : écrit le tampon dans l'historique       *
      * -----------------------------------------------------------*
       8650-ECRIRE-HISTO.
           EVALUATE WS-NO-HISTO
               WHEN 1
                   WRITE GLHSTFIL-ENREG FROM WS-TAMPON
               WHEN 2
                   WRITE MVTHSTF-ENREG FROM WS-TAMPON
               WHEN 3
                   WRITE INTACCF-ENREG FROM WS-TAMPON
               WHEN 4
                   WRITE FEEJNLF-ENREG FROM WS-TAMPON
               WHEN 5
                   WRITE AUDITFIL-ENREG FROM WS-TAMPON
               WHEN 6
                   WRITE RETSRCF-ENREG FROM WS-TAMPON
               WHEN 7
                   WRITE STKMVTF-ENREG FROM WS-TAMPON
               WHEN 8
                   WRITE AMLCASF-ENREG FROM WS-TAMPON
               WHEN 9
                   WRITE COMBASF-ENREG FROM WS-TAMPON
               WHEN 10
                   WRITE COMEVTF-ENREG FROM WS-TAMPON
               WHEN 11
                   WRITE INBREGF-ENREG FROM WS-TAMPON
               WHEN 12
                   WRITE RUNCTLF-ENREG FROM WS-TAMPON
               WHEN 13
                   WRITE IFSTSFIL-ENREG FROM WS-TAMPON
               WHEN 14
                   WRITE GENJNLF-ENREG FROM WS-TAMPON
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8700-FERMER-HISTO : ferme l'historique                      *
      * -----------------------------------------------------------*
       8700-FERMER-HISTO.
           EVALUATE WS-NO-HISTO
               WHEN 1
                   CLOSE GLHSTFIL
               WHEN 2
                   CLOSE MVTHSTF
               WHEN 3
                   CLOSE INTACCF
               WHEN 4
                   CLOSE FEEJNLF
               WHEN 5
                   CLOSE AUDITFIL
               WHEN 6
                   CLOSE RETSRCF
               WHEN 7
                   CLOSE STKMVTF
               WHEN 8
                   CLOSE AMLCASF
               WHEN 9
                   CLOSE COMBASF
               WHEN 10
                   CLOSE COMEVTF
               WHEN 11
                   CLOSE INBREGF
               WHEN 12
                   CLOSE RUNCTLF
               WHEN 13
                   CLOSE IFSTSFIL
               WHEN 14
                   CLOSE GENJNLF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 9500-JOURNALISER-ACTIVITE : le retour arrière, fait ou      *
      * refusé, est écrit dans le journal d'activité des opérateurs *
      * -----------------------------------------------------------*
       9500-JOURNALISER-ACTIVITE.
           IF WS-REFUSE
               MOVE "X" TO ACTL-EVENEMENT
               MOVE "REFUS R.A." TO WS-DETAIL-LIBELLE
           ELSE
               MOVE "S" TO ACTL-EVENEMENT
               MOVE "RETOUR ARR." TO WS-DETAIL-LIBELLE
           END-IF.
           MOVE WS-DATE-CIBLE TO WS-DETAIL-DATE.
           MOVE WS-DETAIL-ACTIVITE TO ACTL-DETAIL.
           MOVE WS-DATE-TRAITEMENT TO ACTL-DATE.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO ACTL-HEURE.
           MOVE WS-ID-SAISI TO ACTL-OPERATEUR.

           OPEN EXTEND ACTLOGF.
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACTLOGF
           END-IF.
           IF WS-ACT-OK
               WRITE ACTLOGF-ENREG FROM ACTL-ENREG
               CLOSE ACTLOGF
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR ACTLOGF - STATUT "
                   WS-ACT-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : consigne la sauvegarde            *
      * d'ouverture dans le journal de run commun (copy RUNREC)     *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "RETARR01" TO RUN-PROGRAMME.
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
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
      * -----------------------------------------------------------*
       9800-NOTER-ERREUR-FICHIER.
           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
