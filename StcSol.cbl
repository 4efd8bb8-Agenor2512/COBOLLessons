       IDENTIFICATION DIVISION.
       PROGRAM-ID. STCSOL010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-01  AG  Création : solde de tout compte des sortants,
      *                 jusqu'ici calculé à la main - passer un
      *                 employé inactif par PERSMNT1 ou PERSBAT1 le
      *                 faisait seulement disparaître de la paie
      *                 suivante. Les sorties enregistrées par
      *                 PERSMRG01 (SORTIEF, copy SORTIE : date et
      *                 motif portés par la désactivation) sont
      *                 soldées une fois l'employé inactif au maître
      *                 et la date de sortie atteinte : salaire du
      *                 mois au prorata des jours ouvrés du calendrier
      *                 CALFILE jusqu'à la date de sortie (rien si le
      *                 mois de sortie est déjà payé), éléments
      *                 variables de la période (PAYELMF), indemnité
      *                 des congés acquis non pris (CONGEF, soldé par
      *                 le programme), retenues DEDFILE comme
      *                 PAYREG010, puis récupération de l'avance
      *                 restant due (PERSONNE-SOLDE-CPT) dans la
      *                 limite du net. Produit le dernier bulletin
      *                 (STCSLIP), le reçu pour solde de tout compte
      *                 (STCRPT, une page par sortant via RPTHDR010),
      *                 le net à payer ajouté à NETFILE pour
      *                 SALPAY010, les retenues ajoutées à DEDTOTF
      *                 pour DEDREM010, l'écriture comptable en euros
      *                 (STCJNLF, lot STCSOL01 posté par PAYGL010) et
      *                 le registre permanent STCREGF relu par
      *                 ANNCRT010. Un sortant déjà au registre n'est
      *                 jamais soldé deux fois ; une nouvelle sortie
      *                 d'un matricule déjà soldé, un matricule
      *                 inconnu du maître ou une sortie en double
      *                 partent en anomalie dans EXCFILE (code retour
      *                 4). Raccordé au pilotage de reprise
      *                 (STEPCTL01), à la date de traitement
      *                 (DATPRM01) et au journal de run (RUNFILE).
      * 2026-10-03  AG  Cotisations patronales (DED-PART = E, copy
      *                 DEDREC, DEDFILE passe de 41 à 42 caractères) :
      *                 calculées comme les retenues mais non déduites
      *                 du net, imprimées après le net avec le coût
      *                 employeur et son cumul annuel (YTDFILE, 24 à 33
      *                 caractères), ajoutées à DEDTOTF pour DEDREM010
      *                 et débitées en charges patronales (645000) au
      *                 journal ; elles ne sont pas inscrites au
      *                 registre STCREGF.
      * 2026-10-04  AG  Chaque sortant soldé est ajouté au détail de
      *                 paie PAYDETF (copy PAYDET, ouvert en ajout à la
      *                 suite de PAYREG010) : ligne S du brut et du net,
      *                 ligne C par retenue ou cotisation non nulle avec
      *                 sa base, pour la déclaration sociale de
      *                 DSNEXT010.
      * 2026-10-06  AG  Récupération sur le solde de tout compte des
      *                 avances et prêts en cours du sortant (AVPRETF,
      *                 tenu par AVPMNT010), après l'avance du compte
      *                 personnel, dans la même limite du net ; maître
      *                 AVPRETF réécrit.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Sorties enregistrées par PERSMRG01 - voir copy SORTIE
           SELECT SORTIEF ASSIGN TO "SORTIEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STE-STATUS.

      * Registre permanent des soldes de tout compte - voir copy
      * SORTIE, relu au chargement puis complété en ajout
           SELECT STCREGF ASSIGN TO "STCREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STC-STATUS.

      * Maître des employés : statut, service, salaire, avance
           SELECT PERSFILE ASSIGN TO "PERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

      * Cumul annuel du salaire par employé (imprimé sur le bulletin)
           SELECT YTDFILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

      * Maître des congés tenu par CGEABS010 - voir copy CONGE,
      * réécrit avec les congés des sortants soldés
           SELECT CONGEF ASSIGN TO "CONGEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CGE-STATUS.

      * Maître des avances et prêts tenu par AVPMNT010, réécrit avec
      * les soldes récupérés sur les sortants - voir AVPRET
           SELECT AVPRETF ASSIGN TO "AVPRETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

      * Eléments variables de paie de la période - voir PAYELREC
           SELECT PAYELMF ASSIGN TO "PAYELMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEL-STATUS.

      * Table des retenues et cotisations - voir copy DEDREC
           SELECT DEDFILE ASSIGN TO "DEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.

      * Organismes collecteurs : compte de tiers de chaque code de
      * retenue - voir copy DEDAGY
           SELECT DEDAGYF ASSIGN TO "DEDAGYF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGY-STATUS.

      * Maître des services : libellés et comptes - voir SRVREC
           SELECT SRVFILE ASSIGN TO "SRVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRM-STATUS.

      * Calendrier d'exploitation : jours ouvrés - voir copy CALREC
           SELECT CALFILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Nets à payer de la période, consommés par SALPAY010 - les
      * nets des sortants s'ajoutent à ceux de PAYREG010
           SELECT NETFILE ASSIGN TO "NETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.

      * Détail de paie du mois, lu par DSNEXT010 - voir copy PAYDET,
      * complété du détail des soldes des sortants
           SELECT PAYDETF ASSIGN TO "PAYDETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

      * Retenues cumulées par code, consommées par DEDREM010 - voir
      * copy DEDTOT, complété des retenues des sortants
           SELECT DEDTOTF ASSIGN TO "DEDTOTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTO-STATUS.

      * Derniers bulletins de paie, une page par sortant
           SELECT STCSLIP ASSIGN TO "STCSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLP-STATUS.

      * Reçus pour solde de tout compte, une page par sortant
           SELECT STCRPT ASSIGN TO "STCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des soldes de tout compte à poster au grand livre
      * par PAYGL010 - voir copy PAYJNL
           SELECT STCJNLF ASSIGN TO "STCJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJN-STATUS.

      * Journal des anomalies (sorties et éléments rejetés)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SORTIEF
           RECORD CONTAINS 32 CHARACTERS.
       01  SORTIEF-ENREG               PIC X(32).

       FD  STCREGF
           RECORD CONTAINS 109 CHARACTERS.
       01  STCREGF-ENREG               PIC X(109).

       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  YTDFILE
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-ENREG.
           05  YTD-IN-MATRICULE        PIC X(06).
           05  YTD-IN-CUMUL-SALAIRE    PIC S9(07)V9(02).
           05  YTD-IN-CUMUL-NET        PIC S9(07)V9(02).
           05  YTD-IN-CUMUL-PATRONAL   PIC S9(07)V9(02).

       FD  CONGEF
           RECORD CONTAINS 32 CHARACTERS.
       01  CONGEF-ENREG                PIC X(32).

       FD  AVPRETF
           RECORD CONTAINS 70 CHARACTERS.
       01  AVPRETF-ENREG               PIC X(70).

       FD  PAYELMF
           RECORD CONTAINS 25 CHARACTERS.
       01  PAYELMF-ENREG               PIC X(25).

       FD  DEDFILE
           RECORD CONTAINS 42 CHARACTERS.
       01  DEDFILE-ENREG               PIC X(42).

       FD  DEDAGYF
           RECORD CONTAINS 78 CHARACTERS.
       01  DEDAGYF-ENREG               PIC X(78).

       FD  SRVFILE
           RECORD CONTAINS 52 CHARACTERS.
       01  SRVFILE-ENREG               PIC X(52).

       FD  CALFILE
           RECORD CONTAINS 10 CHARACTERS.
       01  CALFILE-ENREG               PIC X(10).

       FD  NETFILE
           RECORD CONTAINS 18 CHARACTERS.
       01  NETFILE-ENREG.
           05  NET-OUT-MATRICULE       PIC X(06).
           05  NET-OUT-DEVISE          PIC X(03).
           05  NET-OUT-MONTANT         PIC S9(07)V9(02).

       FD  PAYDETF
           RECORD CONTAINS 59 CHARACTERS.
       01  PAYDETF-ENREG               PIC X(59).

       FD  DEDTOTF
           RECORD CONTAINS 43 CHARACTERS.
       01  DEDTOTF-ENREG               PIC X(43).

       FD  STCSLIP
           RECORD CONTAINS 80 CHARACTERS.
       01  STCSLIP-LIGNE               PIC X(80).

       FD  STCRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  STCRPT-LIGNE                PIC X(80).

       FD  STCJNLF
           RECORD CONTAINS 44 CHARACTERS.
       01  STCJNLF-ENREG               PIC X(44).
       01  STCJNLF-HDR                 PIC X(18).
       01  STCJNLF-TRL                 PIC X(20).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Sortie enregistrée et ligne du registre - voir copy SORTIE
       COPY SORTIE.

      * Enregistrement du maître des employés - voir copy PERSONNE
       COPY PERSONNE.

      * Enregistrement du maître des services - voir copy SRVREC
       COPY SRVREC.

      * Congé du sortant courant - voir copy CONGE
       COPY CONGE.

      * Journée du calendrier - voir copy CALREC
       COPY CALREC.

      * Elément variable de paie - voir copy PAYELREC
       COPY PAYELREC.

      * Enregistrement de la table des retenues - voir copy DEDREC
       COPY DEDREC.

      * Organisme collecteur courant - voir copy DEDAGY
       COPY DEDAGY.

      * Retenue cumulée de la période - voir copy DEDTOT
       COPY DEDTOT.

      * Ligne du journal comptable - voir copy PAYJNL
       COPY PAYJNL.

      * En-tête et fin de lot du journal - voir copy CTLHDTR
       COPY CTLHDTR.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-STE-STATUS               PIC X(02).
           88  WS-STE-OK               VALUE "00".

       01  WS-STC-STATUS               PIC X(02).
           88  WS-STC-OK               VALUE "00".

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".

       01  WS-YTD-STATUS               PIC X(02).
           88  WS-YTD-OK               VALUE "00".

       01  WS-CGE-STATUS               PIC X(02).
           88  WS-CGE-OK               VALUE "00".
       01  WS-PRT-STATUS               PIC X(02).
           88  WS-PRT-OK               VALUE "00".

       01  WS-PEL-STATUS               PIC X(02).
           88  WS-PEL-OK               VALUE "00".

       01  WS-DED-STATUS               PIC X(02).
           88  WS-DED-OK               VALUE "00".

       01  WS-AGY-STATUS               PIC X(02).
           88  WS-AGY-OK               VALUE "00".

       01  WS-SRM-STATUS               PIC X(02).
           88  WS-SRM-OK               VALUE "00".

       01  WS-CAL-STATUS               PIC X(02).
           88  WS-CAL-OK               VALUE "00".

       01  WS-NET-STATUS               PIC X(02).
           88  WS-NET-OK               VALUE "00".

      * Ligne du détail de paie - voir copy PAYDET
       COPY PAYDET.

       01  WS-PDT-STATUS               PIC X(02).
           88  WS-PDT-OK               VALUE "00".

       01  WS-DTO-STATUS               PIC X(02).
           88  WS-DTO-OK               VALUE "00".

       01  WS-SLP-STATUS               PIC X(02).
           88  WS-SLP-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-SJN-STATUS               PIC X(02).
           88  WS-SJN-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Sortants déjà soldés, lus dans le registre (lignes S)
       01  WS-REG-TABLE.
           05  WS-REG-ENTREE OCCURS 1000 TIMES
                   INDEXED BY WS-REG-IDX.
               10  WS-REG-MATRICULE    PIC X(06).
               10  WS-REG-DATE-SORTIE  PIC 9(08).
       01  WS-NB-REG                   PIC 9(04) VALUE ZEROES.

       01  WS-REG-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-REG-TROUVE           VALUE "O".

      * Sorties enregistrées, avec leur état (blanc = à solder,
      * S = soldée par ce run, D = déjà soldée, A = en attente de
      * la désactivation ou de la date de sortie, R = rejetée)
       01  WS-STE-TABLE.
           05  WS-STE-ENTREE OCCURS 1000 TIMES
                   INDEXED BY WS-STE-IDX.
               10  WS-STE-MATRICULE    PIC X(06).
               10  WS-STE-DATE-SORTIE  PIC 9(08).
               10  WS-STE-MOTIF        PIC X(02).
               10  WS-STE-ETAT         PIC X(01).
       01  WS-NB-STE                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-STE                   PIC 9(04).

       01  WS-STE-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-STE-TROUVE           VALUE "O".

      * Maître des congés, dans l'ordre du fichier ; le congé d'un
      * sortant soldé est mis à jour sur place (jours pris = acquis)
       01  WS-CGE-TABLE.
           05  WS-CGE-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-CGE-IDX.
               10  WS-CGE-MATRICULE    PIC X(06).
               10  WS-CGE-SUITE        PIC X(26).
       01  WS-NB-CGE                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-CGE                   PIC 9(03).

       01  WS-CGE-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CGE-TROUVE           VALUE "O".

      * Avance ou prêt courant - voir copy AVPRET
       COPY AVPRET.

      * Maître des avances et prêts, dans l'ordre du fichier ; les
      * postes en cours d'un sortant soldé sont diminués sur place
      * de la part récupérée
       01  WS-PRT-TABLE.
           05  WS-PRT-ENTREE OCCURS 500 TIMES
                                       PIC X(70).
       01  WS-NB-PRT                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-PRT                   PIC 9(03).

      * Eléments variables de la période, valorisés au chargement
      * comme PAYREG010 (heures x taux ou montant tel quel) ; servi
      * N = à payer, O = payé au solde, R = rejeté
       01  WS-PEL-TABLE.
           05  WS-PEL-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-PEL-IDX.
               10  WS-PEL-MATRICULE    PIC X(06).
               10  WS-PEL-CODE         PIC X(04).
               10  WS-PEL-TYPE         PIC X(01).
               10  WS-PEL-VALEUR       PIC S9(05)V9(02).
               10  WS-PEL-MONTANT      PIC S9(07)V9(02).
               10  WS-PEL-SERVI        PIC X(01).
       01  WS-NB-PEL                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-PEL                   PIC 9(03).

      * Table des retenues et cotisations, chargée depuis DEDFILE ;
      * table absente = aucune retenue
       01  WS-DED-TABLE.
           05  WS-DED-ENTREE OCCURS 20 TIMES
                   INDEXED BY WS-DED-IDX.
               10  WS-DED-CODE         PIC X(04).
               10  WS-DED-LIBELLE      PIC X(20).
               10  WS-DED-TYPE         PIC X(01).
               10  WS-DED-VALEUR       PIC 9(05)V9(02).
               10  WS-DED-PLAFOND      PIC 9(07)V9(02).
               10  WS-DED-PART         PIC X(01).
                   88  WS-DED-PATRONALE VALUE "E".
       01  WS-NB-DED                   PIC 9(02) VALUE ZEROES.
       01  WS-NO-DED                   PIC 9(02).

      * Montant de chaque retenue du sortant courant (même rang que
      * WS-DED-ENTREE) et cumul du run en euros par code
       01  WS-DED-MONTANTS.
           05  WS-DED-MONTANT OCCURS 20 TIMES
                                       PIC S9(07)V9(02).

      * Base de chaque retenue du sortant (même rang) : brut
      * plafonné pour un taux, brut pour un montant fixe - portée au
      * détail de paie de la déclaration sociale
       01  WS-DED-BASES.
           05  WS-DED-BASE OCCURS 20 TIMES
                                       PIC S9(07)V9(02).
       01  WS-BASE-EUR                 PIC S9(07)V9(02).
       01  WS-DED-CUMULS-EUR.
           05  WS-DED-CUMUL-EUR OCCURS 20 TIMES
                                       PIC S9(09)V9(02).

      * Compte de tiers de chaque code de retenue ; code absent =
      * compte par défaut 431000
       01  WS-AGY-TABLE.
           05  WS-AGY-ENTREE OCCURS 20 TIMES
                   INDEXED BY WS-AGY-IDX.
               10  WS-AGY-CODE         PIC X(04).
               10  WS-AGY-COMPTE       PIC X(06).
       01  WS-NB-AGY                   PIC 9(02) VALUE ZEROES.

      * Libellés et comptes budgétaires des services
       01  WS-SRM-TABLE.
           05  WS-SRM-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-SRM-IDX.
               10  WS-SRM-CODE         PIC X(04).
               10  WS-SRM-LIBELLE      PIC X(30).
               10  WS-SRM-BUD-COMPTE   PIC X(06).
       01  WS-NB-SRM                   PIC 9(02) VALUE ZEROES.

       01  WS-SRM-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SRM-TROUVE           VALUE "O".

      * Retenues de la période déjà écrites par PAYREG010, relues
      * pour y ajouter celles des sortants
       01  WS-DTO-TABLE.
           05  WS-DTO-ENTREE OCCURS 20 TIMES
                   INDEXED BY WS-DTO-IDX.
               10  WS-DTO-DATE         PIC 9(08).
               10  WS-DTO-CODE         PIC X(04).
               10  WS-DTO-LIBELLE      PIC X(20).
               10  WS-DTO-MONTANT      PIC 9(09)V9(02).
       01  WS-NB-DTO                   PIC 9(02) VALUE ZEROES.

       01  WS-DTO-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-DTO-TROUVE           VALUE "O".

      * Jours ouvrés du mois de traitement au calendrier, base du
      * prorata et du salaire journalier de l'indemnité de congé
       01  WS-OUV-TABLE.
           05  WS-OUV-DATE OCCURS 31 TIMES
                                       PIC 9(08).
       01  WS-NB-OUVRES-MOIS           PIC 9(02) VALUE ZEROES.
       01  WS-NO-OUV                   PIC 9(02).
       01  WS-NB-OUVRES-PAYES          PIC 9(02).

      * Table pleine au chargement : rien n'est soldé
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

       01  WS-MOTIF-REJET              PIC X(40).

      * Clé du cumul annuel en avance de lecture (HIGH-VALUES à la
      * fin de fichier ou cumul absent), même séquence de matricule
      * que PERSFILE
       01  WS-CLE-YTD                  PIC X(06).
       01  WS-YTD-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-YTD-OUVERT           VALUE "O".

      * Solde de tout compte du sortant courant, en devise de paie
       01  WS-DATE-SORTIE              PIC 9(08).
       01  WS-SALAIRE-PRORATA          PIC S9(07)V9(02).
       01  WS-TOTAL-ELEMENTS           PIC S9(07)V9(02).
       01  WS-JOURS-CONGE              PIC 9(03)V9(02).
       01  WS-INDEMNITE-CONGE          PIC 9(07)V9(02).
       01  WS-BRUT-SOLDE               PIC S9(07)V9(02).
       01  WS-BASE-RETENUE             PIC S9(07)V9(02).
       01  WS-MONTANT-RETENUE          PIC S9(07)V9(02).
       01  WS-TOTAL-RETENUES           PIC S9(07)V9(02).
       01  WS-TOTAL-PATRONAL           PIC S9(07)V9(02).
       01  WS-COUT-EMPLOYEUR           PIC S9(07)V9(02).
       01  WS-NET-AVANT-AVANCE         PIC S9(07)V9(02).
       01  WS-AVANCE-DUE               PIC S9(07)V9(02).
       01  WS-AVANCE-RECUPEREE         PIC S9(07)V9(02).
       01  WS-RESTE-DU                 PIC S9(07)V9(02).
      * Part de la somme récupérée restant à imputer aux postes
      * d'avance et de prêt du sortant, et part imputée au poste
       01  WS-RESTE-A-IMPUTER          PIC S9(07)V9(02).
       01  WS-IMPUTATION               PIC S9(07)V9(02).
       01  WS-SALAIRE-NET              PIC S9(07)V9(02).
       01  WS-CUMUL-BRUT               PIC S9(07)V9(02).
       01  WS-CUMUL-NET                PIC S9(07)V9(02).
       01  WS-CUMUL-PATRONAL           PIC S9(07)V9(02).

      * Contre-valeurs en euros (FOREX01) : le journal est tenu en
      * euros, le net converti est le brut converti moins les
      * retenues et l'avance converties pour que l'écriture tombe
      * juste
       01  WS-SALAIRE-PRECTL           PIC S9(07)V9(02).
       01  WS-BRUT-EUR                 PIC S9(07)V9(02).
       01  WS-RETENUE-EUR              PIC S9(07)V9(02).
       01  WS-TOTAL-RETENUES-EUR       PIC S9(07)V9(02).
       01  WS-AVANCE-EUR               PIC S9(07)V9(02).
       01  WS-NET-EUR                  PIC S9(07)V9(02).
       01  WS-TOTAL-NET-EUR            PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-AVANCES-EUR        PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-PATRONAL-EUR       PIC S9(09)V9(02) VALUE ZEROES.

      * Comptes du plan : charge de personnel par défaut, organisme
      * par défaut, avances au personnel, rémunérations dues et
      * charges sociales patronales
       01  WS-COMPTE-CHARGE-DEFAUT     PIC X(06) VALUE "641000".
       01  WS-COMPTE-ORGANISME-DEFAUT  PIC X(06) VALUE "431000".
       01  WS-COMPTE-AVANCES           PIC X(06) VALUE "425000".
       01  WS-COMPTE-PERSONNEL         PIC X(06) VALUE "421000".
       01  WS-COMPTE-CHARGES-SOCIALES  PIC X(06) VALUE "645000".

      * Jambe du journal en cours d'écriture (montant signé : un
      * montant négatif inverse le sens) et compteurs de la fin de
      * lot
       01  WS-JNL-COMPTE               PIC X(06).
       01  WS-JNL-SENS                 PIC X(01).
       01  WS-JNL-MONTANT              PIC S9(09)V9(02).
       01  WS-JNL-LIBELLE              PIC X(20).
       01  WS-NB-JAMBES                PIC 9(07) VALUE ZEROES.
       01  WS-TOTAL-DEBITS             PIC 9(09)V9(02) VALUE ZEROES.

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-ECRITS                PIC 9(07) VALUE ZEROES.
       01  WS-NB-DEJA-SOLDES           PIC 9(05) VALUE ZEROES.
       01  WS-NB-EN-ATTENTE            PIC 9(05) VALUE ZEROES.
       01  WS-NB-REJETEES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-PEL-REJETES           PIC 9(05) VALUE ZEROES.
       01  WS-NB-PRETS-IMPUTES         PIC 9(05) VALUE ZEROES.

      * Date mise en forme AAAA/MM/JJ pour les éditions
       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).
           05  WS-DEC-JJ               PIC 9(02).

       01  WS-DATE-EDITEE.
           05  WS-EDT-AAAA             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-EDT-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-EDT-JJ               PIC 9(02).

       01  WS-MOTIF-LIBELLE            PIC X(18).

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.
       01  WS-NO-PAGE-BULLETIN         PIC 9(03) VALUE ZEROES.
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "SOLDE DE TOUT COMPTE".
       01  WS-TITRE-BULLETIN           PIC X(40)
               VALUE "BULLETIN DE PAIE - SOLDE DE TOUT COMPTE".

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Lignes du dernier bulletin de paie
       01  WS-LIGNE-BUL-IDENTITE.
           05  FILLER                  PIC X(12)
               VALUE "MATRICULE : ".
           05  BI-MATRICULE            PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BI-NOM                  PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BI-PRENOM               PIC X(12).
           05  FILLER                  PIC X(12)
               VALUE "  SERVICE : ".
           05  BI-SERVICE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BI-SERVICE-LIB          PIC X(17).

       01  WS-LIGNE-BUL-SORTIE.
           05  FILLER                  PIC X(20)
               VALUE "SORTIE LE         : ".
           05  BS-DATE                 PIC X(10).
           05  FILLER                  PIC X(10)
               VALUE "  MOTIF : ".
           05  BS-MOTIF                PIC X(18).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-LIGNE-BUL-PRORATA.
           05  FILLER                  PIC X(20)
               VALUE "SALAIRE AU PRORATA: ".
           05  BP-MONTANT              PIC -(06)9.99.
           05  FILLER                  PIC X(15)
               VALUE "  JOURS OUVRES ".
           05  BP-JOURS                PIC Z9.
           05  FILLER                  PIC X(05) VALUE " SUR ".
           05  BP-JOURS-MOIS           PIC Z9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-LIGNE-BUL-ELEMENT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BE-CODE                 PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BE-TYPE                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BE-VALEUR               PIC -(04)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BE-MONTANT              PIC -(06)9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-LIGNE-BUL-CONGE.
           05  FILLER                  PIC X(20)
               VALUE "INDEMNITE CONGES  : ".
           05  BQ-MONTANT              PIC -(06)9.99.
           05  FILLER                  PIC X(18)
               VALUE "  JOURS NON PRIS  ".
           05  BQ-JOURS                PIC ZZ9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-LIGNE-BUL-BRUT.
           05  FILLER                  PIC X(20)
               VALUE "SALAIRE BRUT      : ".
           05  BB-BRUT                 PIC -(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BB-DEVISE               PIC X(03).
           05  FILLER                  PIC X(11)
               VALUE "  EN EUR : ".
           05  BB-BRUT-EUR             PIC -(06)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-LIGNE-BUL-RETENUE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BR-CODE                 PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BR-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BR-MONTANT              PIC -(06)9.99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-LIGNE-BUL-AVANCE.
           05  FILLER                  PIC X(20)
               VALUE "AVANCES ET PRETS  : ".
           05  BA-MONTANT              PIC -(06)9.99.
           05  FILLER                  PIC X(13)
               VALUE "  RESTE DU : ".
           05  BA-RESTE                PIC -(06)9.99.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-LIGNE-BUL-NET.
           05  FILLER                  PIC X(20)
               VALUE "NET A PAYER       : ".
           05  BN-NET                  PIC -(06)9.99.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-LIGNE-BUL-PATRONAL.
           05  FILLER                  PIC X(80)
               VALUE "COTISATIONS PATRONALES :".

       01  WS-LIGNE-BUL-COUT.
           05  FILLER                  PIC X(20)
               VALUE "COUT EMPLOYEUR    : ".
           05  BU-COUT                 PIC -(06)9.99.
           05  FILLER                  PIC X(17)
               VALUE "  CUMUL ANNUEL : ".
           05  BU-CUMUL                PIC -(07)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-LIGNE-BUL-CUMULS.
           05  FILLER                  PIC X(20)
               VALUE "CUMUL ANNUEL BRUT : ".
           05  BC-CUMUL-BRUT           PIC -(07)9.99.
           05  FILLER                  PIC X(08)
               VALUE "  NET : ".
           05  BC-CUMUL-NET            PIC -(07)9.99.
           05  FILLER                  PIC X(28) VALUE SPACES.

      * Lignes du reçu pour solde de tout compte
       01  WS-LIGNE-STC-IDENTITE.
           05  FILLER                  PIC X(12)
               VALUE "MATRICULE : ".
           05  SI-MATRICULE            PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SI-NOM                  PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SI-PRENOM               PIC X(12).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-LIGNE-STC-DATES.
           05  FILLER                  PIC X(12)
               VALUE "ENTRE LE : ".
           05  SD-EMBAUCHE             PIC X(10).
           05  FILLER                  PIC X(14)
               VALUE "   SORTI LE : ".
           05  SD-SORTIE               PIC X(10).
           05  FILLER                  PIC X(11)
               VALUE "   MOTIF : ".
           05  SD-MOTIF                PIC X(18).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-LIGNE-STC-MONTANT.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SM-LIBELLE              PIC X(40).
           05  SM-MONTANT              PIC -(07)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SM-DEVISE               PIC X(03).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-STC-TEXTE          PIC X(80).

       01  WS-LIGNE-STC-FAIT.
           05  FILLER                  PIC X(08) VALUE "FAIT LE ".
           05  SF-DATE                 PIC X(10).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-LIGNE-STC-SIGNATURES.
           05  FILLER                  PIC X(40)
               VALUE "SIGNATURE DU SALARIE :".
           05  FILLER                  PIC X(40)
               VALUE "SIGNATURE DE L'EMPLOYEUR :".

      * Lignes de la page récapitulative du reçu
       01  WS-LIGNE-RECAP.
           05  RC-LIBELLE              PIC X(30).
           05  RC-NOMBRE               PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-LIGNE-RECAP-TOTAL.
           05  FILLER                  PIC X(30)
               VALUE "TOTAL DES NETS EN EUR       : ".
           05  RT-TOTAL                PIC -(08)9.99.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-LIGNE-AUCUN.
           05  FILLER                  PIC X(40)
               VALUE "AUCUN SORTANT A SOLDER".
           05  FILLER                  PIC X(40) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF) : un run déjà terminé pour la date du jour
      * est sauté à la relance ; le registre STCREGF protège en
      * outre chaque sortant d'un second solde
       01  WS-STEP-NOM                 PIC X(08) VALUE "STCSOL01".
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
                   PERFORM 6000-REJETER-SORTIES-INCONNUES
                   PERFORM 6200-TERMINER-JOURNAL
                   PERFORM 6400-AJOUTER-RETENUES-DEDTOT
                   PERFORM 6600-ECRIRE-CONGES
                   PERFORM 6700-ECRIRE-PRETS
                   PERFORM 6800-IMPRIMER-RECAPITULATIF
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
      * les tables de paie, le registre, les sorties et les congés, *
      * relève les jours ouvrés du mois et ouvre les fichiers du    *
      * passage ; une table pleine ou un calendrier absent arrête   *
      * le lot plutôt que de solder sur des données incomplètes     *
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

           MOVE ZEROES TO WS-DED-CUMULS-EUR.
           PERFORM 1100-CHARGER-SERVICES.
           PERFORM 1200-CHARGER-RETENUES.
           PERFORM 1300-CHARGER-ORGANISMES.
           PERFORM 1400-CHARGER-ELEMENTS.
           PERFORM 1500-CHARGER-REGISTRE.
           PERFORM 1600-CHARGER-SORTIES.
           PERFORM 1700-CHARGER-CONGES.
           PERFORM 1780-CHARGER-PRETS.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE PLEINE - AUCUN SOLDE DE TOUT COMPTE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1800-RELEVER-JOURS-OUVRES
           END-IF.

           IF WS-CODE-RETOUR < 8
               PERFORM 1900-OUVRIR-PASSAGE
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-SERVICES : charge libellés et comptes du       *
      * maître des services ; maître absent = libellés à blanc et   *
      * charge sur le compte par défaut                             *
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
      * retient son libellé et son compte budgétaire                *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-SERVICE.
           READ SRVFILE INTO SERVICE-ENREG
               AT END
                   MOVE "10" TO WS-SRM-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-SRM
                   MOVE SRV-CODE    TO WS-SRM-CODE(WS-NB-SRM)
                   MOVE SRV-LIBELLE TO WS-SRM-LIBELLE(WS-NB-SRM)
                   MOVE SRV-BUD-COMPTE
                       TO WS-SRM-BUD-COMPTE(WS-NB-SRM)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-RETENUES : charge la table des retenues et     *
      * cotisations ; table absente = aucune retenue                *
      * -----------------------------------------------------------*
       1200-CHARGER-RETENUES.
           OPEN INPUT DEDFILE.
           IF WS-DED-OK
               PERFORM 1250-LIRE-ET-STOCKER-RETENUE
                   UNTIL NOT WS-DED-OK OR WS-NB-DED >= 20
               CLOSE DEDFILE
           ELSE
               DISPLAY "DEDFILE INTROUVABLE - AUCUNE RETENUE, "
                   "NET = BRUT"
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-RETENUE : lit une retenue et la place  *
      * dans la table ; un type inconnu est écarté sans rejet (déjà *
      * signalé par PAYREG010)                                      *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-RETENUE.
           READ DEDFILE INTO RETENUE-ENREG
               AT END
                   MOVE "10" TO WS-DED-STATUS
               NOT AT END
                   IF DED-TAUX OR DED-FIXE
                       ADD 1 TO WS-NB-DED
                       MOVE DED-CODE    TO WS-DED-CODE(WS-NB-DED)
                       MOVE DED-LIBELLE TO WS-DED-LIBELLE(WS-NB-DED)
                       MOVE DED-TYPE    TO WS-DED-TYPE(WS-NB-DED)
                       MOVE DED-VALEUR  TO WS-DED-VALEUR(WS-NB-DED)
                       MOVE DED-PLAFOND TO WS-DED-PLAFOND(WS-NB-DED)
                       MOVE DED-PART    TO WS-DED-PART(WS-NB-DED)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-ORGANISMES : charge le compte de tiers de      *
      * chaque code de retenue ; fichier absent = toutes les        *
      * retenues sur le compte par défaut                           *
      * -----------------------------------------------------------*
       1300-CHARGER-ORGANISMES.
           OPEN INPUT DEDAGYF.
           IF WS-AGY-OK
               PERFORM 1350-LIRE-ET-STOCKER-ORGANISME
                   UNTIL NOT WS-AGY-OK OR WS-NB-AGY >= 20
               CLOSE DEDAGYF
           ELSE
               DISPLAY "DEDAGYF ABSENT - RETENUES SUR "
                   WS-COMPTE-ORGANISME-DEFAUT
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-ORGANISME : lit un organisme et retient *
      * le compte de tiers de son code de retenue                   *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-ORGANISME.
           READ DEDAGYF INTO AGY-ENREG
               AT END
                   MOVE "10" TO WS-AGY-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-AGY
                   MOVE AGY-CODE-RETENUE TO WS-AGY-CODE(WS-NB-AGY)
                   MOVE AGY-COMPTE       TO WS-AGY-COMPTE(WS-NB-AGY)
           END-READ.

      * -----------------------------------------------------------*
      * 1400-CHARGER-ELEMENTS : charge les éléments variables de la *
      * période, valorisés au chargement ; fichier absent = aucun   *
      * élément                                                     *
      * -----------------------------------------------------------*
       1400-CHARGER-ELEMENTS.
           OPEN INPUT PAYELMF.
           IF WS-PEL-OK
               PERFORM 1450-LIRE-ET-STOCKER-ELEMENT
                   UNTIL NOT WS-PEL-OK OR WS-NB-PEL >= 200
               CLOSE PAYELMF
           ELSE
               DISPLAY "PAYELMF ABSENT - AUCUN ELEMENT VARIABLE"
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-ET-STOCKER-ELEMENT : lit un élément variable, le  *
      * valorise (heures x taux ou montant) et le place en table ;  *
      * un type inconnu est écarté (déjà rejeté par PAYREG010)      *
      * -----------------------------------------------------------*
       1450-LIRE-ET-STOCKER-ELEMENT.
           READ PAYELMF INTO PEL-ENREG
               AT END
                   MOVE "10" TO WS-PEL-STATUS
               NOT AT END
                   IF PEL-HEURES OR PEL-MONTANT-FIXE
                       ADD 1 TO WS-NB-PEL
                       MOVE PEL-MATRICULE
                           TO WS-PEL-MATRICULE(WS-NB-PEL)
                       MOVE PEL-CODE   TO WS-PEL-CODE(WS-NB-PEL)
                       MOVE PEL-TYPE   TO WS-PEL-TYPE(WS-NB-PEL)
                       MOVE PEL-VALEUR TO WS-PEL-VALEUR(WS-NB-PEL)
                       IF PEL-HEURES
                           COMPUTE WS-PEL-MONTANT(WS-NB-PEL)
                               ROUNDED = PEL-VALEUR * PEL-TAUX
                       ELSE
                           MOVE PEL-VALEUR
                               TO WS-PEL-MONTANT(WS-NB-PEL)
                       END-IF
                       MOVE "N" TO WS-PEL-SERVI(WS-NB-PEL)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1500-CHARGER-REGISTRE : charge les sortants déjà soldés     *
      * (lignes S du registre) ; registre absent = premier run      *
      * -----------------------------------------------------------*
       1500-CHARGER-REGISTRE.
           OPEN INPUT STCREGF.
           IF WS-STC-OK
               PERFORM 1550-LIRE-ET-STOCKER-SOLDE
                   UNTIL NOT WS-STC-OK OR WS-TABLE-PLEINE
               CLOSE STCREGF
           ELSE
               DISPLAY "STCREGF ABSENT - AUCUN SOLDE ANTERIEUR"
           END-IF.

      * -----------------------------------------------------------*
      * 1550-LIRE-ET-STOCKER-SOLDE : lit une ligne du registre et   *
      * retient le matricule et la date de sortie d'une ligne S     *
      * -----------------------------------------------------------*
       1550-LIRE-ET-STOCKER-SOLDE.
           READ STCREGF INTO STC-ENREG
               AT END
                   MOVE "10" TO WS-STC-STATUS
               NOT AT END
                   IF STC-SOLDE
                       IF WS-NB-REG >= 1000
                           DISPLAY "STCREGF DEPASSE 1000 SORTANTS"
                           SET WS-TABLE-PLEINE TO TRUE
                       ELSE
                           ADD 1 TO WS-NB-REG
                           MOVE STC-MATRICULE
                               TO WS-REG-MATRICULE(WS-NB-REG)
                           MOVE STC-DATE-SORTIE
                               TO WS-REG-DATE-SORTIE(WS-NB-REG)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1600-CHARGER-SORTIES : charge les sorties enregistrées et   *
      * écarte dès le chargement celles déjà soldées ; fichier      *
      * absent = aucune sortie                                      *
      * -----------------------------------------------------------*
       1600-CHARGER-SORTIES.
           OPEN INPUT SORTIEF.
           IF WS-STE-OK
               PERFORM 1650-LIRE-ET-STOCKER-SORTIE
                   UNTIL NOT WS-STE-OK OR WS-TABLE-PLEINE
               CLOSE SORTIEF
           ELSE
               DISPLAY "SORTIEF ABSENT - AUCUNE SORTIE"
           END-IF.

      * -----------------------------------------------------------*
      * 1650-LIRE-ET-STOCKER-SORTIE : lit une sortie, la place dans *
      * la table et la classe                                       *
      * -----------------------------------------------------------*
       1650-LIRE-ET-STOCKER-SORTIE.
           READ SORTIEF INTO STE-ENREG
               AT END
                   MOVE "10" TO WS-STE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF WS-NB-STE >= 1000
                       DISPLAY "SORTIEF DEPASSE 1000 SORTIES"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-STE
                       MOVE STE-MATRICULE
                           TO WS-STE-MATRICULE(WS-NB-STE)
                       MOVE STE-DATE-SORTIE
                           TO WS-STE-DATE-SORTIE(WS-NB-STE)
                       MOVE STE-MOTIF TO WS-STE-MOTIF(WS-NB-STE)
                       MOVE SPACE TO WS-STE-ETAT(WS-NB-STE)
                       PERFORM 1670-CLASSER-SORTIE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1670-CLASSER-SORTIE : une sortie dont le matricule est au   *
      * registre est déjà soldée (même date) ou refusée (autre      *
      * date : jamais deux soldes) ; une seconde sortie à solder du *
      * même matricule est refusée                                  *
      * -----------------------------------------------------------*
       1670-CLASSER-SORTIE.
           MOVE "N" TO WS-REG-TROUVE-SWITCH.
           IF WS-NB-REG > ZEROES
               SET WS-REG-IDX TO 1
               SEARCH WS-REG-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-REG-IDX > WS-NB-REG
                       CONTINUE
                   WHEN WS-REG-MATRICULE(WS-REG-IDX) = STE-MATRICULE
                       SET WS-REG-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           MOVE "N" TO WS-STE-TROUVE-SWITCH.
           IF NOT WS-REG-TROUVE AND WS-NB-STE > 1
               SET WS-STE-IDX TO 1
               SEARCH WS-STE-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-STE-IDX >= WS-NB-STE
                       CONTINUE
                   WHEN WS-STE-MATRICULE(WS-STE-IDX) = STE-MATRICULE
                       AND WS-STE-ETAT(WS-STE-IDX) = SPACE
                       SET WS-STE-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           MOVE WS-NB-STE TO WS-NO-STE.
           EVALUATE TRUE
               WHEN WS-REG-TROUVE
                   AND WS-REG-DATE-SORTIE(WS-REG-IDX) =
                       STE-DATE-SORTIE
                   MOVE "D" TO WS-STE-ETAT(WS-NO-STE)
                   ADD 1 TO WS-NB-DEJA-SOLDES
               WHEN WS-REG-TROUVE
                   MOVE "SOLDE DE TOUT COMPTE DEJA ETABLI"
                       TO WS-MOTIF-REJET
                   MOVE WS-REG-DATE-SORTIE(WS-REG-IDX) TO EXC-VALEUR2
                   PERFORM 6150-REJETER-SORTIE
               WHEN WS-STE-TROUVE
                   MOVE "SORTIE EN DOUBLE - DEJA A SOLDER"
                       TO WS-MOTIF-REJET
                   MOVE WS-STE-DATE-SORTIE(WS-STE-IDX) TO EXC-VALEUR2
                   PERFORM 6150-REJETER-SORTIE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 1700-CHARGER-CONGES : charge le maître des congés ; fichier *
      * absent = pas d'indemnité de congé                           *
      * -----------------------------------------------------------*
       1700-CHARGER-CONGES.
           OPEN INPUT CONGEF.
           IF WS-CGE-OK
               PERFORM 1750-LIRE-ET-STOCKER-CONGE
                   UNTIL NOT WS-CGE-OK OR WS-TABLE-PLEINE
               CLOSE CONGEF
           ELSE
               DISPLAY "CONGEF ABSENT - PAS D'INDEMNITE DE CONGES"
           END-IF.

      * -----------------------------------------------------------*
      * 1750-LIRE-ET-STOCKER-CONGE : lit un congé du maître et le   *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1750-LIRE-ET-STOCKER-CONGE.
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
      * 1780-CHARGER-PRETS : charge le maître des avances et prêts ;*
      * maître absent = seule l'avance du compte personnel est      *
      * récupérée                                                   *
      * -----------------------------------------------------------*
       1780-CHARGER-PRETS.
           OPEN INPUT AVPRETF.
           IF WS-PRT-OK
               PERFORM 1790-LIRE-ET-STOCKER-PRET
                   UNTIL NOT WS-PRT-OK OR WS-TABLE-PLEINE
               CLOSE AVPRETF
           ELSE
               DISPLAY "AVPRETF ABSENT - PAS DE RECUPERATION DE PRET"
           END-IF.

      * -----------------------------------------------------------*
      * 1790-LIRE-ET-STOCKER-PRET : lit un poste du maître et le    *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1790-LIRE-ET-STOCKER-PRET.
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
      * 1800-RELEVER-JOURS-OUVRES : relève au calendrier les jours  *
      * ouvrés du mois de traitement ; calendrier absent ou ne      *
      * couvrant pas le mois = erreur fichier                       *
      * -----------------------------------------------------------*
       1800-RELEVER-JOURS-OUVRES.
           OPEN INPUT CALFILE.
           IF NOT WS-CAL-OK
               DISPLAY "CALFILE INTROUVABLE - PRORATA IMPOSSIBLE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1850-EXAMINER-UNE-JOURNEE
                   UNTIL NOT WS-CAL-OK
               CLOSE CALFILE
               IF WS-NB-OUVRES-MOIS = ZEROES
                   DISPLAY "CALFILE NE COUVRE PAS LE MOIS "
                       WS-DATE-TRAITEMENT(1:6)
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1850-EXAMINER-UNE-JOURNEE : lit une journée du calendrier   *
      * et retient un jour ouvré du mois de traitement              *
      * -----------------------------------------------------------*
       1850-EXAMINER-UNE-JOURNEE.
           READ CALFILE INTO CAL-ENREG
               AT END
                   MOVE "10" TO WS-CAL-STATUS
               NOT AT END
                   IF CAL-OUVRE
                       AND CAL-DATE(1:6) = WS-DATE-TRAITEMENT(1:6)
                       AND WS-NB-OUVRES-MOIS < 31
                       ADD 1 TO WS-NB-OUVRES-MOIS
                       MOVE CAL-DATE TO WS-OUV-DATE(WS-NB-OUVRES-MOIS)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1900-OUVRIR-PASSAGE : ouvre PERSFILE et le cumul annuel,    *
      * les fichiers en ajout (registre, nets ; absent = premier    *
      * run) et les éditions, et écrit l'en-tête du journal         *
      * -----------------------------------------------------------*
       1900-OUVRIR-PASSAGE.
           OPEN INPUT PERSFILE.
           IF NOT WS-PERS-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PERSFILE - STATUT "
                   WS-PERS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN INPUT YTDFILE.
           IF WS-YTD-OK
               SET WS-YTD-OUVERT TO TRUE
               MOVE LOW-VALUES TO WS-CLE-YTD
           ELSE
               DISPLAY "PAS DE CUMUL ANNUEL ANTERIEUR - DEPART A ZERO"
               MOVE HIGH-VALUES TO WS-CLE-YTD
           END-IF.

           OPEN EXTEND STCREGF.
           IF WS-STC-STATUS = "35"
               OPEN OUTPUT STCREGF
           END-IF.
           IF NOT WS-STC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STCREGF - STATUT "
                   WS-STC-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN EXTEND NETFILE.
           IF WS-NET-STATUS = "35"
               OPEN OUTPUT NETFILE
           END-IF.
           IF NOT WS-NET-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR NETFILE - STATUT "
                   WS-NET-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN EXTEND PAYDETF.
           IF WS-PDT-STATUS = "35"
               OPEN OUTPUT PAYDETF
           END-IF.
           IF NOT WS-PDT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PAYDETF - STATUT "
                   WS-PDT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT STCSLIP.
           IF NOT WS-SLP-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STCSLIP - STATUT "
                   WS-SLP-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT STCRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STCRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * Lot toujours recréé, même vide, pour que PAYGL010 ne relise
      * jamais le lot d'un mois précédent
           OPEN OUTPUT STCJNLF.
           IF NOT WS-SJN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR STCJNLF - STATUT "
                   WS-SJN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "EN"       TO CTLHDR-TYPE
               MOVE "STCSOL01" TO CTLHDR-PROGRAMME
               MOVE WS-DATE-TRAITEMENT TO CTLHDR-DATE
               WRITE STCJNLF-HDR FROM CTLHDR-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2000-TRAITER-EMPLOYES : passe PERSFILE et solde chaque      *
      * sortant inactif dont la date de sortie est atteinte         *
      * -----------------------------------------------------------*
       2000-TRAITER-EMPLOYES.
           PERFORM 2100-LIRE-EMPLOYE
               UNTIL NOT WS-PERS-OK.
           CLOSE PERSFILE.

           IF WS-YTD-OUVERT
               CLOSE YTDFILE
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
      * 2200-TRAITER-UN-EMPLOYE : cherche une sortie à solder pour  *
      * l'employé courant - soldée s'il est inactif et sa date de   *
      * sortie atteinte, en attente sinon ; les éléments variables  *
      * d'un inactif non soldé par ce run sont rejetés              *
      * -----------------------------------------------------------*
       2200-TRAITER-UN-EMPLOYE.
           PERFORM 2210-CHERCHER-SORTIE.

           EVALUATE TRUE
               WHEN NOT WS-STE-TROUVE
                   IF PERSONNE-INACTIF
                       PERFORM 2250-REJETER-ELEMENTS-INACTIF
                   END-IF
               WHEN NOT PERSONNE-INACTIF
               WHEN WS-STE-DATE-SORTIE(WS-STE-IDX) >
                   WS-DATE-TRAITEMENT
                   MOVE "A" TO WS-STE-ETAT(WS-STE-IDX)
                   ADD 1 TO WS-NB-EN-ATTENTE
                   DISPLAY "SORTIE EN ATTENTE : " PERSONNE-MATRICULE
                       " " WS-STE-DATE-SORTIE(WS-STE-IDX)
               WHEN OTHER
                   PERFORM 3000-SOLDER-UN-SORTANT
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2210-CHERCHER-SORTIE : cherche la sortie à solder du        *
      * matricule courant                                           *
      * -----------------------------------------------------------*
       2210-CHERCHER-SORTIE.
           MOVE "N" TO WS-STE-TROUVE-SWITCH.
           IF WS-NB-STE > ZEROES
               SET WS-STE-IDX TO 1
               SEARCH WS-STE-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-STE-IDX > WS-NB-STE
                       CONTINUE
                   WHEN WS-STE-MATRICULE(WS-STE-IDX) =
                       PERSONNE-MATRICULE
                       AND WS-STE-ETAT(WS-STE-IDX) = SPACE
                       SET WS-STE-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2250-REJETER-ELEMENTS-INACTIF : rejette les éléments        *
      * variables d'un employé inactif qui n'est pas soldé par ce   *
      * run (PAYREG010 ne paie plus les inactifs)                   *
      * -----------------------------------------------------------*
       2250-REJETER-ELEMENTS-INACTIF.
           PERFORM 2260-REJETER-UN-ELEMENT
               VARYING WS-NO-PEL FROM 1 BY 1
                   UNTIL WS-NO-PEL > WS-NB-PEL.

      * -----------------------------------------------------------*
      * 2260-REJETER-UN-ELEMENT : rejette l'élément courant s'il    *
      * porte le matricule de l'employé courant                     *
      * -----------------------------------------------------------*
       2260-REJETER-UN-ELEMENT.
           SET WS-PEL-IDX TO WS-NO-PEL.

           IF WS-PEL-MATRICULE(WS-PEL-IDX) = PERSONNE-MATRICULE
               AND WS-PEL-SERVI(WS-PEL-IDX) = "N"
               MOVE "R" TO WS-PEL-SERVI(WS-PEL-IDX)
               ADD 1 TO WS-NB-PEL-REJETES
               DISPLAY "ELEMENT REJETE : " PERSONNE-MATRICULE " "
                   WS-PEL-CODE(WS-PEL-IDX)
               PERFORM 9700-NOTER-REJET
               MOVE "PEL-MATRICULE" TO EXC-CHAMP
               SET EXC-SEV-AVERTISSEMENT TO TRUE
               MOVE ZEROES TO EXC-VALEUR1 EXC-VALEUR2
               MOVE "ELEMENT D'EMPLOYE INACTIF - REJETE"
                   TO EXC-MESSAGE
               PERFORM 8100-ECRIRE-ANOMALIE
           END-IF.

      * -----------------------------------------------------------*
      * 3000-SOLDER-UN-SORTANT : calcule le solde de tout compte    *
      * du sortant courant, le paie, l'édite, le journalise et      *
      * l'inscrit au registre                                       *
      * -----------------------------------------------------------*
       3000-SOLDER-UN-SORTANT.
           MOVE "S" TO WS-STE-ETAT(WS-STE-IDX).
           ADD 1 TO WS-NB-ECRITS.
           MOVE WS-STE-DATE-SORTIE(WS-STE-IDX) TO WS-DATE-SORTIE.
           MOVE WS-STE-MOTIF(WS-STE-IDX) TO STE-MOTIF.
           PERFORM 8300-LIBELLER-MOTIF.

           PERFORM 3100-CALCULER-PRORATA.
           PERFORM 3200-CUMULER-ELEMENTS.
           PERFORM 3300-CALCULER-INDEMNITE-CONGE.

           COMPUTE WS-BRUT-SOLDE = WS-SALAIRE-PRORATA
               + WS-TOTAL-ELEMENTS + WS-INDEMNITE-CONGE.

           PERFORM 3400-CALCULER-RETENUES.
           PERFORM 3500-RECUPERER-AVANCE.
           PERFORM 3600-CONVERTIR-EN-EUROS.
           PERFORM 3700-LIRE-CUMUL-ANNUEL.

           IF WS-NET-OK AND WS-SALAIRE-NET > ZEROES
               MOVE PERSONNE-MATRICULE TO NET-OUT-MATRICULE
               MOVE PERSONNE-DEVISE    TO NET-OUT-DEVISE
               MOVE WS-SALAIRE-NET     TO NET-OUT-MONTANT
               WRITE NETFILE-ENREG
           END-IF.

           PERFORM 4000-EDITER-BULLETIN.
           PERFORM 4500-EDITER-RECU.
           PERFORM 5000-INSCRIRE-AU-REGISTRE.
           PERFORM 5200-JOURNALISER-SORTANT.

           DISPLAY "SORTANT SOLDE : " PERSONNE-MATRICULE " NET "
               WS-SALAIRE-NET " " PERSONNE-DEVISE.

      * -----------------------------------------------------------*
      * 3100-CALCULER-PRORATA : salaire du mois de sortie au        *
      * prorata des jours ouvrés jusqu'à la date de sortie incluse ;*
      * sortie d'un mois antérieur = mois déjà payé par PAYREG010   *
      * -----------------------------------------------------------*
       3100-CALCULER-PRORATA.
           MOVE ZEROES TO WS-NB-OUVRES-PAYES WS-SALAIRE-PRORATA.

           IF WS-DATE-SORTIE(1:6) = WS-DATE-TRAITEMENT(1:6)
               PERFORM 3150-COMPTER-UN-JOUR
                   VARYING WS-NO-OUV FROM 1 BY 1
                       UNTIL WS-NO-OUV > WS-NB-OUVRES-MOIS
               COMPUTE WS-SALAIRE-PRORATA ROUNDED =
                   PERSONNE-SALAIRE * WS-NB-OUVRES-PAYES
                       / WS-NB-OUVRES-MOIS
           ELSE
               MOVE "WS-DATE-SORTIE" TO EXC-CHAMP
               SET EXC-SEV-INFO TO TRUE
               MOVE WS-DATE-SORTIE TO EXC-VALEUR1
               MOVE WS-DATE-TRAITEMENT TO EXC-VALEUR2
               MOVE "MOIS DE SORTIE DEJA PAYE - PAS DE PRORATA"
                   TO EXC-MESSAGE
               PERFORM 8100-ECRIRE-ANOMALIE
           END-IF.

      * -----------------------------------------------------------*
      * 3150-COMPTER-UN-JOUR : compte le jour ouvré courant s'il    *
      * précède ou égale la date de sortie                          *
      * -----------------------------------------------------------*
       3150-COMPTER-UN-JOUR.
           IF WS-OUV-DATE(WS-NO-OUV) <= WS-DATE-SORTIE
               ADD 1 TO WS-NB-OUVRES-PAYES
           END-IF.

      * -----------------------------------------------------------*
      * 3200-CUMULER-ELEMENTS : cumule les éléments variables du    *
      * sortant dans son solde                                      *
      * -----------------------------------------------------------*
       3200-CUMULER-ELEMENTS.
           MOVE ZEROES TO WS-TOTAL-ELEMENTS.
           PERFORM 3250-SERVIR-UN-ELEMENT
               VARYING WS-NO-PEL FROM 1 BY 1
                   UNTIL WS-NO-PEL > WS-NB-PEL.

      * -----------------------------------------------------------*
      * 3250-SERVIR-UN-ELEMENT : applique l'élément courant s'il    *
      * porte le matricule du sortant                               *
      * -----------------------------------------------------------*
       3250-SERVIR-UN-ELEMENT.
           SET WS-PEL-IDX TO WS-NO-PEL.

           IF WS-PEL-MATRICULE(WS-PEL-IDX) = PERSONNE-MATRICULE
               AND WS-PEL-SERVI(WS-PEL-IDX) = "N"
               ADD WS-PEL-MONTANT(WS-PEL-IDX) TO WS-TOTAL-ELEMENTS
               MOVE "O" TO WS-PEL-SERVI(WS-PEL-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 3300-CALCULER-INDEMNITE-CONGE : paie les jours de congé     *
      * acquis non pris au salaire journalier du mois et solde le   *
      * congé au maître (jours pris = droit acquis)                 *
      * -----------------------------------------------------------*
       3300-CALCULER-INDEMNITE-CONGE.
           MOVE ZEROES TO WS-JOURS-CONGE WS-INDEMNITE-CONGE.

           MOVE "N" TO WS-CGE-TROUVE-SWITCH.
           IF WS-NB-CGE > ZEROES
               SET WS-CGE-IDX TO 1
               SEARCH WS-CGE-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CGE-IDX > WS-NB-CGE
                       CONTINUE
                   WHEN WS-CGE-MATRICULE(WS-CGE-IDX) =
                       PERSONNE-MATRICULE
                       SET WS-CGE-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF WS-CGE-TROUVE
               MOVE WS-CGE-ENTREE(WS-CGE-IDX) TO CGE-ENREG
               IF CGE-ACQUIS > CGE-PRIS
                   COMPUTE WS-JOURS-CONGE = CGE-ACQUIS - CGE-PRIS
                   COMPUTE WS-INDEMNITE-CONGE ROUNDED =
                       PERSONNE-SALAIRE * WS-JOURS-CONGE
                           / WS-NB-OUVRES-MOIS
                   MOVE CGE-ACQUIS TO CGE-PRIS
                   MOVE CGE-ENREG TO WS-CGE-ENTREE(WS-CGE-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3400-CALCULER-RETENUES : applique chaque retenue de la      *
      * table au brut du solde, comme PAYREG010                     *
      * -----------------------------------------------------------*
       3400-CALCULER-RETENUES.
           MOVE ZEROES TO WS-TOTAL-RETENUES WS-TOTAL-PATRONAL.
           IF WS-NB-DED > ZEROES
               PERFORM 3450-APPLIQUER-UNE-RETENUE
                   VARYING WS-NO-DED FROM 1 BY 1
                       UNTIL WS-NO-DED > WS-NB-DED
           END-IF.
           COMPUTE WS-NET-AVANT-AVANCE =
               WS-BRUT-SOLDE - WS-TOTAL-RETENUES.
           COMPUTE WS-COUT-EMPLOYEUR =
               WS-BRUT-SOLDE + WS-TOTAL-PATRONAL.

      * -----------------------------------------------------------*
      * 3450-APPLIQUER-UNE-RETENUE : calcule le montant d'une       *
      * retenue - taux appliqué au brut (plafonné quand un plafond  *
      * est posé) ou montant fixe - et le cumule aux retenues, ou   *
      * aux cotisations patronales pour un code employeur           *
      * -----------------------------------------------------------*
       3450-APPLIQUER-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.

           IF WS-DED-TYPE(WS-DED-IDX) = "T"
               MOVE WS-BRUT-SOLDE TO WS-BASE-RETENUE
               IF WS-DED-PLAFOND(WS-DED-IDX) > ZEROES
                   AND WS-BASE-RETENUE > WS-DED-PLAFOND(WS-DED-IDX)
                   MOVE WS-DED-PLAFOND(WS-DED-IDX)
                       TO WS-BASE-RETENUE
               END-IF
               COMPUTE WS-MONTANT-RETENUE ROUNDED =
                   WS-BASE-RETENUE
                   * WS-DED-VALEUR(WS-DED-IDX) / 100
           ELSE
               MOVE WS-BRUT-SOLDE TO WS-BASE-RETENUE
               MOVE WS-DED-VALEUR(WS-DED-IDX) TO WS-MONTANT-RETENUE
           END-IF.

           MOVE WS-BASE-RETENUE    TO WS-DED-BASE(WS-NO-DED).
           MOVE WS-MONTANT-RETENUE TO WS-DED-MONTANT(WS-NO-DED).
           IF WS-DED-PATRONALE(WS-DED-IDX)
               ADD WS-MONTANT-RETENUE TO WS-TOTAL-PATRONAL
           ELSE
               ADD WS-MONTANT-RETENUE TO WS-TOTAL-RETENUES
           END-IF.

      * -----------------------------------------------------------*
      * 3500-RECUPERER-AVANCE : récupère l'avance restant due       *
      * (PERSONNE-SOLDE-CPT positif) et les soldes des avances et   *
      * prêts en cours du maître AVPRETF dans la limite du net ; la *
      * somme récupérée est imputée d'abord au compte personnel,    *
      * puis aux postes dans l'ordre du maître ; le reste dû est    *
      * imprimé sur le reçu                                         *
      * -----------------------------------------------------------*
       3500-RECUPERER-AVANCE.
           MOVE ZEROES TO WS-AVANCE-DUE WS-AVANCE-RECUPEREE.
           IF PERSONNE-SOLDE-CPT > ZEROES
               MOVE PERSONNE-SOLDE-CPT TO WS-AVANCE-DUE
           END-IF.

           IF WS-NB-PRT > ZEROES
               PERFORM 3550-CUMULER-UN-PRET
                   VARYING WS-NO-PRT FROM 1 BY 1
                       UNTIL WS-NO-PRT > WS-NB-PRT
           END-IF.

           IF WS-NET-AVANT-AVANCE > ZEROES
               IF WS-AVANCE-DUE > WS-NET-AVANT-AVANCE
                   MOVE WS-NET-AVANT-AVANCE TO WS-AVANCE-RECUPEREE
               ELSE
                   MOVE WS-AVANCE-DUE TO WS-AVANCE-RECUPEREE
               END-IF
           END-IF.

           COMPUTE WS-RESTE-DU = WS-AVANCE-DUE - WS-AVANCE-RECUPEREE.
           COMPUTE WS-SALAIRE-NET =
               WS-NET-AVANT-AVANCE - WS-AVANCE-RECUPEREE.

           MOVE WS-AVANCE-RECUPEREE TO WS-RESTE-A-IMPUTER.
           IF PERSONNE-SOLDE-CPT > ZEROES
               IF PERSONNE-SOLDE-CPT > WS-RESTE-A-IMPUTER
                   MOVE ZEROES TO WS-RESTE-A-IMPUTER
               ELSE
                   SUBTRACT PERSONNE-SOLDE-CPT FROM WS-RESTE-A-IMPUTER
               END-IF
           END-IF.

           IF WS-RESTE-A-IMPUTER > ZEROES
               PERFORM 3560-IMPUTER-UN-PRET
                   VARYING WS-NO-PRT FROM 1 BY 1
                       UNTIL WS-NO-PRT > WS-NB-PRT
                           OR WS-RESTE-A-IMPUTER = ZEROES
           END-IF.

      * -----------------------------------------------------------*
      * 3550-CUMULER-UN-PRET : ajoute à la somme due le solde du    *
      * poste courant s'il est en cours et appartient au sortant    *
      * -----------------------------------------------------------*
       3550-CUMULER-UN-PRET.
           MOVE WS-PRT-ENTREE(WS-NO-PRT) TO PRT-ENREG.
           IF PRT-MATRICULE = PERSONNE-MATRICULE
               AND PRT-EN-COURS
               ADD PRT-SOLDE TO WS-AVANCE-DUE
           END-IF.

      * -----------------------------------------------------------*
      * 3560-IMPUTER-UN-PRET : impute au poste courant du sortant   *
      * la part récupérée restante, au plus son solde ; le poste    *
      * est soldé à zéro, la retenue notée avec l'origine S         *
      * -----------------------------------------------------------*
       3560-IMPUTER-UN-PRET.
           MOVE WS-PRT-ENTREE(WS-NO-PRT) TO PRT-ENREG.
           IF PRT-MATRICULE = PERSONNE-MATRICULE
               AND PRT-EN-COURS
               IF PRT-SOLDE > WS-RESTE-A-IMPUTER
                   MOVE WS-RESTE-A-IMPUTER TO WS-IMPUTATION
               ELSE
                   MOVE PRT-SOLDE TO WS-IMPUTATION
               END-IF
               SUBTRACT WS-IMPUTATION FROM PRT-SOLDE
               SUBTRACT WS-IMPUTATION FROM WS-RESTE-A-IMPUTER
               MOVE WS-DATE-TRAITEMENT(1:6) TO PRT-DERNIER-MOIS
               MOVE WS-IMPUTATION TO PRT-DERNIERE-RETENUE
               SET PRT-ORIGINE-SOLDE TO TRUE
               IF PRT-SOLDE = ZEROES
                   SET PRT-REMBOURSE TO TRUE
               END-IF
               MOVE PRT-ENREG TO WS-PRT-ENTREE(WS-NO-PRT)
               ADD 1 TO WS-NB-PRETS-IMPUTES
           END-IF.

      * -----------------------------------------------------------*
      * 3600-CONVERTIR-EN-EUROS : convertit en euros le brut, les   *
      * retenues et l'avance récupérée du sortant ; le net en euros *
      * en est déduit et le sortant porté au détail de paie         *
      * -----------------------------------------------------------*
       3600-CONVERTIR-EN-EUROS.
           MOVE WS-BRUT-SOLDE TO WS-SALAIRE-PRECTL.
           CALL "FOREX01" USING PERSONNE-DEVISE, WS-SALAIRE-PRECTL,
               WS-BRUT-EUR.

           MOVE ZEROES TO WS-TOTAL-RETENUES-EUR.
           IF WS-NB-DED > ZEROES
               PERFORM 3650-CONVERTIR-UNE-RETENUE
                   VARYING WS-NO-DED FROM 1 BY 1
                       UNTIL WS-NO-DED > WS-NB-DED
           END-IF.

           MOVE WS-AVANCE-RECUPEREE TO WS-SALAIRE-PRECTL.
           CALL "FOREX01" USING PERSONNE-DEVISE, WS-SALAIRE-PRECTL,
               WS-AVANCE-EUR.
           ADD WS-AVANCE-EUR TO WS-TOTAL-AVANCES-EUR.

           COMPUTE WS-NET-EUR = WS-BRUT-EUR
               - WS-TOTAL-RETENUES-EUR - WS-AVANCE-EUR.
           ADD WS-NET-EUR TO WS-TOTAL-NET-EUR.

           IF WS-PDT-OK
               MOVE SPACES TO PDT-ENREG
               SET PDT-SALARIE TO TRUE
               MOVE WS-DATE-TRAITEMENT TO PDT-DATE
               MOVE PERSONNE-MATRICULE TO PDT-MATRICULE
               MOVE WS-BRUT-SOLDE      TO PDT-BASE
               MOVE WS-SALAIRE-NET     TO PDT-MONTANT
               MOVE PERSONNE-DEVISE    TO PDT-DEVISE
               MOVE WS-BRUT-EUR        TO PDT-BASE-EUR
               MOVE WS-NET-EUR         TO PDT-MONTANT-EUR
               WRITE PAYDETF-ENREG FROM PDT-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3650-CONVERTIR-UNE-RETENUE : convertit en euros une retenue *
      * du sortant et la cumule par code pour le journal            *
      * (cotisation patronale : hors net, débitée en charges) ; une *
      * retenue non nulle est portée au détail de paie              *
      * -----------------------------------------------------------*
       3650-CONVERTIR-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.
           CALL "FOREX01" USING PERSONNE-DEVISE,
               WS-DED-MONTANT(WS-NO-DED), WS-RETENUE-EUR.
           IF WS-DED-PATRONALE(WS-DED-IDX)
               ADD WS-RETENUE-EUR TO WS-TOTAL-PATRONAL-EUR
           ELSE
               ADD WS-RETENUE-EUR TO WS-TOTAL-RETENUES-EUR
           END-IF.
           ADD WS-RETENUE-EUR TO WS-DED-CUMUL-EUR(WS-NO-DED).

           IF WS-PDT-OK
               AND WS-DED-MONTANT(WS-NO-DED) NOT = ZEROES
               CALL "FOREX01" USING PERSONNE-DEVISE,
                   WS-DED-BASE(WS-NO-DED), WS-BASE-EUR
               MOVE SPACES TO PDT-ENREG
               SET PDT-COTISATION TO TRUE
               MOVE WS-DATE-TRAITEMENT      TO PDT-DATE
               MOVE PERSONNE-MATRICULE      TO PDT-MATRICULE
               MOVE WS-DED-CODE(WS-DED-IDX) TO PDT-CODE
               IF WS-DED-PATRONALE(WS-DED-IDX)
                   MOVE "E" TO PDT-PART
               ELSE
                   MOVE "S" TO PDT-PART
               END-IF
               MOVE WS-DED-BASE(WS-NO-DED)    TO PDT-BASE
               MOVE WS-DED-MONTANT(WS-NO-DED) TO PDT-MONTANT
               MOVE PERSONNE-DEVISE           TO PDT-DEVISE
               MOVE WS-BASE-EUR               TO PDT-BASE-EUR
               MOVE WS-RETENUE-EUR            TO PDT-MONTANT-EUR
               WRITE PAYDETF-ENREG FROM PDT-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3700-LIRE-CUMUL-ANNUEL : fait avancer YTDFILE sur le        *
      * sortant et y ajoute le solde (net = brut moins retenues,    *
      * comme PAYREG010) pour le bulletin, ainsi que ses            *
      * cotisations patronales au cumul du coût employeur           *
      * -----------------------------------------------------------*
       3700-LIRE-CUMUL-ANNUEL.
           PERFORM 3750-LIRE-CUMUL
               UNTIL WS-CLE-YTD >= PERSONNE-MATRICULE.

           MOVE ZEROES TO WS-CUMUL-BRUT WS-CUMUL-NET WS-CUMUL-PATRONAL.
           IF WS-CLE-YTD = PERSONNE-MATRICULE
               MOVE YTD-IN-CUMUL-SALAIRE TO WS-CUMUL-BRUT
               MOVE YTD-IN-CUMUL-NET     TO WS-CUMUL-NET
               IF YTD-IN-CUMUL-PATRONAL NUMERIC
                   MOVE YTD-IN-CUMUL-PATRONAL TO WS-CUMUL-PATRONAL
               END-IF
           END-IF.
           ADD WS-BRUT-SOLDE       TO WS-CUMUL-BRUT.
           ADD WS-NET-AVANT-AVANCE TO WS-CUMUL-NET.
           ADD WS-TOTAL-PATRONAL   TO WS-CUMUL-PATRONAL.

      * -----------------------------------------------------------*
      * 3750-LIRE-CUMUL : lit le cumul annuel suivant (HIGH-VALUES  *
      * en fin de fichier)                                          *
      * -----------------------------------------------------------*
       3750-LIRE-CUMUL.
           READ YTDFILE
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-YTD
               NOT AT END
                   MOVE YTD-IN-MATRICULE TO WS-CLE-YTD
           END-READ.

      * -----------------------------------------------------------*
      * 4000-EDITER-BULLETIN : produit le dernier bulletin de paie  *
      * du sortant - identité, sortie, prorata, éléments, indemnité *
      * de congé, brut, retenues, avance, net et cumuls annuels     *
      * -----------------------------------------------------------*
       4000-EDITER-BULLETIN.
           IF WS-SLP-OK
               ADD 1 TO WS-NO-PAGE-BULLETIN
               CALL "RPTHDR010" USING WS-TITRE-BULLETIN,
                   WS-NO-PAGE-BULLETIN, WS-LIGNE-ENTETE-1
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-ENTETE-1

               MOVE PERSONNE-MATRICULE TO BI-MATRICULE
               MOVE PERSONNE1          TO BI-NOM
               MOVE PERSONNE2          TO BI-PRENOM
               MOVE PERSONNE-SERVICE   TO BI-SERVICE
               PERFORM 4050-LIBELLER-SERVICE
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-IDENTITE

               MOVE WS-DATE-SORTIE TO WS-DATE-DECOMP
               PERFORM 8200-EDITER-DATE
               MOVE WS-DATE-EDITEE   TO BS-DATE
               MOVE WS-MOTIF-LIBELLE TO BS-MOTIF
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-SORTIE

               MOVE WS-SALAIRE-PRORATA TO BP-MONTANT
               MOVE WS-NB-OUVRES-PAYES TO BP-JOURS
               MOVE WS-NB-OUVRES-MOIS  TO BP-JOURS-MOIS
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-PRORATA

               PERFORM 4100-EDITER-UN-ELEMENT
                   VARYING WS-NO-PEL FROM 1 BY 1
                       UNTIL WS-NO-PEL > WS-NB-PEL

               MOVE WS-INDEMNITE-CONGE TO BQ-MONTANT
               MOVE WS-JOURS-CONGE     TO BQ-JOURS
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-CONGE

               MOVE WS-BRUT-SOLDE   TO BB-BRUT
               MOVE PERSONNE-DEVISE TO BB-DEVISE
               MOVE WS-BRUT-EUR     TO BB-BRUT-EUR
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-BRUT

               IF WS-NB-DED > ZEROES
                   PERFORM 4150-EDITER-UNE-RETENUE
                       VARYING WS-NO-DED FROM 1 BY 1
                           UNTIL WS-NO-DED > WS-NB-DED
               END-IF

               IF WS-AVANCE-DUE > ZEROES
                   MOVE WS-AVANCE-RECUPEREE TO BA-MONTANT
                   MOVE WS-RESTE-DU         TO BA-RESTE
                   WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-AVANCE
               END-IF

               MOVE WS-SALAIRE-NET TO BN-NET
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-NET

               IF WS-TOTAL-PATRONAL NOT = ZEROES
                   WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-PATRONAL
                   PERFORM 4160-EDITER-UNE-COTISATION
                       VARYING WS-NO-DED FROM 1 BY 1
                           UNTIL WS-NO-DED > WS-NB-DED
               END-IF
               MOVE WS-COUT-EMPLOYEUR TO BU-COUT
               MOVE WS-CUMUL-PATRONAL TO BU-CUMUL
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-COUT

               MOVE WS-CUMUL-BRUT TO BC-CUMUL-BRUT
               MOVE WS-CUMUL-NET  TO BC-CUMUL-NET
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-CUMULS
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-VIDE
           END-IF.

      * -----------------------------------------------------------*
      * 4050-LIBELLER-SERVICE : cherche le libellé du service du    *
      * sortant                                                     *
      * -----------------------------------------------------------*
       4050-LIBELLER-SERVICE.
           MOVE SPACES TO BI-SERVICE-LIB.

           IF WS-NB-SRM > ZEROES
               SET WS-SRM-IDX TO 1
               SEARCH WS-SRM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SRM-CODE(WS-SRM-IDX) = PERSONNE-SERVICE
                       MOVE WS-SRM-LIBELLE(WS-SRM-IDX)(1:17)
                           TO BI-SERVICE-LIB
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 4100-EDITER-UN-ELEMENT : imprime sur le bulletin un élément *
      * variable payé au sortant                                    *
      * -----------------------------------------------------------*
       4100-EDITER-UN-ELEMENT.
           SET WS-PEL-IDX TO WS-NO-PEL.

           IF WS-PEL-MATRICULE(WS-PEL-IDX) = PERSONNE-MATRICULE
               AND WS-PEL-SERVI(WS-PEL-IDX) = "O"
               MOVE WS-PEL-CODE(WS-PEL-IDX)    TO BE-CODE
               MOVE WS-PEL-TYPE(WS-PEL-IDX)    TO BE-TYPE
               MOVE WS-PEL-VALEUR(WS-PEL-IDX)  TO BE-VALEUR
               MOVE WS-PEL-MONTANT(WS-PEL-IDX) TO BE-MONTANT
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-ELEMENT
           END-IF.

      * -----------------------------------------------------------*
      * 4150-EDITER-UNE-RETENUE : imprime une ligne de retenue du   *
      * bulletin (code, libellé, montant retenu) ; les cotisations  *
      * patronales sont imprimées après le net (4160)               *
      * -----------------------------------------------------------*
       4150-EDITER-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.
           IF NOT WS-DED-PATRONALE(WS-DED-IDX)
               MOVE WS-DED-CODE(WS-DED-IDX)    TO BR-CODE
               MOVE WS-DED-LIBELLE(WS-DED-IDX) TO BR-LIBELLE
               MOVE WS-DED-MONTANT(WS-NO-DED)  TO BR-MONTANT
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-RETENUE
           END-IF.

      * -----------------------------------------------------------*
      * 4160-EDITER-UNE-COTISATION : imprime une ligne de           *
      * cotisation patronale du bulletin, au coût employeur         *
      * -----------------------------------------------------------*
       4160-EDITER-UNE-COTISATION.
           SET WS-DED-IDX TO WS-NO-DED.
           IF WS-DED-PATRONALE(WS-DED-IDX)
               MOVE WS-DED-CODE(WS-DED-IDX)    TO BR-CODE
               MOVE WS-DED-LIBELLE(WS-DED-IDX) TO BR-LIBELLE
               MOVE WS-DED-MONTANT(WS-NO-DED)  TO BR-MONTANT
               WRITE STCSLIP-LIGNE FROM WS-LIGNE-BUL-RETENUE
           END-IF.

      * -----------------------------------------------------------*
      * 4500-EDITER-RECU : imprime le reçu pour solde de tout       *
      * compte du sortant - détail des sommes, mention du reçu et   *
      * place des signatures                                        *
      * -----------------------------------------------------------*
       4500-EDITER-RECU.
           IF WS-RPT-OK
               ADD 1 TO WS-NO-PAGE
               CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
                   WS-LIGNE-ENTETE-1
               WRITE STCRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE STCRPT-LIGNE FROM WS-LIGNE-VIDE

               MOVE PERSONNE-MATRICULE TO SI-MATRICULE
               MOVE PERSONNE1          TO SI-NOM
               MOVE PERSONNE2          TO SI-PRENOM
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-IDENTITE

               MOVE PERSONNE-DATE-EMBAUCHE TO WS-DATE-DECOMP
               PERFORM 8200-EDITER-DATE
               MOVE WS-DATE-EDITEE TO SD-EMBAUCHE
               MOVE WS-DATE-SORTIE TO WS-DATE-DECOMP
               PERFORM 8200-EDITER-DATE
               MOVE WS-DATE-EDITEE   TO SD-SORTIE
               MOVE WS-MOTIF-LIBELLE TO SD-MOTIF
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-DATES
               WRITE STCRPT-LIGNE FROM WS-LIGNE-VIDE

               MOVE PERSONNE-DEVISE TO SM-DEVISE
               MOVE "SALAIRE DU MOIS AU PRORATA" TO SM-LIBELLE
               MOVE WS-SALAIRE-PRORATA TO SM-MONTANT
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-MONTANT
               MOVE "ELEMENTS VARIABLES DE LA PERIODE"
                   TO SM-LIBELLE
               MOVE WS-TOTAL-ELEMENTS TO SM-MONTANT
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-MONTANT
               MOVE "INDEMNITE COMPENSATRICE DE CONGES"
                   TO SM-LIBELLE
               MOVE WS-INDEMNITE-CONGE TO SM-MONTANT
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-MONTANT
               MOVE "TOTAL BRUT" TO SM-LIBELLE
               MOVE WS-BRUT-SOLDE TO SM-MONTANT
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-MONTANT
               MOVE "RETENUES ET COTISATIONS" TO SM-LIBELLE
               MOVE WS-TOTAL-RETENUES TO SM-MONTANT
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-MONTANT
               MOVE "AVANCES ET PRETS RECUPERES" TO SM-LIBELLE
               MOVE WS-AVANCE-RECUPEREE TO SM-MONTANT
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-MONTANT
               MOVE "NET A PAYER" TO SM-LIBELLE
               MOVE WS-SALAIRE-NET TO SM-MONTANT
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-MONTANT
               IF WS-RESTE-DU > ZEROES
                   MOVE "AVANCES ET PRETS DUS PAR LE SALARIE"
                       TO SM-LIBELLE
                   MOVE WS-RESTE-DU TO SM-MONTANT
                   WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-MONTANT
               END-IF
               WRITE STCRPT-LIGNE FROM WS-LIGNE-VIDE

               MOVE "LE SALARIE RECONNAIT AVOIR RECU LA SOMME CI-DESS"
                   & "US POUR SOLDE DE TOUT" TO WS-LIGNE-STC-TEXTE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-TEXTE
               MOVE "COMPTE, EN PAIEMENT DES SALAIRES, ACCESSOIRES ET"
                   & " INDEMNITES DUS AU TITRE" TO WS-LIGNE-STC-TEXTE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-TEXTE
               MOVE "DE L'EXECUTION ET DE LA CESSATION DE SON CONTRAT"
                   & " DE TRAVAIL." TO WS-LIGNE-STC-TEXTE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-TEXTE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-VIDE

               MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP
               PERFORM 8200-EDITER-DATE
               MOVE WS-DATE-EDITEE TO SF-DATE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-FAIT
               WRITE STCRPT-LIGNE FROM WS-LIGNE-VIDE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-STC-SIGNATURES
           END-IF.

      * -----------------------------------------------------------*
      * 5000-INSCRIRE-AU-REGISTRE : inscrit le solde du sortant au  *
      * registre (ligne S) puis chaque retenue non nulle (ligne R)  *
      * -----------------------------------------------------------*
       5000-INSCRIRE-AU-REGISTRE.
           IF WS-STC-OK
               MOVE SPACES TO STC-ENREG
               SET STC-SOLDE TO TRUE
               MOVE PERSONNE-MATRICULE  TO STC-MATRICULE
               MOVE WS-DATE-TRAITEMENT  TO STC-DATE-SOLDE
               MOVE WS-DATE-SORTIE      TO STC-DATE-SORTIE
               MOVE STE-MOTIF           TO STC-MOTIF
               MOVE PERSONNE-DEVISE     TO STC-DEVISE
               MOVE WS-NB-OUVRES-PAYES  TO STC-JOURS-PAYES
               MOVE WS-NB-OUVRES-MOIS   TO STC-JOURS-MOIS
               MOVE WS-SALAIRE-PRORATA  TO STC-SALAIRE-PRORATA
               MOVE WS-TOTAL-ELEMENTS   TO STC-ELEMENTS
               MOVE WS-JOURS-CONGE      TO STC-JOURS-CONGE
               MOVE WS-INDEMNITE-CONGE  TO STC-INDEMNITE-CONGE
               MOVE WS-BRUT-SOLDE       TO STC-BRUT
               MOVE WS-TOTAL-RETENUES   TO STC-RETENUES
               MOVE WS-AVANCE-RECUPEREE TO STC-AVANCE
               MOVE WS-SALAIRE-NET      TO STC-NET
               MOVE WS-RESTE-DU         TO STC-RESTE-DU
               WRITE STCREGF-ENREG FROM STC-ENREG
               IF WS-NB-DED > ZEROES
                   PERFORM 5050-INSCRIRE-UNE-RETENUE
                       VARYING WS-NO-DED FROM 1 BY 1
                           UNTIL WS-NO-DED > WS-NB-DED
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 5050-INSCRIRE-UNE-RETENUE : inscrit au registre une retenue *
      * salariale non nulle du sortant                              *
      * -----------------------------------------------------------*
       5050-INSCRIRE-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.
           IF WS-DED-MONTANT(WS-NO-DED) NOT = ZEROES
               AND NOT WS-DED-PATRONALE(WS-DED-IDX)
               MOVE SPACES TO STC-ENREG
               SET STC-RETENUE TO TRUE
               MOVE PERSONNE-MATRICULE TO STC-MATRICULE
               MOVE WS-DATE-TRAITEMENT TO STC-DATE-SOLDE
               MOVE WS-DED-CODE(WS-DED-IDX) TO STC-CODE-RETENUE
               MOVE WS-DED-MONTANT(WS-NO-DED) TO STC-MONTANT-RETENUE
               WRITE STCREGF-ENREG FROM STC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 5200-JOURNALISER-SORTANT : débite le brut en euros du       *
      * sortant sur le compte budgétaire de son service (641000 à   *
      * défaut)                                                     *
      * -----------------------------------------------------------*
       5200-JOURNALISER-SORTANT.
           MOVE WS-COMPTE-CHARGE-DEFAUT TO WS-JNL-COMPTE.

           MOVE "N" TO WS-SRM-TROUVE-SWITCH.
           IF WS-NB-SRM > ZEROES
               SET WS-SRM-IDX TO 1
               SEARCH WS-SRM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SRM-CODE(WS-SRM-IDX) = PERSONNE-SERVICE
                       SET WS-SRM-TROUVE TO TRUE
               END-SEARCH
           END-IF.
           IF WS-SRM-TROUVE
               AND WS-SRM-BUD-COMPTE(WS-SRM-IDX) NOT = SPACES
               MOVE WS-SRM-BUD-COMPTE(WS-SRM-IDX) TO WS-JNL-COMPTE
           END-IF.

           MOVE "D" TO WS-JNL-SENS.
           MOVE WS-BRUT-EUR TO WS-JNL-MONTANT.
           MOVE SPACES TO WS-JNL-LIBELLE.
           MOVE "SOLDE "           TO WS-JNL-LIBELLE(1:6).
           MOVE PERSONNE-MATRICULE TO WS-JNL-LIBELLE(7:6).
           PERFORM 6280-ECRIRE-UNE-JAMBE.

      * -----------------------------------------------------------*
      * 6000-REJETER-SORTIES-INCONNUES : les sorties restées à      *
      * solder après le passage portent un matricule inconnu du     *
      * maître                                                      *
      * -----------------------------------------------------------*
       6000-REJETER-SORTIES-INCONNUES.
           PERFORM 6100-REJETER-UNE-INCONNUE
               VARYING WS-NO-STE FROM 1 BY 1
                   UNTIL WS-NO-STE > WS-NB-STE.

      * -----------------------------------------------------------*
      * 6100-REJETER-UNE-INCONNUE : rejette la sortie courante si   *
      * elle n'a pas été traitée                                    *
      * -----------------------------------------------------------*
       6100-REJETER-UNE-INCONNUE.
           IF WS-STE-ETAT(WS-NO-STE) = SPACE
               MOVE "MATRICULE INCONNU DU MAITRE" TO WS-MOTIF-REJET
               MOVE ZEROES TO EXC-VALEUR2
               PERFORM 6150-REJETER-SORTIE
           END-IF.

      * -----------------------------------------------------------*
      * 6150-REJETER-SORTIE : journalise dans EXCFILE la sortie de  *
      * rang WS-NO-STE avec le motif posé par l'appelant            *
      * (EXC-VALEUR2 renseignée par l'appelant)                     *
      * -----------------------------------------------------------*
       6150-REJETER-SORTIE.
           MOVE "R" TO WS-STE-ETAT(WS-NO-STE).
           ADD 1 TO WS-NB-REJETEES.
           DISPLAY "SORTIE REJETEE : " WS-STE-MATRICULE(WS-NO-STE)
               " " WS-MOTIF-REJET.

           PERFORM 9700-NOTER-REJET.
           MOVE WS-STE-MATRICULE(WS-NO-STE) TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE WS-STE-DATE-SORTIE(WS-NO-STE) TO EXC-VALEUR1.
           MOVE WS-MOTIF-REJET TO EXC-MESSAGE.
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 6200-TERMINER-JOURNAL : crédite les retenues par code, les  *
      * avances récupérées et les nets dus, débite les charges      *
      * patronales, puis écrit la fin de lot du journal             *
      * -----------------------------------------------------------*
       6200-TERMINER-JOURNAL.
           IF WS-SJN-OK
               IF WS-NB-DED > ZEROES
                   PERFORM 6250-JOURNALISER-UNE-RETENUE
                       VARYING WS-NO-DED FROM 1 BY 1
                           UNTIL WS-NO-DED > WS-NB-DED
               END-IF

               MOVE WS-COMPTE-CHARGES-SOCIALES TO WS-JNL-COMPTE
               MOVE "D"                   TO WS-JNL-SENS
               MOVE WS-TOTAL-PATRONAL-EUR TO WS-JNL-MONTANT
               MOVE "CHARGES PATRONALES"  TO WS-JNL-LIBELLE
               PERFORM 6280-ECRIRE-UNE-JAMBE

               MOVE WS-COMPTE-AVANCES    TO WS-JNL-COMPTE
               MOVE "C"                  TO WS-JNL-SENS
               MOVE WS-TOTAL-AVANCES-EUR TO WS-JNL-MONTANT
               MOVE "AVANCES RECUPEREES" TO WS-JNL-LIBELLE
               PERFORM 6280-ECRIRE-UNE-JAMBE

               MOVE WS-COMPTE-PERSONNEL  TO WS-JNL-COMPTE
               MOVE "C"                  TO WS-JNL-SENS
               MOVE WS-TOTAL-NET-EUR     TO WS-JNL-MONTANT
               MOVE "SOLDES A PAYER"     TO WS-JNL-LIBELLE
               PERFORM 6280-ECRIRE-UNE-JAMBE

               MOVE "FN"            TO CTLTRL-TYPE
               MOVE WS-NB-JAMBES    TO CTLTRL-NB-ENREG
               MOVE WS-TOTAL-DEBITS TO CTLTRL-TOTAL-CTL
               WRITE STCJNLF-TRL FROM CTLTRL-ENREG
           END-IF.

           DISPLAY "JAMBES DU JOURNAL DES SOLDES : " WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 6250-JOURNALISER-UNE-RETENUE : crédite le total retenu d'un *
      * code sur le compte de son organisme (431000 à défaut)       *
      * -----------------------------------------------------------*
       6250-JOURNALISER-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.
           MOVE WS-COMPTE-ORGANISME-DEFAUT TO WS-JNL-COMPTE.

           IF WS-NB-AGY > ZEROES
               SET WS-AGY-IDX TO 1
               SEARCH WS-AGY-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-AGY-CODE(WS-AGY-IDX) =
                       WS-DED-CODE(WS-DED-IDX)
                       IF WS-AGY-COMPTE(WS-AGY-IDX) NOT = SPACES
                           MOVE WS-AGY-COMPTE(WS-AGY-IDX)
                               TO WS-JNL-COMPTE
                       END-IF
               END-SEARCH
           END-IF.

           MOVE "C" TO WS-JNL-SENS.
           MOVE WS-DED-CUMUL-EUR(WS-NO-DED) TO WS-JNL-MONTANT.
           MOVE SPACES TO WS-JNL-LIBELLE.
           MOVE "RETENUE "              TO WS-JNL-LIBELLE(1:8).
           MOVE WS-DED-CODE(WS-DED-IDX) TO WS-JNL-LIBELLE(9:4).
           PERFORM 6280-ECRIRE-UNE-JAMBE.

      * -----------------------------------------------------------*
      * 6280-ECRIRE-UNE-JAMBE : écrit une jambe du journal des      *
      * soldes (montant nul ignoré, montant négatif porté au sens   *
      * inverse) et la compte pour la fin de lot                    *
      * -----------------------------------------------------------*
       6280-ECRIRE-UNE-JAMBE.
           IF WS-SJN-OK AND WS-JNL-MONTANT NOT = ZEROES
               IF WS-JNL-MONTANT < ZEROES
                   COMPUTE WS-JNL-MONTANT = WS-JNL-MONTANT * -1
                   IF WS-JNL-SENS = "D"
                       MOVE "C" TO WS-JNL-SENS
                   ELSE
                       MOVE "D" TO WS-JNL-SENS
                   END-IF
               END-IF
               MOVE WS-DATE-TRAITEMENT TO PJN-DATE
               MOVE WS-JNL-COMPTE      TO PJN-COMPTE
               MOVE WS-JNL-SENS        TO PJN-SENS
               MOVE WS-JNL-MONTANT     TO PJN-MONTANT
               MOVE WS-JNL-LIBELLE     TO PJN-LIBELLE
               WRITE STCJNLF-ENREG FROM PJN-ENREG
               ADD 1 TO WS-NB-JAMBES
               IF PJN-DEBIT
                   ADD WS-JNL-MONTANT TO WS-TOTAL-DEBITS
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 6400-AJOUTER-RETENUES-DEDTOT : ajoute les retenues en euros *
      * des sortants aux totaux par code de DEDTOTF (écrits par     *
      * PAYREG010), pour que DEDREM010 les reverse avec la paie     *
      * -----------------------------------------------------------*
       6400-AJOUTER-RETENUES-DEDTOT.
           IF WS-NB-ECRITS > ZEROES AND WS-NB-DED > ZEROES
               OPEN INPUT DEDTOTF
               IF WS-DTO-OK
                   PERFORM 6450-LIRE-ET-STOCKER-TOTAL
                       UNTIL NOT WS-DTO-OK OR WS-NB-DTO >= 20
                   CLOSE DEDTOTF
               END-IF
               PERFORM 6470-AJOUTER-UNE-RETENUE
                   VARYING WS-NO-DED FROM 1 BY 1
                       UNTIL WS-NO-DED > WS-NB-DED
               OPEN OUTPUT DEDTOTF
               IF NOT WS-DTO-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE DEDTOTF - STATUT "
                       WS-DTO-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 6490-ECRIRE-UN-TOTAL
                       VARYING WS-DTO-IDX FROM 1 BY 1
                           UNTIL WS-DTO-IDX > WS-NB-DTO
                   CLOSE DEDTOTF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 6450-LIRE-ET-STOCKER-TOTAL : lit un total par code de       *
      * DEDTOTF et le place dans la table                           *
      * -----------------------------------------------------------*
       6450-LIRE-ET-STOCKER-TOTAL.
           READ DEDTOTF INTO DTOT-ENREG
               AT END
                   MOVE "10" TO WS-DTO-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-DTO
                   MOVE DTOT-ENREG TO WS-DTO-ENTREE(WS-NB-DTO)
           END-READ.

      * -----------------------------------------------------------*
      * 6470-AJOUTER-UNE-RETENUE : ajoute le cumul en euros d'un    *
      * code au total de DEDTOTF, créé au besoin                    *
      * -----------------------------------------------------------*
       6470-AJOUTER-UNE-RETENUE.
           IF WS-DED-CUMUL-EUR(WS-NO-DED) > ZEROES
               SET WS-DED-IDX TO WS-NO-DED
               MOVE "N" TO WS-DTO-TROUVE-SWITCH
               IF WS-NB-DTO > ZEROES
                   SET WS-DTO-IDX TO 1
                   SEARCH WS-DTO-ENTREE
                       AT END
                           CONTINUE
                       WHEN WS-DTO-IDX > WS-NB-DTO
                           CONTINUE
                       WHEN WS-DTO-CODE(WS-DTO-IDX) =
                           WS-DED-CODE(WS-DED-IDX)
                           SET WS-DTO-TROUVE TO TRUE
                   END-SEARCH
               END-IF
               IF NOT WS-DTO-TROUVE
                   IF WS-NB-DTO >= 20
                       DISPLAY "DEDTOTF PLEIN (20) - "
                           WS-DED-CODE(WS-DED-IDX) " NON AJOUTE"
                       PERFORM 9700-NOTER-REJET
                   ELSE
                       ADD 1 TO WS-NB-DTO
                       SET WS-DTO-IDX TO WS-NB-DTO
                       MOVE WS-DATE-TRAITEMENT
                           TO WS-DTO-DATE(WS-DTO-IDX)
                       MOVE WS-DED-CODE(WS-DED-IDX)
                           TO WS-DTO-CODE(WS-DTO-IDX)
                       MOVE WS-DED-LIBELLE(WS-DED-IDX)
                           TO WS-DTO-LIBELLE(WS-DTO-IDX)
                       MOVE ZEROES TO WS-DTO-MONTANT(WS-DTO-IDX)
                       SET WS-DTO-TROUVE TO TRUE
                   END-IF
               END-IF
               IF WS-DTO-TROUVE
                   ADD WS-DED-CUMUL-EUR(WS-NO-DED)
                       TO WS-DTO-MONTANT(WS-DTO-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 6490-ECRIRE-UN-TOTAL : réécrit un total par code            *
      * -----------------------------------------------------------*
       6490-ECRIRE-UN-TOTAL.
           WRITE DEDTOTF-ENREG FROM WS-DTO-ENTREE(WS-DTO-IDX).

      * -----------------------------------------------------------*
      * 6600-ECRIRE-CONGES : réécrit le maître des congés avec les  *
      * congés des sortants soldés, dans l'ordre du fichier         *
      * -----------------------------------------------------------*
       6600-ECRIRE-CONGES.
           IF WS-NB-ECRITS > ZEROES AND WS-NB-CGE > ZEROES
               OPEN OUTPUT CONGEF
               IF NOT WS-CGE-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE CONGEF - STATUT "
                       WS-CGE-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 6650-ECRIRE-UN-CONGE
                       VARYING WS-NO-CGE FROM 1 BY 1
                           UNTIL WS-NO-CGE > WS-NB-CGE
                   CLOSE CONGEF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 6650-ECRIRE-UN-CONGE : écrit le congé courant               *
      * -----------------------------------------------------------*
       6650-ECRIRE-UN-CONGE.
           WRITE CONGEF-ENREG FROM WS-CGE-ENTREE(WS-NO-CGE).

      * -----------------------------------------------------------*
      * 6700-ECRIRE-PRETS : réécrit le maître des avances et prêts  *
      * avec les soldes récupérés sur les sortants, dans l'ordre du *
      * fichier                                                     *
      * -----------------------------------------------------------*
       6700-ECRIRE-PRETS.
           IF WS-NB-PRETS-IMPUTES > ZEROES
               OPEN OUTPUT AVPRETF
               IF NOT WS-PRT-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE AVPRETF - STATUT "
                       WS-PRT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 6750-ECRIRE-UN-PRET
                       VARYING WS-NO-PRT FROM 1 BY 1
                           UNTIL WS-NO-PRT > WS-NB-PRT
                   CLOSE AVPRETF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 6750-ECRIRE-UN-PRET : écrit le poste courant                *
      * -----------------------------------------------------------*
       6750-ECRIRE-UN-PRET.
           WRITE AVPRETF-ENREG FROM WS-PRT-ENTREE(WS-NO-PRT).

      * -----------------------------------------------------------*
      * 6800-IMPRIMER-RECAPITULATIF : dernière page du reçu - nombre*
      * de sorties par état et total des nets en euros              *
      * -----------------------------------------------------------*
       6800-IMPRIMER-RECAPITULATIF.
           IF WS-RPT-OK
               ADD 1 TO WS-NO-PAGE
               CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
                   WS-LIGNE-ENTETE-1
               WRITE STCRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE STCRPT-LIGNE FROM WS-LIGNE-VIDE
               IF WS-NB-ECRITS = ZEROES
                   WRITE STCRPT-LIGNE FROM WS-LIGNE-AUCUN
                   WRITE STCRPT-LIGNE FROM WS-LIGNE-VIDE
               END-IF
               MOVE "SORTIES LUES               : " TO RC-LIBELLE
               MOVE WS-NB-LUS TO RC-NOMBRE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-RECAP
               MOVE "SORTANTS SOLDES            : " TO RC-LIBELLE
               MOVE WS-NB-ECRITS TO RC-NOMBRE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-RECAP
               MOVE "DEJA SOLDES                : " TO RC-LIBELLE
               MOVE WS-NB-DEJA-SOLDES TO RC-NOMBRE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-RECAP
               MOVE "EN ATTENTE                 : " TO RC-LIBELLE
               MOVE WS-NB-EN-ATTENTE TO RC-NOMBRE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-RECAP
               MOVE "SORTIES REJETEES           : " TO RC-LIBELLE
               MOVE WS-NB-REJETEES TO RC-NOMBRE
               WRITE STCRPT-LIGNE FROM WS-LIGNE-RECAP
               MOVE WS-TOTAL-NET-EUR TO RT-TOTAL
               WRITE STCRPT-LIGNE FROM WS-LIGNE-RECAP-TOTAL
           END-IF.

      * -----------------------------------------------------------*
      * 7000-TERMINER : ferme les fichiers du passage et le journal *
      * des anomalies et affiche les compteurs du run               *
      * -----------------------------------------------------------*
       7000-TERMINER.
           IF WS-STC-OK
               CLOSE STCREGF
           END-IF.
           IF WS-NET-OK
               CLOSE NETFILE
           END-IF.
           IF WS-PDT-OK
               CLOSE PAYDETF
           END-IF.
           IF WS-SLP-OK
               CLOSE STCSLIP
           END-IF.
           IF WS-RPT-OK
               CLOSE STCRPT
           END-IF.
           IF WS-SJN-OK
               CLOSE STCJNLF
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "SORTIES LUES           : " WS-NB-LUS.
           DISPLAY "SORTANTS SOLDES        : " WS-NB-ECRITS.
           DISPLAY "DEJA SOLDES            : " WS-NB-DEJA-SOLDES.
           DISPLAY "EN ATTENTE             : " WS-NB-EN-ATTENTE.
           DISPLAY "SORTIES REJETEES       : " WS-NB-REJETEES.
           DISPLAY "ELEMENTS REJETES       : " WS-NB-PEL-REJETES.
           DISPLAY "PRETS IMPUTES          : " WS-NB-PRETS-IMPUTES.

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
           MOVE "STCSOL01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 8200-EDITER-DATE : met en forme AAAA/MM/JJ la date posée    *
      * par l'appelant dans WS-DATE-DECOMP                          *
      * -----------------------------------------------------------*
       8200-EDITER-DATE.
           MOVE WS-DEC-AAAA TO WS-EDT-AAAA.
           MOVE WS-DEC-MM   TO WS-EDT-MM.
           MOVE WS-DEC-JJ   TO WS-EDT-JJ.

      * -----------------------------------------------------------*
      * 8300-LIBELLER-MOTIF : libellé du motif de sortie posé dans  *
      * STE-MOTIF                                                   *
      * -----------------------------------------------------------*
       8300-LIBELLER-MOTIF.
           EVALUATE TRUE
               WHEN STE-DEMISSION
                   MOVE "DEMISSION"         TO WS-MOTIF-LIBELLE
               WHEN STE-LICENCIEMENT
                   MOVE "LICENCIEMENT"      TO WS-MOTIF-LIBELLE
               WHEN STE-RUPTURE-CONV
                   MOVE "RUPTURE CONVENT."  TO WS-MOTIF-LIBELLE
               WHEN STE-FIN-CONTRAT
                   MOVE "FIN DE CONTRAT"    TO WS-MOTIF-LIBELLE
               WHEN STE-RETRAITE
                   MOVE "DEPART EN RETRAITE" TO WS-MOTIF-LIBELLE
               WHEN STE-DECES
                   MOVE "DECES"             TO WS-MOTIF-LIBELLE
               WHEN OTHER
                   MOVE STE-MOTIF           TO WS-MOTIF-LIBELLE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "STCSOL01" TO RUN-PROGRAMME.
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
