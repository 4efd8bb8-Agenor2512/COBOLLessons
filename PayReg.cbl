      *                 est renseigné ; code service cadré à gauche
      *                 en repli (maître absent ou compte à blanc),
      *                 comme avant.
      * 2026-09-14  AG  Journal de paie : chaque run écrit dans
      *                 PAYJNLF (copy PAYJNL, encadré CTLHDTR sous
      *                 le lot PAYREG01) l'écriture comptable de la
      *                 paie, en euros (FOREX01) - débit du brut
      *                 par service sur SRV-BUD-COMPTE (641000 à
      *                 défaut), crédit de chaque DED-CODE sur le
      *                 compte de l'organisme collecteur (AGY-COMPTE
      *                 du fichier DEDAGYF, 431000 à défaut) et
      *                 crédit des nets dus au personnel sur 421000.
      *                 Le net en euros de chaque employé est le
      *                 brut converti moins ses retenues converties :
      *                 l'écriture est équilibrée par construction.
      *                 Postée au grand livre par PAYGL010. DEDTOTF
      *                 porte désormais les mêmes totaux en euros
      *                 (il additionnait des montants de devises
      *                 différentes), pour que le reversement de
      *                 DEDREM010 solde exactement la dette.
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE passe de 144 à 145
      *                 caractères.
      * 2026-09-30  AG  Le bulletin imprime désormais le solde de congés
      *                 de l'employé (droit acquis, jours pris, solde)
      *                 lu dans le maître des congés CONGEF tenu par
      *                 CGEABS010, en séquence de matricule comme
      *                 YTDFILE ; maître absent ou employé sans congé =
      *                 pas de ligne. Les retenues d'absence ABSM/ABSS
      *                 arrivent par PAYELMF comme les autres éléments
      *                 variables.
      * 2026-10-01  AG  Un employé inactif n'est plus payé (il l'était
      *                 jusqu'ici au salaire plein du mois) : ni ligne
      *                 d'état, ni bulletin, ni net, ni écriture ; son
      *                 cumul annuel est reporté tel quel et ses
      *                 éléments variables sont laissés au solde de tout
      *                 compte établi par STCSOL010.
      * 2026-10-02  AG  Rappels de salaire : un changement de salaire
      *                 historisé par PERSMRG01 dans SALHSTF (copy
      *                 SALHIST) avec une date d'effet antérieure au
      *                 mois de traitement est rappelé - chaque mois
      *                 depuis la date d'effet (prorata des jours
      *                 calendaires le premier mois) est recalculé à
      *                 l'ancien et au nouveau salaire, retenues DEDFILE
      *                 plafonnées comprises, et l'écart entre dans le
      *                 brut et les retenues de la période : cumuls
      *                 YTDFILE/YTDDEDF, NETFILE, DEDTOTF et journal de
      *                 paie suivent. Le bulletin porte un élément RAPL
      *                 et la ventilation du rappel par mois. Une ligne
      *                 R notée dans SALHSTF écarte le changement des
      *                 mois suivants ; une relance du même mois le
      *                 recalcule à l'identique.
      * 2026-10-03  AG  Cotisations patronales : un code DEDFILE marqué
      *                 DED-PART = E (copy DEDREC, DEDFILE passe de 41 à
      *                 42 caractères) est calculé comme une retenue
      *                 mais n'est pas déduit du net. Il est reversé
      *                 avec les retenues (DEDTOTF, crédit de
      *                 l'organisme au journal) et débité en charges
      *                 patronales (645000). Le bulletin imprime les
      *                 cotisations patronales après le net et le coût
      *                 employeur (brut + cotisations) avec son cumul
      *                 annuel, porté dans YTDFILE (cumul patronal,
      *                 24 à 33 caractères, à zéro sur un ancien cumul).
      *                 Les cotisations patronales n'entrent pas dans
      *                 YTDDEDF ni dans les retenues rappelées du
      *                 bulletin.
      * 2026-10-04  AG  Détail de paie pour la déclaration sociale :
      *                 chaque employé payé est écrit dans PAYDETF (copy
      *                 PAYDET, recréé à chaque run comme NETFILE) - une
      *                 ligne S (brut, net et contre-valeur EUR) et une
      *                 ligne C par retenue ou cotisation non nulle avec
      *                 sa base plafonnée (brut pour un montant fixe,
      *                 écart de base du rappel compris) et son montant,
      *                 convertis par FOREX01 comme DEDTOTF. Lu par
      *                 DSNEXT010.
      * 2026-10-06  AG  Avances et prêts au personnel : chaque poste en
      *                 cours du maître AVPRETF (copy AVPRET, tenu par
      *                 AVPMNT010) dont le mois de début est atteint
      *                 voit son échéance retenue sur le net, plafonnée
      *                 au solde restant dû et à la part du net qui
      *                 dépasse le minimum protégé (1000,00 EUR,
      *                 converti dans la devise de paie au taux de
      *                 FOREX01) ; le solde diminue et le poste est
      *                 soldé à zéro. Le bulletin imprime chaque retenue
      *                 avec le reste dû et le net à payer, qui passe
      *                 seul dans NETFILE, le registre et le détail de
      *                 paie ; le cumul annuel net reste avant retenue,
      *                 comme au solde de tout compte. Les retenues sont
      *                 créditées en euros au compte d'avances au
      *                 personnel (425000) du journal de paie et AVPRETF
      *                 est réécrit ; une relance du même mois rétablit
      *                 d'abord les retenues qu'elle avait notées.

      * -------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.

      * Détail de paie du mois par employé et par code, lu par
      * DSNEXT010 pour la déclaration sociale - voir copy PAYDET
           SELECT PAYDETF ASSIGN TO "PAYDETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

      * Retenues cumulées par code sur le run, consommées par
      * DEDREM010 - voir copy DEDTOT
           SELECT DEDTOTF ASSIGN TO "DEDTOTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YDN-STATUS.

      * Maître des congés tenu par CGEABS010 : solde imprimé sur le
      * bulletin (absent = pas de ligne de congés) - voir CONGE
           SELECT CONGEF ASSIGN TO "CONGEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CGE-STATUS.

      * Maître des services : libellés - voir copy SRVREC
           SELECT SRVFILE ASSIGN TO "SRVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SRVACTF ASSIGN TO "SRVACTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRV-STATUS.

      * Organismes collecteurs : compte de tiers de chaque code de
      * retenue - voir copy DEDAGY
           SELECT DEDAGYF ASSIGN TO "DEDAGYF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGY-STATUS.

      * Journal de paie du run à poster au grand livre par
      * PAYGL010 - voir copy PAYJNL
           SELECT PAYJNLF ASSIGN TO "PAYJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJN-STATUS.

      * Historique permanent des salaires (changements C posés par
      * PERSMRG01, rappels R payés ici) - voir copy SALHIST
           SELECT SALHSTF ASSIGN TO "SALHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAH-STATUS.

      * Maître des avances et prêts tenu par AVPMNT010 : échéances
      * retenues sur le net, réécrit en fin de passage - voir AVPRET
           SELECT AVPRETF ASSIGN TO "AVPRETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

      * Journal de run commun de la fenêtre - voir copy RUNREC et
      * l'état récapitulatif OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"

       FILE SECTION.
       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  RPTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPTFILE-LIGNE               PIC X(80).

       FD  YTDFILE
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-ENREG.
           05  YTD-IN-MATRICULE        PIC X(06).
           05  YTD-IN-CUMUL-SALAIRE    PIC S9(07)V9(02).
           05  YTD-IN-CUMUL-NET        PIC S9(07)V9(02).
           05  YTD-IN-CUMUL-PATRONAL   PIC S9(07)V9(02).

       FD  YTDFILE-NEW
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-NEW-ENREG.
           05  YTD-OUT-MATRICULE       PIC X(06).
           05  YTD-OUT-CUMUL-SALAIRE   PIC S9(07)V9(02).
           05  YTD-OUT-CUMUL-NET       PIC S9(07)V9(02).
           05  YTD-OUT-CUMUL-PATRONAL  PIC S9(07)V9(02).

       FD  DEDFILE
           RECORD CONTAINS 42 CHARACTERS.
       01  DEDFILE-ENREG               PIC X(42).

       FD  PAYSLIP
           RECORD CONTAINS 80 CHARACTERS.
           05  NET-OUT-DEVISE          PIC X(03).
           05  NET-OUT-MONTANT         PIC S9(07)V9(02).

       FD  PAYDETF
           RECORD CONTAINS 59 CHARACTERS.
       01  PAYDETF-ENREG               PIC X(59).

       FD  SRVFILE
           RECORD CONTAINS 52 CHARACTERS.
       01  SRVFILE-ENREG               PIC X(52).
           RECORD CONTAINS 19 CHARACTERS.
       01  YTDDEDF-NEW-ENREG           PIC X(19).

       FD  CONGEF
           RECORD CONTAINS 32 CHARACTERS.
       01  CONGEF-ENREG                PIC X(32).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).
           RECORD CONTAINS 15 CHARACTERS.
       01  SRVACTF-ENREG               PIC X(15).

       FD  DEDAGYF
           RECORD CONTAINS 78 CHARACTERS.
       01  DEDAGYF-ENREG               PIC X(78).

       FD  PAYJNLF
           RECORD CONTAINS 44 CHARACTERS.
       01  PAYJNLF-ENREG               PIC X(44).
       01  PAYJNLF-HDR                 PIC X(18).
       01  PAYJNLF-TRL                 PIC X(20).

       FD  SALHSTF
           RECORD CONTAINS 67 CHARACTERS.
       01  SALHSTF-ENREG               PIC X(67).

       FD  AVPRETF
           RECORD CONTAINS 70 CHARACTERS.
       01  AVPRETF-ENREG               PIC X(70).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).
       01  WS-CLE-YTD-PREC             PIC X(06).
       01  WS-CUMUL-BRUT               PIC S9(07)V9(02).
       01  WS-CUMUL-NET                PIC S9(07)V9(02).
       01  WS-CUMUL-PATRONAL           PIC S9(07)V9(02).

      * Enregistrement de la table des retenues - voir copy DEDREC
       COPY DEDREC.
      * matricule que YTDFILE
       01  WS-CLE-YDD                  PIC X(06).

      * Congé courant du maître des congés - voir copy CONGE
       COPY CONGE.

       01  WS-CGE-STATUS               PIC X(02).
           88  WS-CGE-OK               VALUE "00".

      * Clé du congé en avance de lecture (HIGH-VALUES à la fin de
      * fichier ou maître absent), même séquence de matricule
       01  WS-CLE-CGE                  PIC X(06).

      * Avance ou prêt courant - voir copy AVPRET
       COPY AVPRET.

       01  WS-PRT-STATUS               PIC X(02).
           88  WS-PRT-OK               VALUE "00".

      * Maître des avances et prêts, dans l'ordre du fichier, mis à
      * jour au fil de la paie puis réécrit en fin de passage ; une
      * table pleine au chargement suspend les retenues du run
       01  WS-PRT-TABLE.
           05  WS-PRT-ENTREE OCCURS 500 TIMES
                                       PIC X(70).
       01  WS-NB-PRT                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-PRT                   PIC 9(03).

       01  WS-PRT-PLEINE-SW            PIC X(01) VALUE "N".
           88  WS-PRT-PLEINE           VALUE "O".

      * Minimum protégé : part du net qu'une retenue d'avance ou de
      * prêt ne peut entamer, exprimée en euros et convertie dans
      * la devise de paie au taux du net de l'employé ; la marge est
      * la part du net qui le dépasse
       01  WS-MINIMUM-PROTEGE-EUR      PIC 9(07)V9(02) VALUE 1000.00.
       01  WS-MINIMUM-PROTEGE          PIC S9(07)V9(02).
       01  WS-MARGE-PRETS              PIC S9(07)V9(02).

      * Retenues d'avances et prêts de l'employé courant, total et
      * net à payer qui en résulte ; postes retenus conservés pour
      * le bulletin (les suivants au-delà de 10 ne sont pas édités)
       01  WS-RETENUE-PRET             PIC S9(07)V9(02).
       01  WS-RETENUE-PRETS            PIC S9(07)V9(02).
       01  WS-NET-A-PAYER              PIC S9(07)V9(02).
       01  WS-BPR-TABLE.
           05  WS-BPR-ENTREE OCCURS 10 TIMES.
               10  WS-BPR-TYPE         PIC X(01).
               10  WS-BPR-NUMERO       PIC 9(02).
               10  WS-BPR-RETENUE      PIC S9(07)V9(02).
               10  WS-BPR-RESTE        PIC S9(07)V9(02).
       01  WS-NB-BPR                   PIC 9(02).
       01  WS-NO-BPR                   PIC 9(02).

       01  WS-NB-PRETS-RETENUS         PIC 9(05) VALUE ZEROES.
       01  WS-NB-PRETS-SOLDES          PIC 9(05) VALUE ZEROES.
       01  WS-NB-PRETS-PLAFONNES       PIC 9(05) VALUE ZEROES.
       01  WS-NB-PRETS-RETABLIS        PIC 9(05) VALUE ZEROES.

      * Groupe des cumuls de retenues de l'employé en cours (un
      * poste par DED-CODE déjà connu)
       01  WS-DGR-TABLE.
       01  WS-DTO-STATUS               PIC X(02).
           88  WS-DTO-OK               VALUE "00".

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.


      * Table des éléments variables de la période, chargée depuis
      * PAYELMF (montant calculé au chargement : heures x taux ou
      * montant tel quel) ; un élément resté sans employé au maître
      * en fin de passage est rejeté dans EXCFILE, celui d'un employé
      * inactif est laissé (S) au solde de tout compte de STCSOL010
       01  WS-PEL-TABLE.
           05  WS-PEL-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-PEL-IDX.
       01  WS-NB-PEL-APPLIQUES         PIC 9(05) VALUE ZEROES.
       01  WS-NB-PEL-REJETES           PIC 9(05) VALUE ZEROES.

      * Employés inactifs écartés de la paie (soldés par STCSOL010)
       01  WS-NB-INACTIFS-ECARTES      PIC 9(05) VALUE ZEROES.

      * Historique des salaires - voir copy SALHIST
       COPY SALHIST.

       01  WS-SAH-STATUS               PIC X(02).
           88  WS-SAH-OK               VALUE "00".

      * Changements de salaire chargés depuis SALHSTF : A = rappel
      * à payer (ligne C sans ligne R), M = rappel déjà noté pour le
      * mois en cours (relance de la paie, recalculé à l'identique
      * sans nouvelle ligne R), P = rappel payé un mois antérieur
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTREE OCCURS 1000 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-MATRICULE    PIC X(06).
               10  WS-CHG-DATE-EFFET   PIC 9(08).
               10  WS-CHG-ANCIEN       PIC S9(04)V9(02).
               10  WS-CHG-NOUVEAU      PIC S9(04)V9(02).
               10  WS-CHG-DEVISE       PIC X(03).
               10  WS-CHG-DATE-SAISIE  PIC 9(08).
               10  WS-CHG-HEURE-SAISIE PIC 9(06).
               10  WS-CHG-ETAT         PIC X(01).
       01  WS-NB-CHG                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-CHG                   PIC 9(04).

       01  WS-CHG-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CHG-TROUVE           VALUE "O".

      * SALHSTF rouvert en ajout pour noter les rappels payés ; sans
      * lui aucun rappel n'est payé (il le serait à nouveau au run
      * suivant)
       01  WS-SAH-AJOUT-SW             PIC X(01) VALUE "N".
           88  WS-SAH-AJOUT-OUVERT     VALUE "O".

      * Rappel de l'employé courant : mois parcouru, premier jour
      * rappelé (date d'effet, date d'embauche si postérieure),
      * salaire dû et salaire payé du mois, écarts de brut et de
      * retenues, brut rappelé du changement et de l'employé
       01  WS-RAP-MOIS.
           05  WS-RAP-AAAA             PIC 9(04).
           05  WS-RAP-MM               PIC 9(02).
       01  WS-RAP-DATE-DEBUT           PIC 9(08).
       01  WS-RAP-DEBUT-DECOUPEE REDEFINES WS-RAP-DATE-DEBUT.
           05  WS-RAP-DEBUT-MOIS.
               10  WS-RAP-DEBUT-AAAA   PIC 9(04).
               10  WS-RAP-DEBUT-MM     PIC 9(02).
           05  WS-RAP-DEBUT-JJ         PIC 9(02).
       01  WS-DERNIER-JOUR             PIC 9(02).
       01  WS-RAP-JOURS                PIC 9(02).
       01  WS-QUOTIENT                 PIC 9(04).
       01  WS-RESTE-4                  PIC 9(04).
       01  WS-RESTE-100                PIC 9(04).
       01  WS-RESTE-400                PIC 9(04).
       01  WS-RAP-DU                   PIC S9(07)V9(02).
       01  WS-RAP-PAYE                 PIC S9(07)V9(02).
       01  WS-RAP-ECART-BRUT           PIC S9(07)V9(02).
       01  WS-RAP-ECART-RET            PIC S9(07)V9(02).
       01  WS-RAP-ASSIETTE             PIC S9(07)V9(02).
       01  WS-RAP-RETENUE-DU           PIC S9(07)V9(02).
       01  WS-RAP-RETENUE              PIC S9(07)V9(02).
       01  WS-RAP-CHG-BRUT             PIC S9(07)V9(02).
       01  WS-RAPPEL-BRUT              PIC S9(07)V9(02).
       01  WS-NB-RAPPELS               PIC 9(05) VALUE ZEROES.

      * Ecart de chaque retenue dû au rappel et écart de sa base
      * plafonnée (même rang que WS-DED-ENTREE), ajoutés aux
      * retenues et aux bases de la période
       01  WS-RAP-RETENUES.
           05  WS-RAP-DED OCCURS 20 TIMES
                                       PIC S9(07)V9(02).
           05  WS-RAP-BASE-DED OCCURS 20 TIMES
                                       PIC S9(07)V9(02).

      * Ventilation du rappel de l'employé courant par mois rappelé,
      * imprimée sur le bulletin
       01  WS-RPM-TABLE.
           05  WS-RPM-ENTREE OCCURS 24 TIMES
                   INDEXED BY WS-RPM-IDX.
               10  WS-RPM-MOIS.
                   15  WS-RPM-AAAA     PIC 9(04).
                   15  WS-RPM-MM       PIC 9(02).
               10  WS-RPM-BRUT         PIC S9(07)V9(02).
               10  WS-RPM-RETENUES     PIC S9(07)V9(02).
       01  WS-NB-RPM                   PIC 9(02).
       01  WS-NO-RPM                   PIC 9(02).

       01  WS-RPM-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-RPM-TROUVE           VALUE "O".

      * Heure machine HHMMSSCC telle que restituée par TIME ; seuls
      * les six premiers chiffres (HHMMSS) sont portés aux exceptions
       01  WS-SYS-HHMMSS               PIC 9(08).
                   INDEXED BY WS-SRV-IDX.
               10  WS-SRV-SERVICE      PIC X(04).
               10  WS-SRV-COUT         PIC 9(07)V9(02).
               10  WS-SRV-COUT-EUR     PIC S9(07)V9(02).
       01  WS-NB-SRV                   PIC 9(02) VALUE ZEROES.

       01  WS-SRV-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SRV-TROUVE           VALUE "O".

      * Organisme collecteur courant - voir copy DEDAGY
       COPY DEDAGY.

       01  WS-AGY-STATUS               PIC X(02).
           88  WS-AGY-OK               VALUE "00".

      * Compte de tiers de chaque code de retenue, chargé depuis
      * DEDAGYF ; code absent = compte par défaut 431000
       01  WS-AGY-TABLE.
           05  WS-AGY-ENTREE OCCURS 20 TIMES
                   INDEXED BY WS-AGY-IDX.
               10  WS-AGY-CODE         PIC X(04).
               10  WS-AGY-COMPTE       PIC X(06).
       01  WS-NB-AGY                   PIC 9(02) VALUE ZEROES.

      * Ligne du journal de paie - voir copy PAYJNL
       COPY PAYJNL.

      * En-tête et fin de lot du journal de paie - voir CTLHDTR
       COPY CTLHDTR.

       01  WS-PJN-STATUS               PIC X(02).
           88  WS-PJN-OK               VALUE "00".

      * Comptes du plan propres au journal de paie : charge de
      * personnel par défaut (service sans compte budgétaire),
      * organisme par défaut, rémunérations dues au personnel et
      * avances au personnel
       01  WS-COMPTE-CHARGE-DEFAUT     PIC X(06) VALUE "641000".
       01  WS-COMPTE-ORGANISME-DEFAUT  PIC X(06) VALUE "431000".
       01  WS-COMPTE-PERSONNEL         PIC X(06) VALUE "421000".
       01  WS-COMPTE-AVANCES           PIC X(06) VALUE "425000".
       01  WS-COMPTE-CHARGES-SOCIALES  PIC X(06) VALUE "645000".

      * Retenues de l'employé courant et de tout le passage
      * converties en euros (même rang que WS-DED-ENTREE), et nets
      * en euros : le journal est tenu en euros, quelle que soit la
      * devise de paie - les cumuls par code sont aussi écrits en
      * fin de passage dans DEDTOTF pour le reversement ; les
      * cotisations patronales du passage sont débitées à part
       01  WS-DED-CUMULS-EUR.
           05  WS-DED-CUMUL-EUR OCCURS 20 TIMES
                                       PIC S9(09)V9(02).
       01  WS-RETENUE-EUR              PIC S9(07)V9(02).
       01  WS-TOTAL-RETENUES-EUR       PIC S9(07)V9(02).
       01  WS-TOTAL-PATRONAL-EUR       PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-NET-EUR                  PIC S9(07)V9(02).
       01  WS-TOTAL-NET-EUR            PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-RETENUE-PRETS-EUR        PIC S9(07)V9(02).
       01  WS-TOTAL-PRETS-EUR          PIC S9(09)V9(02) VALUE ZEROES.

      * Jambe du journal en cours d'écriture (montant signé : un
      * montant négatif inverse le sens) et compteurs de la fin de
      * lot
       01  WS-JNL-COMPTE               PIC X(06).
       01  WS-JNL-SENS                 PIC X(01).
       01  WS-JNL-MONTANT              PIC S9(09)V9(02).
       01  WS-JNL-LIBELLE              PIC X(20).
       01  WS-NB-JAMBES                PIC 9(07) VALUE ZEROES.
       01  WS-TOTAL-DEBITS             PIC 9(09)V9(02) VALUE ZEROES.

       01  WS-DED-STATUS               PIC X(02).
           88  WS-DED-OK               VALUE "00".

       01  WS-NET-STATUS               PIC X(02).
           88  WS-NET-OK               VALUE "00".

      * Ligne du détail de paie - voir copy PAYDET
       COPY PAYDET.

       01  WS-PDT-STATUS               PIC X(02).
           88  WS-PDT-OK               VALUE "00".

      * Table des retenues et cotisations, chargée depuis DEDFILE ;
      * table absente = aucune retenue, le net égale le brut
       01  WS-DED-TABLE.
               10  WS-DED-TYPE         PIC X(01).
               10  WS-DED-VALEUR       PIC 9(05)V9(02).
               10  WS-DED-PLAFOND      PIC 9(07)V9(02).
               10  WS-DED-PART         PIC X(01).
                   88  WS-DED-PATRONALE VALUE "E".
       01  WS-NB-DED                   PIC 9(02) VALUE ZEROES.

      * Passage du brut au net de l'employé courant : base plafonnée
      * de la retenue au taux, montant de chaque retenue, total des
      * retenues et net à payer ; les cotisations patronales sont
      * totalisées à part (coût employeur = brut + cotisations)
       01  WS-BASE-RETENUE             PIC S9(07)V9(02).
       01  WS-MONTANT-RETENUE          PIC S9(07)V9(02).
       01  WS-TOTAL-RETENUES           PIC S9(07)V9(02).
       01  WS-SALAIRE-NET              PIC S9(07)V9(02).
       01  WS-TOTAL-PATRONAL           PIC S9(07)V9(02).
       01  WS-COUT-EMPLOYEUR           PIC S9(07)V9(02).

      * Montant de chaque retenue pour l'employé courant, conservé
      * pour le détail du bulletin
                                       PIC S9(07)V9(02).
       01  WS-NO-DED                   PIC 9(02).

      * Base de chaque retenue pour l'employé courant (même rang) :
      * brut plafonné pour un taux, brut pour un montant fixe -
      * portée au détail de paie de la déclaration sociale
       01  WS-DED-BASES.
           05  WS-DED-BASE OCCURS 20 TIMES
                                       PIC S9(07)V9(02).
       01  WS-BASE-EUR                 PIC S9(07)V9(02).

       01  WS-TOTAL-GENERAL-NET        PIC S9(07)V9(02) VALUE ZEROES.

       01  WS-NO-PAGE-BULLETIN         PIC 9(03) VALUE ZEROES.
           05  BE-MONTANT              PIC -(06)9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-LIGNE-BUL-RAPPEL.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "RAPPEL ".
           05  BP-AAAA                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "-".
           05  BP-MM                   PIC 9(02).
           05  FILLER                  PIC X(09) VALUE "  BRUT : ".
           05  BP-BRUT                 PIC -(06)9.99.
           05  FILLER                  PIC X(13)
               VALUE "  RETENUES : ".
           05  BP-RETENUES             PIC -(06)9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-LIGNE-BUL-RETENUE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BR-CODE                 PIC X(04).
           05  BN-NET                  PIC -(06)9.99.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-LIGNE-BUL-PRET.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-TYPE                 PIC X(06).
           05  FILLER                  PIC X(04) VALUE " NO ".
           05  BL-NUMERO               PIC 9(02).
           05  FILLER                  PIC X(12)
               VALUE "  RETENUE : ".
           05  BL-RETENUE              PIC -(06)9.99.
           05  FILLER                  PIC X(13)
               VALUE "  RESTE DU : ".
           05  BL-RESTE                PIC -(06)9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-LIGNE-BUL-NET-PAYER.
           05  FILLER                  PIC X(20)
               VALUE "NET A PAYER       : ".
           05  BN-NET-PAYER            PIC -(06)9.99.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-LIGNE-BUL-CUMULS.
           05  FILLER                  PIC X(20)
               VALUE "CUMUL ANNUEL BRUT : ".
           05  BC-CUMUL-NET            PIC -(07)9.99.
           05  FILLER                  PIC X(28) VALUE SPACES.

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

       01  WS-LIGNE-BUL-CONGES.
           05  FILLER                  PIC X(20)
               VALUE "CONGES ACQUIS     : ".
           05  BK-ACQUIS               PIC ZZ9.99.
           05  FILLER                  PIC X(09)
               VALUE "  PRIS : ".
           05  BK-PRIS                 PIC ZZ9.99.
           05  FILLER                  PIC X(10)
               VALUE "  SOLDE : ".
           05  BK-SOLDE                PIC -ZZ9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-LIGNE-BUL-VIDE           PIC X(80) VALUE SPACES.

       01  WS-YTD-TROUVE-SWITCH        PIC X(01) VALUE "N".
      * sous-programme commun DATPRM01 (fichier DATEFILE) ; date
      * machine en repli hors fenêtre
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-TRT-DECOUPEE REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-MOIS.
               10  WS-TRT-AAAA         PIC 9(04).
               10  WS-TRT-MM           PIC 9(02).
           05  WS-TRT-JJ               PIC 9(02).

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT PAYDETF.
           IF NOT WS-PDT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PAYDETF - STATUT "
                   WS-PDT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre -
      * ouvert avant les chargements, qui peuvent déjà y journaliser
      * (élément de paie de type inconnu)
                   WS-EXC-STATUS
           END-IF.

           MOVE ZEROES TO WS-DED-CUMULS-EUR.
           PERFORM 0500-CHARGER-SERVICES.
           PERFORM 0800-CHARGER-ORGANISMES.
           PERFORM 0600-CHARGER-RETENUES.
           PERFORM 0700-CHARGER-ELEMENTS.
           PERFORM 0900-CHARGER-CHANGEMENTS-SALAIRE.
           PERFORM 0980-CHARGER-PRETS.

           OPEN INPUT YTDFILE.
           IF NOT WS-YTD-OK
               PERFORM 2650-LIRE-CUMUL-RETENUE
           END-IF.

           OPEN INPUT CONGEF.
           IF WS-CGE-OK
               PERFORM 2570-LIRE-CONGE
           ELSE
               DISPLAY "CONGEF ABSENT - PAS DE SOLDE DE CONGES"
               MOVE HIGH-VALUES TO WS-CLE-CGE
           END-IF.

           OPEN OUTPUT YTDFILE-NEW.
           IF NOT WS-YTDN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR YTDFILE-NEW - STATUT "
                       MOVE DED-TYPE    TO WS-DED-TYPE(WS-NB-DED)
                       MOVE DED-VALEUR  TO WS-DED-VALEUR(WS-NB-DED)
                       MOVE DED-PLAFOND TO WS-DED-PLAFOND(WS-NB-DED)
                       MOVE DED-PART    TO WS-DED-PART(WS-NB-DED)
                   ELSE
                       DISPLAY "TYPE DE RETENUE INCONNU - ECARTEE : "
                           DED-CODE " " DED-TYPE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 0800-CHARGER-ORGANISMES : charge le compte de tiers de      *
      * chaque code de retenue ; fichier absent = toutes les        *
      * retenues sur le compte par défaut                           *
      * -----------------------------------------------------------*
       0800-CHARGER-ORGANISMES.
           OPEN INPUT DEDAGYF.
           IF WS-AGY-OK
               PERFORM 0850-LIRE-ET-STOCKER-ORGANISME
                   UNTIL NOT WS-AGY-OK OR WS-NB-AGY >= 20
               CLOSE DEDAGYF
           ELSE
               DISPLAY "DEDAGYF ABSENT - RETENUES SUR "
                   WS-COMPTE-ORGANISME-DEFAUT
           END-IF.

      * -----------------------------------------------------------*
      * 0850-LIRE-ET-STOCKER-ORGANISME : lit un organisme et retient *
      * le compte de tiers de son code de retenue                   *
      * -----------------------------------------------------------*
       0850-LIRE-ET-STOCKER-ORGANISME.
           READ DEDAGYF INTO AGY-ENREG
               AT END
                   MOVE "10" TO WS-AGY-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-AGY
                   MOVE AGY-CODE-RETENUE TO WS-AGY-CODE(WS-NB-AGY)
                   MOVE AGY-COMPTE       TO WS-AGY-COMPTE(WS-NB-AGY)
           END-READ.

      * -----------------------------------------------------------*
      * 0900-CHARGER-CHANGEMENTS-SALAIRE : charge les changements   *
      * de salaire de l'historique SALHSTF et pointe ceux dont le   *
      * rappel est déjà payé, puis rouvre SALHSTF en ajout pour y   *
      * noter les rappels du run ; historique absent = aucun rappel *
      * -----------------------------------------------------------*
       0900-CHARGER-CHANGEMENTS-SALAIRE.
           OPEN INPUT SALHSTF.
           IF WS-SAH-OK
               PERFORM 0950-LIRE-ET-STOCKER-CHANGEMENT
                   UNTIL NOT WS-SAH-OK
               CLOSE SALHSTF
           ELSE
               DISPLAY "SALHSTF ABSENT - AUCUN RAPPEL DE SALAIRE"
           END-IF.

      * Sans trace des rappels payés, un rappel serait repayé au run
      * suivant : historique non rouvert = aucun rappel ce run
           IF WS-NB-CHG > ZEROES
               OPEN EXTEND SALHSTF
               IF WS-SAH-OK
                   SET WS-SAH-AJOUT-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR SALHSTF EN AJOUT - "
                       "STATUT " WS-SAH-STATUS " - AUCUN RAPPEL PAYE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
                   MOVE ZEROES TO WS-NB-CHG
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0950-LIRE-ET-STOCKER-CHANGEMENT : lit une ligne de          *
      * l'historique des salaires - un changement C entre en table, *
      * un rappel R pointe le changement qu'il a payé               *
      * -----------------------------------------------------------*
       0950-LIRE-ET-STOCKER-CHANGEMENT.
           READ SALHSTF INTO SAH-ENREG
               AT END
                   MOVE "10" TO WS-SAH-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN SAH-CHANGEMENT
                           PERFORM 0960-STOCKER-CHANGEMENT
                       WHEN SAH-RAPPEL
                           PERFORM 0970-POINTER-RAPPEL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------*
      * 0960-STOCKER-CHANGEMENT : place un changement de salaire en *
      * table, rappel à payer ; table pleine = rappels incomplets,  *
      * le step sort en erreur                                      *
      * -----------------------------------------------------------*
       0960-STOCKER-CHANGEMENT.
           IF WS-NB-CHG >= 1000
               DISPLAY "TABLE DES CHANGEMENTS DE SALAIRE PLEINE "
                   "(1000) - RAPPELS INCOMPLETS"
               PERFORM 9800-NOTER-ERREUR-FICHIER
               MOVE "10" TO WS-SAH-STATUS
           ELSE
               ADD 1 TO WS-NB-CHG
               SET WS-CHG-IDX TO WS-NB-CHG
               MOVE SAH-MATRICULE   TO WS-CHG-MATRICULE(WS-CHG-IDX)
               MOVE SAH-DATE-EFFET  TO WS-CHG-DATE-EFFET(WS-CHG-IDX)
               MOVE SAH-ANCIEN-SALAIRE  TO WS-CHG-ANCIEN(WS-CHG-IDX)
               MOVE SAH-NOUVEAU-SALAIRE TO WS-CHG-NOUVEAU(WS-CHG-IDX)
               MOVE SAH-DEVISE      TO WS-CHG-DEVISE(WS-CHG-IDX)
               MOVE SAH-DATE-SAISIE TO WS-CHG-DATE-SAISIE(WS-CHG-IDX)
               MOVE SAH-HEURE-SAISIE
                   TO WS-CHG-HEURE-SAISIE(WS-CHG-IDX)
               MOVE "A" TO WS-CHG-ETAT(WS-CHG-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 0970-POINTER-RAPPEL : pointe le changement payé par un      *
      * rappel - M s'il l'a été pour le mois en cours (relance),    *
      * P pour un mois antérieur                                    *
      * -----------------------------------------------------------*
       0970-POINTER-RAPPEL.
           MOVE "N" TO WS-CHG-TROUVE-SWITCH.

           IF WS-NB-CHG > ZEROES
               SET WS-CHG-IDX TO 1
               SEARCH WS-CHG-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CHG-IDX > WS-NB-CHG
                       CONTINUE
                   WHEN WS-CHG-MATRICULE(WS-CHG-IDX) = SAH-MATRICULE
                       AND WS-CHG-DATE-SAISIE(WS-CHG-IDX)
                           = SAH-DATE-SAISIE
                       AND WS-CHG-HEURE-SAISIE(WS-CHG-IDX)
                           = SAH-HEURE-SAISIE
                       SET WS-CHG-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF WS-CHG-TROUVE
               IF SAH-MOIS-RAPPEL = WS-TRT-MOIS
                   MOVE "M" TO WS-CHG-ETAT(WS-CHG-IDX)
               ELSE
                   MOVE "P" TO WS-CHG-ETAT(WS-CHG-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0980-CHARGER-PRETS : charge le maître des avances et prêts ;*
      * maître absent = aucune retenue ; table pleine = retenues    *
      * suspendues et maître laissé tel quel, le step sort en       *
      * erreur                                                      *
      * -----------------------------------------------------------*
       0980-CHARGER-PRETS.
           OPEN INPUT AVPRETF.
           IF WS-PRT-OK
               PERFORM 0990-LIRE-ET-STOCKER-PRET
                   UNTIL NOT WS-PRT-OK OR WS-PRT-PLEINE
               CLOSE AVPRETF
           ELSE
               DISPLAY "AVPRETF ABSENT - AUCUNE RETENUE D'AVANCE"
           END-IF.

           IF WS-PRT-PLEINE
               DISPLAY "TABLE DES AVANCES ET PRETS PLEINE (500) - "
                   "AUCUNE RETENUE D'AVANCE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
               MOVE ZEROES TO WS-NB-PRT
           END-IF.

      * -----------------------------------------------------------*
      * 0990-LIRE-ET-STOCKER-PRET : lit un poste du maître et le    *
      * place dans la table ; la retenue déjà notée par un passage  *
      * du même mois est d'abord rendue au solde, pour qu'une       *
      * relance la recalcule à l'identique                          *
      * -----------------------------------------------------------*
       0990-LIRE-ET-STOCKER-PRET.
           READ AVPRETF INTO PRT-ENREG
               AT END
                   MOVE "10" TO WS-PRT-STATUS
               NOT AT END
                   IF WS-NB-PRT >= 500
                       SET WS-PRT-PLEINE TO TRUE
                   ELSE
                       IF PRT-DERNIER-MOIS = WS-TRT-MOIS
                           AND PRT-ORIGINE-PAIE
                           ADD PRT-DERNIERE-RETENUE TO PRT-SOLDE
                           MOVE ZEROES TO PRT-DERNIERE-RETENUE
                           SET PRT-EN-COURS TO TRUE
                           ADD 1 TO WS-NB-PRETS-RETABLIS
                       END-IF
                       ADD 1 TO WS-NB-PRT
                       MOVE PRT-ENREG TO WS-PRT-ENTREE(WS-NB-PRT)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-FUSIONNER : fusion deux fichiers en séquence de        *
      * matricule - employé sans cumul antérieur (nouveau), employé *
      * avec cumul, ou cumul sans employé (parti, reporté tel quel) *
      * - un employé inactif n'est plus payé : son solde de tout    *
      * compte est établi par STCSOL010                             *
      * -----------------------------------------------------------*
       2000-FUSIONNER.
           EVALUATE TRUE
               WHEN WS-CLE-PERS < WS-CLE-YTD
                   AND PERSONNE-INACTIF
                   PERFORM 2050-ECARTER-INACTIF
                   PERFORM 2100-LIRE-EMPLOYE
               WHEN WS-CLE-PERS = WS-CLE-YTD
                   AND PERSONNE-INACTIF
                   PERFORM 2050-ECARTER-INACTIF
                   PERFORM 2060-REPORTER-PARTI
                   PERFORM 2100-LIRE-EMPLOYE
                   PERFORM 2120-LIRE-CUMUL
               WHEN WS-CLE-PERS < WS-CLE-YTD
                   MOVE ZEROES TO WS-CUMUL-BRUT WS-CUMUL-NET
                       WS-CUMUL-PATRONAL
                   PERFORM 2010-TRAITER-EMPLOYE
                   PERFORM 2100-LIRE-EMPLOYE
               WHEN WS-CLE-PERS = WS-CLE-YTD
                   MOVE YTD-IN-CUMUL-SALAIRE TO WS-CUMUL-BRUT
                   MOVE YTD-IN-CUMUL-NET     TO WS-CUMUL-NET
                   MOVE YTD-IN-CUMUL-PATRONAL TO WS-CUMUL-PATRONAL
                   PERFORM 2010-TRAITER-EMPLOYE
                   PERFORM 2100-LIRE-EMPLOYE
                   PERFORM 2120-LIRE-CUMUL
                   PERFORM 2120-LIRE-CUMUL
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2050-ECARTER-INACTIF : écarte de la paie l'employé inactif  *
      * courant ; ses éléments variables sont laissés à STCSOL010,  *
      * qui les paie avec le solde de tout compte ou les rejette    *
      * -----------------------------------------------------------*
       2050-ECARTER-INACTIF.
           ADD 1 TO WS-NB-INACTIFS-ECARTES.
           PERFORM 2055-LAISSER-UN-ELEMENT
               VARYING WS-NO-PEL FROM 1 BY 1
                   UNTIL WS-NO-PEL > WS-NB-PEL.

      * -----------------------------------------------------------*
      * 2055-LAISSER-UN-ELEMENT : marque S (laissé au solde) un     *
      * élément de l'employé inactif courant                        *
      * -----------------------------------------------------------*
       2055-LAISSER-UN-ELEMENT.
           SET WS-PEL-IDX TO WS-NO-PEL.

           IF WS-PEL-MATRICULE(WS-PEL-IDX) = PERSONNE-MATRICULE
               AND WS-PEL-SERVI(WS-PEL-IDX) = "N"
               MOVE "S" TO WS-PEL-SERVI(WS-PEL-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 2010-TRAITER-EMPLOYE : imprime la ligne de l'employé        *
      * courant, produit son bulletin, son net et son cumul à jour  *
           END-IF.

           PERFORM 2250-CUMULER-ELEMENTS.
           PERFORM 2400-CALCULER-RAPPELS.
           COMPUTE WS-BRUT-PERIODE =
               PERSONNE-SALAIRE + WS-TOTAL-ELEMENTS.

      * Les retenues de la période portent sur le brut de la période
      * seul (plafonds mensuels) ; le rappel y ajoute ensuite son
      * brut et ses écarts de retenues recalculés mois par mois
           PERFORM 2300-CALCULER-NET.
           IF WS-NB-RPM > ZEROES
               PERFORM 2450-INTEGRER-RAPPELS
           END-IF.

           ADD WS-BRUT-PERIODE TO WS-CUMUL-BRUT.
           ADD WS-SALAIRE-NET  TO WS-CUMUL-NET.
           COMPUTE WS-COUT-EMPLOYEUR =
               WS-BRUT-PERIODE + WS-TOTAL-PATRONAL.
           ADD WS-TOTAL-PATRONAL TO WS-CUMUL-PATRONAL.

           MOVE WS-BRUT-PERIODE TO WS-SALAIRE-PRECTL.
           CALL "FOREX01" USING PERSONNE-DEVISE, WS-SALAIRE-PRECTL,
               WS-SALAIRE-EUR.

      * Journal de paie en euros : net = brut converti moins les
      * retenues salariales converties, pour que l'écriture tombe
      * juste ; les cotisations patronales n'entrent pas dans le net
           MOVE ZEROES TO WS-TOTAL-RETENUES-EUR.
           IF WS-NB-DED > ZEROES
               PERFORM 2370-CONVERTIR-UNE-RETENUE
                   VARYING WS-NO-DED FROM 1 BY 1
                       UNTIL WS-NO-DED > WS-NB-DED
           END-IF.
           COMPUTE WS-NET-EUR =
               WS-SALAIRE-EUR - WS-TOTAL-RETENUES-EUR.

      * Les avances et prêts sont retenus sur le net ; seul le net
      * à payer qui en résulte est viré et porté au crédit du
      * personnel, la retenue allant au compte d'avances
           PERFORM 2800-RETENIR-PRETS.
           SUBTRACT WS-RETENUE-PRETS-EUR FROM WS-NET-EUR.
           ADD WS-NET-EUR TO WS-TOTAL-NET-EUR.

           IF WS-PDT-OK
               MOVE SPACES TO PDT-ENREG
               SET PDT-SALARIE TO TRUE
               MOVE WS-DATE-TRAITEMENT TO PDT-DATE
               MOVE PERSONNE-MATRICULE TO PDT-MATRICULE
               MOVE WS-BRUT-PERIODE    TO PDT-BASE
               MOVE WS-NET-A-PAYER     TO PDT-MONTANT
               MOVE PERSONNE-DEVISE    TO PDT-DEVISE
               MOVE WS-SALAIRE-EUR     TO PDT-BASE-EUR
               MOVE WS-NET-EUR         TO PDT-MONTANT-EUR
               WRITE PAYDETF-ENREG FROM PDT-ENREG
           END-IF.

           MOVE PERSONNE-MATRICULE TO DL-MATRICULE.
           MOVE PERSONNE1          TO DL-NOM.
           MOVE WS-BRUT-PERIODE    TO DL-SALAIRE.
           MOVE PERSONNE-DEVISE    TO DL-DEVISE.
           MOVE WS-NET-A-PAYER     TO DL-NET.
           MOVE WS-CUMUL-NET       TO DL-CUMUL-NET.

           WRITE RPTFILE-LIGNE FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-NB-LIGNES-PAGE.

           ADD WS-BRUT-PERIODE TO WS-TOTAL-GENERAL.
           ADD WS-NET-A-PAYER  TO WS-TOTAL-GENERAL-NET.

           PERFORM 2700-CUMULER-PAR-SERVICE.

           IF WS-NET-OK
               MOVE PERSONNE-MATRICULE TO NET-OUT-MATRICULE
               MOVE PERSONNE-DEVISE    TO NET-OUT-DEVISE
               MOVE WS-NET-A-PAYER     TO NET-OUT-MONTANT
               WRITE NETFILE-ENREG
           END-IF.


      * -----------------------------------------------------------*
      * 2250-CUMULER-ELEMENTS : cumule les éléments variables du    *
      * matricule courant dans le brut de la période                *
      * -----------------------------------------------------------*
       2250-CUMULER-ELEMENTS.
           MOVE ZEROES TO WS-TOTAL-ELEMENTS.
                   UNTIL WS-NO-PEL > WS-NB-PEL.

      * -----------------------------------------------------------*
      * 2270-SERVIR-UN-ELEMENT : applique un élément s'il porte le  *
      * matricule de l'employé courant                              *
      * -----------------------------------------------------------*
       2270-SERVIR-UN-ELEMENT.
           SET WS-PEL-IDX TO WS-NO-PEL.

           IF WS-PEL-MATRICULE(WS-PEL-IDX) = PERSONNE-MATRICULE
               AND WS-PEL-SERVI(WS-PEL-IDX) = "N"
               ADD WS-PEL-MONTANT(WS-PEL-IDX) TO WS-TOTAL-ELEMENTS
               MOVE "O" TO WS-PEL-SERVI(WS-PEL-IDX)
               ADD 1 TO WS-NB-PEL-APPLIQUES
           END-IF.

      * -----------------------------------------------------------*
      * montant fixe - et en déduit le net à payer                  *
      * -----------------------------------------------------------*
       2300-CALCULER-NET.
           MOVE ZEROES TO WS-TOTAL-RETENUES WS-TOTAL-PATRONAL.

           IF WS-NB-DED > ZEROES
               PERFORM 2350-APPLIQUER-UNE-RETENUE
      * -----------------------------------------------------------*
      * 2350-APPLIQUER-UNE-RETENUE : calcule le montant d'une       *
      * retenue - taux appliqué au brut (plafonné quand un plafond  *
      * est posé) ou montant fixe - et le cumule aux retenues, ou   *
      * aux cotisations patronales pour un code employeur           *
      * -----------------------------------------------------------*
       2350-APPLIQUER-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.
                   WS-BASE-RETENUE
                   * WS-DED-VALEUR(WS-DED-IDX) / 100
           ELSE
               MOVE WS-BRUT-PERIODE TO WS-BASE-RETENUE
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
      * 2370-CONVERTIR-UNE-RETENUE : convertit en euros une retenue *
      * de l'employé courant et la cumule pour le journal de paie   *
      * (cotisation patronale : hors net, débitée en charges) ; une *
      * retenue non nulle est portée au détail de paie              *
      * -----------------------------------------------------------*
       2370-CONVERTIR-UNE-RETENUE.
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
      * 2400-CALCULER-RAPPELS : recalcule, pour chaque changement   *
      * de salaire de l'employé courant restant à rappeler, chaque  *
      * mois depuis la date d'effet à l'ancien et au nouveau        *
      * salaire - brut et retenues DEDFILE plafonnées - et en       *
      * cumule les écarts ventilés par mois                         *
      * -----------------------------------------------------------*
       2400-CALCULER-RAPPELS.
           MOVE ZEROES TO WS-RAPPEL-BRUT WS-NB-RPM WS-RAP-RETENUES.

           IF WS-NB-CHG > ZEROES
               PERFORM 2410-RAPPELER-UN-CHANGEMENT
                   VARYING WS-NO-CHG FROM 1 BY 1
                       UNTIL WS-NO-CHG > WS-NB-CHG
           END-IF.

      * -----------------------------------------------------------*
      * 2410-RAPPELER-UN-CHANGEMENT : rappelle un changement de     *
      * salaire de l'employé courant, du mois d'effet (mois         *
      * d'embauche s'il est postérieur) au mois de traitement, et   *
      * note le rappel dans l'historique                            *
      * -----------------------------------------------------------*
       2410-RAPPELER-UN-CHANGEMENT.
           SET WS-CHG-IDX TO WS-NO-CHG.

           IF WS-CHG-MATRICULE(WS-CHG-IDX) = PERSONNE-MATRICULE
               AND (WS-CHG-ETAT(WS-CHG-IDX) = "A"
                   OR WS-CHG-ETAT(WS-CHG-IDX) = "M")
               MOVE WS-CHG-DATE-EFFET(WS-CHG-IDX) TO WS-RAP-DATE-DEBUT
               IF PERSONNE-DATE-EMBAUCHE IS NUMERIC
                   AND WS-RAP-DATE-DEBUT < PERSONNE-DATE-EMBAUCHE
                   MOVE PERSONNE-DATE-EMBAUCHE TO WS-RAP-DATE-DEBUT
                   MOVE 1 TO WS-RAP-DEBUT-JJ
               END-IF
               MOVE WS-RAP-DEBUT-AAAA TO WS-RAP-AAAA
               MOVE WS-RAP-DEBUT-MM   TO WS-RAP-MM
               MOVE ZEROES TO WS-RAP-CHG-BRUT
               PERFORM 2420-RAPPELER-UN-MOIS
                   UNTIL WS-RAP-MOIS > WS-TRT-MOIS
               IF WS-CHG-ETAT(WS-CHG-IDX) = "A"
                   PERFORM 2440-NOTER-RAPPEL
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2420-RAPPELER-UN-MOIS : salaire dû du mois (nouveau salaire *
      * au prorata des jours calendaires à compter de la date       *
      * d'effet), salaire payé (ancien salaire pour un mois passé,  *
      * nouveau pour le mois en cours) et écarts de brut et de      *
      * retenues, puis passe au mois suivant                        *
      * -----------------------------------------------------------*
       2420-RAPPELER-UN-MOIS.
           PERFORM 2430-DERNIER-JOUR-DU-MOIS.

           IF WS-RAP-MOIS = WS-RAP-DEBUT-MOIS
               IF WS-RAP-DEBUT-JJ > WS-DERNIER-JOUR
                   MOVE ZEROES TO WS-RAP-JOURS
               ELSE
                   COMPUTE WS-RAP-JOURS =
                       WS-DERNIER-JOUR - WS-RAP-DEBUT-JJ + 1
               END-IF
           ELSE
               MOVE WS-DERNIER-JOUR TO WS-RAP-JOURS
           END-IF.

           COMPUTE WS-RAP-DU ROUNDED =
               (WS-CHG-NOUVEAU(WS-CHG-IDX) - WS-CHG-ANCIEN(WS-CHG-IDX))
               * WS-RAP-JOURS / WS-DERNIER-JOUR.
           ADD WS-CHG-ANCIEN(WS-CHG-IDX) TO WS-RAP-DU.

           IF WS-RAP-MOIS = WS-TRT-MOIS
               MOVE WS-CHG-NOUVEAU(WS-CHG-IDX) TO WS-RAP-PAYE
           ELSE
               MOVE WS-CHG-ANCIEN(WS-CHG-IDX) TO WS-RAP-PAYE
           END-IF.

           COMPUTE WS-RAP-ECART-BRUT = WS-RAP-DU - WS-RAP-PAYE.

           IF WS-RAP-ECART-BRUT NOT = ZEROES
               MOVE ZEROES TO WS-RAP-ECART-RET
               IF WS-NB-DED > ZEROES
                   PERFORM 2470-ECART-UNE-RETENUE
                       VARYING WS-NO-DED FROM 1 BY 1
                           UNTIL WS-NO-DED > WS-NB-DED
               END-IF
               ADD WS-RAP-ECART-BRUT TO WS-RAP-CHG-BRUT
               ADD WS-RAP-ECART-BRUT TO WS-RAPPEL-BRUT
               PERFORM 2460-VENTILER-PAR-MOIS
           END-IF.

           ADD 1 TO WS-RAP-MM.
           IF WS-RAP-MM > 12
               MOVE 1 TO WS-RAP-MM
               ADD 1 TO WS-RAP-AAAA
           END-IF.

      * -----------------------------------------------------------*
      * 2430-DERNIER-JOUR-DU-MOIS : nombre de jours calendaires du  *
      * mois rappelé                                                *
      * -----------------------------------------------------------*
       2430-DERNIER-JOUR-DU-MOIS.
           EVALUATE WS-RAP-MM
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
               WHEN OTHER
                   PERFORM 2435-FEVRIER-BISSEXTILE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2435-FEVRIER-BISSEXTILE : 29 jours si l'année est divisible *
      * par 4 sans l'être par 100, ou divisible par 400             *
      * -----------------------------------------------------------*
       2435-FEVRIER-BISSEXTILE.
           DIVIDE WS-RAP-AAAA BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-4.
           DIVIDE WS-RAP-AAAA BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-100.
           DIVIDE WS-RAP-AAAA BY 400 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-400.

           IF (WS-RESTE-4 = ZEROES AND WS-RESTE-100 NOT = ZEROES)
               OR WS-RESTE-400 = ZEROES
               MOVE 29 TO WS-DERNIER-JOUR
           ELSE
               MOVE 28 TO WS-DERNIER-JOUR
           END-IF.

      * -----------------------------------------------------------*
      * 2440-NOTER-RAPPEL : ajoute à l'historique des salaires la   *
      * ligne R du changement rappelé (mois de paie, brut rappelé), *
      * qui l'écarte des runs des mois suivants                     *
      * -----------------------------------------------------------*
       2440-NOTER-RAPPEL.
           MOVE SPACES TO SAH-ENREG.
           SET SAH-RAPPEL TO TRUE.
           MOVE PERSONNE-MATRICULE TO SAH-MATRICULE.
           MOVE WS-CHG-DATE-EFFET(WS-CHG-IDX)   TO SAH-DATE-EFFET.
           MOVE WS-CHG-ANCIEN(WS-CHG-IDX)       TO SAH-ANCIEN-SALAIRE.
           MOVE WS-CHG-NOUVEAU(WS-CHG-IDX)      TO SAH-NOUVEAU-SALAIRE.
           MOVE WS-CHG-DEVISE(WS-CHG-IDX)       TO SAH-DEVISE.
           MOVE WS-CHG-DATE-SAISIE(WS-CHG-IDX)  TO SAH-DATE-SAISIE.
           MOVE WS-CHG-HEURE-SAISIE(WS-CHG-IDX) TO SAH-HEURE-SAISIE.
           MOVE "PAYREG01"        TO SAH-OPERATEUR.
           MOVE WS-TRT-MOIS       TO SAH-MOIS-RAPPEL.
           MOVE WS-RAP-CHG-BRUT   TO SAH-MONTANT-RAPPEL.

           IF WS-SAH-AJOUT-OUVERT
               WRITE SALHSTF-ENREG FROM SAH-ENREG
           END-IF.

           MOVE "M" TO WS-CHG-ETAT(WS-CHG-IDX).
           ADD 1 TO WS-NB-RAPPELS.

      * -----------------------------------------------------------*
      * 2450-INTEGRER-RAPPELS : ajoute le brut rappelé au brut de   *
      * la période et les écarts de retenues aux retenues de la     *
      * période, puis recalcule le net - cumuls annuels, journal et *
      * DEDTOTF suivent                                             *
      * -----------------------------------------------------------*
       2450-INTEGRER-RAPPELS.
           ADD WS-RAPPEL-BRUT TO WS-BRUT-PERIODE.

           IF WS-NB-DED > ZEROES
               PERFORM 2455-INTEGRER-UNE-RETENUE
                   VARYING WS-NO-DED FROM 1 BY 1
                       UNTIL WS-NO-DED > WS-NB-DED
           END-IF.

           COMPUTE WS-SALAIRE-NET =
               WS-BRUT-PERIODE - WS-TOTAL-RETENUES.

      * -----------------------------------------------------------*
      * 2455-INTEGRER-UNE-RETENUE : ajoute l'écart de rappel d'une  *
      * retenue à son montant de la période, et l'écart de base à   *
      * sa base (brut rappelé pour un montant fixe)                 *
      * -----------------------------------------------------------*
       2455-INTEGRER-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.
           ADD WS-RAP-DED(WS-NO-DED) TO WS-DED-MONTANT(WS-NO-DED).
           IF WS-DED-TYPE(WS-DED-IDX) = "T"
               ADD WS-RAP-BASE-DED(WS-NO-DED)
                   TO WS-DED-BASE(WS-NO-DED)
           ELSE
               ADD WS-RAPPEL-BRUT TO WS-DED-BASE(WS-NO-DED)
           END-IF.
           IF WS-DED-PATRONALE(WS-DED-IDX)
               ADD WS-RAP-DED(WS-NO-DED) TO WS-TOTAL-PATRONAL
           ELSE
               ADD WS-RAP-DED(WS-NO-DED) TO WS-TOTAL-RETENUES
           END-IF.

      * -----------------------------------------------------------*
      * 2460-VENTILER-PAR-MOIS : cumule les écarts du mois rappelé  *
      * dans la ventilation imprimée sur le bulletin                *
      * -----------------------------------------------------------*
       2460-VENTILER-PAR-MOIS.
           MOVE "N" TO WS-RPM-TROUVE-SWITCH.

           IF WS-NB-RPM > ZEROES
               SET WS-RPM-IDX TO 1
               SEARCH WS-RPM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-RPM-IDX > WS-NB-RPM
                       CONTINUE
                   WHEN WS-RPM-MOIS(WS-RPM-IDX) = WS-RAP-MOIS
                       SET WS-RPM-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-RPM-TROUVE
               IF WS-NB-RPM >= 24
                   DISPLAY "VENTILATION DES RAPPELS PLEINE (24) - "
                       PERSONNE-MATRICULE " " WS-RAP-MOIS
                       " NON VENTILE"
                   PERFORM 9700-NOTER-REJET
               ELSE
                   ADD 1 TO WS-NB-RPM
                   SET WS-RPM-IDX TO WS-NB-RPM
                   MOVE WS-RAP-MOIS TO WS-RPM-MOIS(WS-RPM-IDX)
                   MOVE ZEROES TO WS-RPM-BRUT(WS-RPM-IDX)
                   MOVE ZEROES TO WS-RPM-RETENUES(WS-RPM-IDX)
                   SET WS-RPM-TROUVE TO TRUE
               END-IF
           END-IF.

           IF WS-RPM-TROUVE
               ADD WS-RAP-ECART-BRUT TO WS-RPM-BRUT(WS-RPM-IDX)
               ADD WS-RAP-ECART-RET  TO WS-RPM-RETENUES(WS-RPM-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 2470-ECART-UNE-RETENUE : écart d'une retenue au taux entre  *
      * le salaire dû et le salaire payé du mois rappelé, chacun    *
      * plafonné ; une retenue fixe ne change pas                   *
      * -----------------------------------------------------------*
       2470-ECART-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.

           IF WS-DED-TYPE(WS-DED-IDX) = "T"
               MOVE WS-RAP-DU TO WS-RAP-ASSIETTE
               PERFORM 2480-RETENUE-SUR-ASSIETTE
               MOVE WS-RAP-RETENUE TO WS-RAP-RETENUE-DU
               ADD WS-RAP-ASSIETTE TO WS-RAP-BASE-DED(WS-NO-DED)
               MOVE WS-RAP-PAYE TO WS-RAP-ASSIETTE
               PERFORM 2480-RETENUE-SUR-ASSIETTE
               SUBTRACT WS-RAP-ASSIETTE
                   FROM WS-RAP-BASE-DED(WS-NO-DED)
               COMPUTE WS-RAP-RETENUE =
                   WS-RAP-RETENUE-DU - WS-RAP-RETENUE
               ADD WS-RAP-RETENUE TO WS-RAP-DED(WS-NO-DED)
               IF NOT WS-DED-PATRONALE(WS-DED-IDX)
                   ADD WS-RAP-RETENUE TO WS-RAP-ECART-RET
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2480-RETENUE-SUR-ASSIETTE : retenue au taux sur l'assiette  *
      * du mois rappelé, plafonnée comme dans 2350                  *
      * -----------------------------------------------------------*
       2480-RETENUE-SUR-ASSIETTE.
           IF WS-DED-PLAFOND(WS-DED-IDX) > ZEROES
               AND WS-RAP-ASSIETTE > WS-DED-PLAFOND(WS-DED-IDX)
               MOVE WS-DED-PLAFOND(WS-DED-IDX) TO WS-RAP-ASSIETTE
           END-IF.
           COMPUTE WS-RAP-RETENUE ROUNDED =
               WS-RAP-ASSIETTE * WS-DED-VALEUR(WS-DED-IDX) / 100.

      * -----------------------------------------------------------*
      * 2500-EDITER-BULLETIN : produit le bulletin de paie de       *
      * l'employé courant - identité, brut (et contre-valeur EUR),  *
      * chaque ligne de retenue, net, avances et prêts retenus et   *
      * net à payer, cumuls annuels                                 *
      * -----------------------------------------------------------*
       2500-EDITER-BULLETIN.
           IF NOT WS-SLP-OK
                   VARYING WS-NO-PEL FROM 1 BY 1
                       UNTIL WS-NO-PEL > WS-NB-PEL

               IF WS-NB-RPM > ZEROES
                   PERFORM 2540-EDITER-RAPPELS
               END-IF

               IF WS-NB-DED > ZEROES
                   PERFORM 2550-EDITER-UNE-RETENUE
                       VARYING WS-NO-DED FROM 1 BY 1
               MOVE WS-SALAIRE-NET TO BN-NET
               WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-NET

               IF WS-NB-BPR > ZEROES
                   PERFORM 2580-EDITER-UN-PRET
                       VARYING WS-NO-BPR FROM 1 BY 1
                           UNTIL WS-NO-BPR > WS-NB-BPR
                   MOVE WS-NET-A-PAYER TO BN-NET-PAYER
                   WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-NET-PAYER
               END-IF

               IF WS-TOTAL-PATRONAL NOT = ZEROES
                   WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-PATRONAL
                   PERFORM 2555-EDITER-UNE-COTISATION
                       VARYING WS-NO-DED FROM 1 BY 1
                           UNTIL WS-NO-DED > WS-NB-DED
               END-IF
               MOVE WS-COUT-EMPLOYEUR TO BU-COUT
               MOVE WS-CUMUL-PATRONAL TO BU-CUMUL
               WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-COUT

               MOVE WS-CUMUL-BRUT TO BC-CUMUL-BRUT
               MOVE WS-CUMUL-NET  TO BC-CUMUL-NET
               WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-CUMULS
               PERFORM 2560-EDITER-SOLDE-CONGES
               WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-VIDE
           END-IF.

               WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-ELEMENT
           END-IF.

      * -----------------------------------------------------------*
      * 2540-EDITER-RAPPELS : imprime sur le bulletin l'élément de  *
      * rappel RAPL puis sa ventilation par mois rappelé            *
      * -----------------------------------------------------------*
       2540-EDITER-RAPPELS.
           MOVE "RAPL"         TO BE-CODE.
           MOVE "M"            TO BE-TYPE.
           MOVE WS-RAPPEL-BRUT TO BE-VALEUR.
           MOVE WS-RAPPEL-BRUT TO BE-MONTANT.
           WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-ELEMENT.

           PERFORM 2545-EDITER-UN-MOIS-RAPPEL
               VARYING WS-NO-RPM FROM 1 BY 1
                   UNTIL WS-NO-RPM > WS-NB-RPM.

      * -----------------------------------------------------------*
      * 2545-EDITER-UN-MOIS-RAPPEL : imprime le brut et les         *
      * retenues rappelés d'un mois                                 *
      * -----------------------------------------------------------*
       2545-EDITER-UN-MOIS-RAPPEL.
           SET WS-RPM-IDX TO WS-NO-RPM.
           MOVE WS-RPM-AAAA(WS-RPM-IDX)     TO BP-AAAA.
           MOVE WS-RPM-MM(WS-RPM-IDX)       TO BP-MM.
           MOVE WS-RPM-BRUT(WS-RPM-IDX)     TO BP-BRUT.
           MOVE WS-RPM-RETENUES(WS-RPM-IDX) TO BP-RETENUES.
           WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-RAPPEL.

      * -----------------------------------------------------------*
      * 2550-EDITER-UNE-RETENUE : imprime une ligne de retenue du   *
      * bulletin (code, libellé, montant retenu) ; les cotisations  *
      * patronales sont imprimées après le net (2555)               *
      * -----------------------------------------------------------*
       2550-EDITER-UNE-RETENUE.
           SET WS-DED-IDX TO WS-NO-DED.
           IF NOT WS-DED-PATRONALE(WS-DED-IDX)
               MOVE WS-DED-CODE(WS-DED-IDX)    TO BR-CODE
               MOVE WS-DED-LIBELLE(WS-DED-IDX) TO BR-LIBELLE
               MOVE WS-DED-MONTANT(WS-NO-DED)  TO BR-MONTANT
               WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-RETENUE
           END-IF.

      * -----------------------------------------------------------*
      * 2555-EDITER-UNE-COTISATION : imprime une ligne de           *
      * cotisation patronale du bulletin, au coût employeur         *
      * -----------------------------------------------------------*
       2555-EDITER-UNE-COTISATION.
           SET WS-DED-IDX TO WS-NO-DED.
           IF WS-DED-PATRONALE(WS-DED-IDX)
               MOVE WS-DED-CODE(WS-DED-IDX)    TO BR-CODE
               MOVE WS-DED-LIBELLE(WS-DED-IDX) TO BR-LIBELLE
               MOVE WS-DED-MONTANT(WS-NO-DED)  TO BR-MONTANT
               WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-RETENUE
           END-IF.

      * -----------------------------------------------------------*
      * 2560-EDITER-SOLDE-CONGES : fait avancer CONGEF sur le       *
      * matricule courant et imprime son droit acquis, ses jours    *
      * pris et son solde ; pas de ligne sans congé au maître       *
      * -----------------------------------------------------------*
       2560-EDITER-SOLDE-CONGES.
           PERFORM 2570-LIRE-CONGE
               UNTIL WS-CLE-CGE >= PERSONNE-MATRICULE.

           IF WS-CLE-CGE = PERSONNE-MATRICULE
               MOVE CGE-ACQUIS TO BK-ACQUIS
               MOVE CGE-PRIS   TO BK-PRIS
               COMPUTE BK-SOLDE = CGE-ACQUIS - CGE-PRIS
               WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-CONGES
           END-IF.

      * -----------------------------------------------------------*
      * 2570-LIRE-CONGE : lit le congé suivant du maître des congés *
      * (HIGH-VALUES en fin de fichier)                             *
      * -----------------------------------------------------------*
       2570-LIRE-CONGE.
           READ CONGEF INTO CGE-ENREG
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-CGE
               NOT AT END
                   MOVE CGE-MATRICULE TO WS-CLE-CGE
           END-READ.

      * -----------------------------------------------------------*
      * 2580-EDITER-UN-PRET : imprime la retenue d'une avance ou    *
      * d'un prêt de l'employé courant et le reste dû               *
      * -----------------------------------------------------------*
       2580-EDITER-UN-PRET.
           IF WS-BPR-TYPE(WS-NO-BPR) = "A"
               MOVE "AVANCE" TO BL-TYPE
           ELSE
               MOVE "PRET"   TO BL-TYPE
           END-IF.
           MOVE WS-BPR-NUMERO(WS-NO-BPR)  TO BL-NUMERO.
           MOVE WS-BPR-RETENUE(WS-NO-BPR) TO BL-RETENUE.
           MOVE WS-BPR-RESTE(WS-NO-BPR)   TO BL-RESTE.
           WRITE PAYSLIP-LIGNE FROM WS-LIGNE-BUL-PRET.

      * -----------------------------------------------------------*
      * 2700-CUMULER-PAR-SERVICE : cumule le brut de l'employé      *
                   MOVE PERSONNE-SERVICE
                       TO WS-SRV-SERVICE(WS-SRV-IDX)
                   MOVE ZEROES TO WS-SRV-COUT(WS-SRV-IDX)
                   MOVE ZEROES TO WS-SRV-COUT-EUR(WS-SRV-IDX)
                   SET WS-SRV-TROUVE TO TRUE
               END-IF
           END-IF.

           IF WS-SRV-TROUVE
               ADD WS-BRUT-PERIODE TO WS-SRV-COUT(WS-SRV-IDX)
               ADD WS-SALAIRE-EUR  TO WS-SRV-COUT-EUR(WS-SRV-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 2800-RETENIR-PRETS : retient les échéances des avances et   *
      * prêts en cours de l'employé courant dans la limite de la    *
      * marge au-dessus du minimum protégé, convertit le total en   *
      * euros et en déduit le net à payer                           *
      * -----------------------------------------------------------*
       2800-RETENIR-PRETS.
           MOVE ZEROES TO WS-RETENUE-PRETS WS-RETENUE-PRETS-EUR.
           MOVE ZEROES TO WS-NB-BPR.

           IF WS-NB-PRT > ZEROES
               IF WS-NET-EUR > ZEROES
                   COMPUTE WS-MINIMUM-PROTEGE ROUNDED =
                       WS-MINIMUM-PROTEGE-EUR * WS-SALAIRE-NET
                           / WS-NET-EUR
                       ON SIZE ERROR
                           MOVE WS-SALAIRE-NET TO WS-MINIMUM-PROTEGE
                   END-COMPUTE
               ELSE
                   MOVE WS-SALAIRE-NET TO WS-MINIMUM-PROTEGE
               END-IF
               COMPUTE WS-MARGE-PRETS =
                   WS-SALAIRE-NET - WS-MINIMUM-PROTEGE
               IF WS-MARGE-PRETS < ZEROES
                   MOVE ZEROES TO WS-MARGE-PRETS
               END-IF

               PERFORM 2850-RETENIR-UN-PRET
                   VARYING WS-NO-PRT FROM 1 BY 1
                       UNTIL WS-NO-PRT > WS-NB-PRT
           END-IF.

           IF WS-RETENUE-PRETS > ZEROES
               MOVE WS-RETENUE-PRETS TO WS-SALAIRE-PRECTL
               CALL "FOREX01" USING PERSONNE-DEVISE,
                   WS-SALAIRE-PRECTL, WS-RETENUE-PRETS-EUR
               ADD WS-RETENUE-PRETS-EUR TO WS-TOTAL-PRETS-EUR
           END-IF.

           COMPUTE WS-NET-A-PAYER = WS-SALAIRE-NET - WS-RETENUE-PRETS.

      * -----------------------------------------------------------*
      * 2850-RETENIR-UN-PRET : retient l'échéance du poste courant  *
      * s'il revient à l'employé, est en cours et a commencé -      *
      * plafonnée au solde et à la marge restante ; le poste est    *
      * soldé à zéro et la retenue notée pour le mois               *
      * -----------------------------------------------------------*
       2850-RETENIR-UN-PRET.
           MOVE WS-PRT-ENTREE(WS-NO-PRT) TO PRT-ENREG.

           IF PRT-MATRICULE = PERSONNE-MATRICULE
               AND PRT-EN-COURS
               AND PRT-MOIS-DEBUT <= WS-TRT-MOIS
               MOVE PRT-ECHEANCE TO WS-RETENUE-PRET
               IF WS-RETENUE-PRET > PRT-SOLDE
                   MOVE PRT-SOLDE TO WS-RETENUE-PRET
               END-IF
               IF WS-RETENUE-PRET > WS-MARGE-PRETS
                   MOVE WS-MARGE-PRETS TO WS-RETENUE-PRET
                   ADD 1 TO WS-NB-PRETS-PLAFONNES
               END-IF

               SUBTRACT WS-RETENUE-PRET FROM WS-MARGE-PRETS
               ADD WS-RETENUE-PRET TO WS-RETENUE-PRETS
               SUBTRACT WS-RETENUE-PRET FROM PRT-SOLDE
               MOVE WS-TRT-MOIS     TO PRT-DERNIER-MOIS
               MOVE WS-RETENUE-PRET TO PRT-DERNIERE-RETENUE
               SET PRT-ORIGINE-PAIE TO TRUE
               IF PRT-SOLDE = ZEROES
                   SET PRT-REMBOURSE TO TRUE
                   ADD 1 TO WS-NB-PRETS-SOLDES
               END-IF
               MOVE PRT-ENREG TO WS-PRT-ENTREE(WS-NO-PRT)
               ADD 1 TO WS-NB-PRETS-RETENUS

               IF WS-NB-BPR < 10
                   ADD 1 TO WS-NB-BPR
                   MOVE PRT-TYPE   TO WS-BPR-TYPE(WS-NB-BPR)
                   MOVE PRT-NUMERO TO WS-BPR-NUMERO(WS-NB-BPR)
                   MOVE WS-RETENUE-PRET
                       TO WS-BPR-RETENUE(WS-NB-BPR)
                   MOVE PRT-SOLDE  TO WS-BPR-RESTE(WS-NB-BPR)
               END-IF
           END-IF.

      * -----------------------------------------------------------*

      * -----------------------------------------------------------*
      * 2680-AJOUTER-RETENUES-DU-RUN : ajoute le montant retenu du  *
      * run au cumul annuel du code, créé au premier passage ; les  *
      * cotisations patronales sont cumulées dans YTDFILE           *
      * -----------------------------------------------------------*
       2680-AJOUTER-RETENUES-DU-RUN.
           SET WS-DED-IDX TO WS-NO-DED.
           IF WS-DED-MONTANT(WS-NO-DED) = ZEROES
               OR WS-DED-PATRONALE(WS-DED-IDX)
               CONTINUE
           ELSE
               MOVE "N" TO WS-DGR-TROUVE-SWITCH
               IF WS-NB-DGR > ZEROES
                   SET WS-DGR-IDX TO 1
               NOT AT END
                   MOVE WS-CLE-YTD TO WS-CLE-YTD-PREC
                   MOVE YTD-IN-MATRICULE TO WS-CLE-YTD
                   IF YTD-IN-CUMUL-PATRONAL NOT NUMERIC
                       MOVE ZEROES TO YTD-IN-CUMUL-PATRONAL
                   END-IF
                   IF WS-CLE-YTD-PREC NOT = HIGH-VALUES
                       AND WS-CLE-YTD < WS-CLE-YTD-PREC
                       DISPLAY "YTDFILE HORS SEQUENCE DE "
               MOVE YTD-IN-MATRICULE     TO YTD-OUT-MATRICULE
               MOVE YTD-IN-CUMUL-SALAIRE TO YTD-OUT-CUMUL-SALAIRE
               MOVE YTD-IN-CUMUL-NET     TO YTD-OUT-CUMUL-NET
               MOVE YTD-IN-CUMUL-PATRONAL TO YTD-OUT-CUMUL-PATRONAL
               WRITE YTDFILE-NEW-ENREG
           END-IF.

               MOVE PERSONNE-MATRICULE TO YTD-OUT-MATRICULE
               MOVE WS-CUMUL-BRUT      TO YTD-OUT-CUMUL-SALAIRE
               MOVE WS-CUMUL-NET       TO YTD-OUT-CUMUL-NET
               MOVE WS-CUMUL-PATRONAL  TO YTD-OUT-CUMUL-PATRONAL
               WRITE YTDFILE-NEW-ENREG
           END-IF.

           IF WS-NET-OK
               CLOSE NETFILE
           END-IF.
           IF WS-PDT-OK
               CLOSE PAYDETF
           END-IF.

           IF WS-YTD-OK OR WS-YTD-STATUS = "10"
               CLOSE YTDFILE
           IF WS-YDN-OK
               CLOSE YTDDEDF-NEW
           END-IF.
           IF WS-CGE-OK OR WS-CGE-STATUS = "10"
               CLOSE CONGEF
           END-IF.
           IF WS-SAH-AJOUT-OUVERT
               CLOSE SALHSTF
           END-IF.

           PERFORM 3200-ECRIRE-COUTS-SERVICE.
           PERFORM 3260-ECRIRE-RETENUES-CUMULEES.
           PERFORM 3400-ECRIRE-JOURNAL-PAIE.
           PERFORM 3300-REJETER-ELEMENTS-ORPHELINS.
           PERFORM 3500-ECRIRE-PRETS.

           IF WS-EXC-OK
               CLOSE EXCFILE

           DISPLAY "ELEMENTS APPLIQUES : " WS-NB-PEL-APPLIQUES.
           DISPLAY "ELEMENTS REJETES   : " WS-NB-PEL-REJETES.
           DISPLAY "INACTIFS ECARTES   : " WS-NB-INACTIFS-ECARTES.
           DISPLAY "RAPPELS DE SALAIRE : " WS-NB-RAPPELS.
           DISPLAY "CHARGES PATRONALES : " WS-TOTAL-PATRONAL-EUR
               " EUR".
           DISPLAY "PRETS RETENUS      : " WS-NB-PRETS-RETENUS
               " DONT SOLDES " WS-NB-PRETS-SOLDES
               " PLAFONNES " WS-NB-PRETS-PLAFONNES.
           DISPLAY "RETENUES DE PRETS  : " WS-TOTAL-PRETS-EUR " EUR".

      * -----------------------------------------------------------*
      * 3200-ECRIRE-COUTS-SERVICE : écrit le coût salarial cumulé   *

      * -----------------------------------------------------------*
      * 3260-ECRIRE-RETENUES-CUMULEES : écrit dans DEDTOTF le total *
      * retenu par code sur le passage, en euros, pour le           *
      * reversement aux organismes (DEDREM010)                      *
      * -----------------------------------------------------------*
       3260-ECRIRE-RETENUES-CUMULEES.
           IF WS-NB-DED = ZEROES
           MOVE WS-DATE-TRAITEMENT         TO DTOT-DATE.
           MOVE WS-DED-CODE(WS-DED-IDX)    TO DTOT-CODE.
           MOVE WS-DED-LIBELLE(WS-DED-IDX) TO DTOT-LIBELLE.
           MOVE WS-DED-CUMUL-EUR(WS-NO-DED) TO DTOT-MONTANT.

           WRITE DEDTOTF-ENREG FROM DTOT-ENREG.

      * -----------------------------------------------------------*
      * 3400-ECRIRE-JOURNAL-PAIE : écrit l'écriture de paie du run  *
      * dans PAYJNLF sous le lot PAYREG01 - brut par service et     *
      * charges patronales (645000) au débit, retenues et           *
      * cotisations par code, nets et avances récupérées (425000)   *
      * au crédit, en euros                                         *
      * -----------------------------------------------------------*
       3400-ECRIRE-JOURNAL-PAIE.
           OPEN OUTPUT PAYJNLF.
           IF NOT WS-PJN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PAYJNLF - STATUT "
                   WS-PJN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "EN"       TO CTLHDR-TYPE
               MOVE "PAYREG01" TO CTLHDR-PROGRAMME
               MOVE WS-DATE-TRAITEMENT TO CTLHDR-DATE
               WRITE PAYJNLF-HDR FROM CTLHDR-ENREG

               PERFORM 3420-JOURNALISER-UN-SERVICE
                   VARYING WS-SRV-IDX FROM 1 BY 1
                       UNTIL WS-SRV-IDX > WS-NB-SRV
               IF WS-NB-DED > ZEROES
                   PERFORM 3440-JOURNALISER-UNE-RETENUE
                       VARYING WS-NO-DED FROM 1 BY 1
                           UNTIL WS-NO-DED > WS-NB-DED
               END-IF

               MOVE WS-COMPTE-CHARGES-SOCIALES TO WS-JNL-COMPTE
               MOVE "D"                   TO WS-JNL-SENS
               MOVE WS-TOTAL-PATRONAL-EUR TO WS-JNL-MONTANT
               MOVE "CHARGES PATRONALES"  TO WS-JNL-LIBELLE
               PERFORM 3480-ECRIRE-UNE-JAMBE

               MOVE WS-COMPTE-PERSONNEL TO WS-JNL-COMPTE
               MOVE "C"                 TO WS-JNL-SENS
               MOVE WS-TOTAL-NET-EUR    TO WS-JNL-MONTANT
               MOVE "NETS A PAYER"      TO WS-JNL-LIBELLE
               PERFORM 3480-ECRIRE-UNE-JAMBE

               MOVE WS-COMPTE-AVANCES    TO WS-JNL-COMPTE
               MOVE "C"                  TO WS-JNL-SENS
               MOVE WS-TOTAL-PRETS-EUR   TO WS-JNL-MONTANT
               MOVE "AVANCES RECUPEREES" TO WS-JNL-LIBELLE
               PERFORM 3480-ECRIRE-UNE-JAMBE

               MOVE "FN"            TO CTLTRL-TYPE
               MOVE WS-NB-JAMBES    TO CTLTRL-NB-ENREG
               MOVE WS-TOTAL-DEBITS TO CTLTRL-TOTAL-CTL
               WRITE PAYJNLF-TRL FROM CTLTRL-ENREG
               CLOSE PAYJNLF
           END-IF.

           DISPLAY "JAMBES DU JOURNAL DE PAIE : " WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 3420-JOURNALISER-UN-SERVICE : débite la charge de personnel *
      * d'un service sur son compte budgétaire (641000 à défaut)    *
      * -----------------------------------------------------------*
       3420-JOURNALISER-UN-SERVICE.
           MOVE WS-COMPTE-CHARGE-DEFAUT TO WS-JNL-COMPTE.

           MOVE "N" TO WS-SRM-TROUVE-SWITCH.
           IF WS-NB-SRM > ZEROES
               SET WS-SRM-IDX TO 1
               SEARCH WS-SRM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SRM-CODE(WS-SRM-IDX) =
                       WS-SRV-SERVICE(WS-SRV-IDX)
                       SET WS-SRM-TROUVE TO TRUE
               END-SEARCH
           END-IF.
           IF WS-SRM-TROUVE
               AND WS-SRM-BUD-COMPTE(WS-SRM-IDX) NOT = SPACES
               MOVE WS-SRM-BUD-COMPTE(WS-SRM-IDX) TO WS-JNL-COMPTE
           END-IF.

           MOVE "D" TO WS-JNL-SENS.
           MOVE WS-SRV-COUT-EUR(WS-SRV-IDX) TO WS-JNL-MONTANT.
           MOVE SPACES TO WS-JNL-LIBELLE.
           MOVE "PAIE SERVICE "            TO WS-JNL-LIBELLE(1:13).
           MOVE WS-SRV-SERVICE(WS-SRV-IDX) TO WS-JNL-LIBELLE(14:4).
           PERFORM 3480-ECRIRE-UNE-JAMBE.

      * -----------------------------------------------------------*
      * 3440-JOURNALISER-UNE-RETENUE : crédite le total retenu d'un *
      * code sur le compte de son organisme (431000 à défaut)       *
      * -----------------------------------------------------------*
       3440-JOURNALISER-UNE-RETENUE.
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
           PERFORM 3480-ECRIRE-UNE-JAMBE.

      * -----------------------------------------------------------*
      * 3480-ECRIRE-UNE-JAMBE : écrit une jambe du journal de paie  *
      * (montant nul ignoré, montant négatif porté au sens inverse) *
      * et la compte pour la fin de lot                             *
      * -----------------------------------------------------------*
       3480-ECRIRE-UNE-JAMBE.
           IF WS-JNL-MONTANT NOT = ZEROES
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
               WRITE PAYJNLF-ENREG FROM PJN-ENREG
               ADD 1 TO WS-NB-JAMBES
               IF PJN-DEBIT
                   ADD WS-JNL-MONTANT TO WS-TOTAL-DEBITS
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3500-ECRIRE-PRETS : réécrit le maître des avances et prêts  *
      * avec les soldes à jour de la paie (ou rétablis par une      *
      * relance), dans l'ordre du fichier                           *
      * -----------------------------------------------------------*
       3500-ECRIRE-PRETS.
           IF NOT WS-PRT-PLEINE
               AND (WS-NB-PRETS-RETENUS > ZEROES
                   OR WS-NB-PRETS-RETABLIS > ZEROES)
               OPEN OUTPUT AVPRETF
               IF NOT WS-PRT-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE AVPRETF - STATUT "
                       WS-PRT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 3550-ECRIRE-UN-PRET
                       VARYING WS-NO-PRT FROM 1 BY 1
                           UNTIL WS-NO-PRT > WS-NB-PRT
                   CLOSE AVPRETF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3550-ECRIRE-UN-PRET : écrit le poste courant                *
      * -----------------------------------------------------------*
       3550-ECRIRE-UN-PRET.
           WRITE AVPRETF-ENREG FROM WS-PRT-ENTREE(WS-NO-PRT).

      * -----------------------------------------------------------*
      * 3300-REJETER-ELEMENTS-ORPHELINS : rejette dans EXCFILE les  *
      * éléments restés sans employé au maître (matricule inconnu)  *
