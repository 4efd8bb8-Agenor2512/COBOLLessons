       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECEXP010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-15  AG  Création : fichier des écritures comptables
      *                 de l'exercice remis à l'administration fiscale
      *                 sur demande, jusqu'ici reconstitué à la main à
      *                 partir de GLHSTFIL. Le programme relit les
      *                 jambes de l'exercice (paramètre AAAA de la
      *                 ligne de commande, à défaut l'année de la date
      *                 de traitement, comme GLYEC010), attribue à
      *                 chacune un journal selon son lot source, les
      *                 regroupe en écritures numérotées sans rupture
      *                 (suite de jambes d'un même lot, même date de
      *                 lot et même date, close dès que débits et
      *                 crédits s'équilibrent) et écrit FECFILE au
      *                 format de la copy FECREC, jambes 471000 lettrées
      *                 d'après le registre SUSCLRF. Une écriture non
      *                 équilibrée est listée. L'état de contrôle
      *                 FECRPT (via RPTHDR010) donne le nombre
      *                 d'écritures, les totaux par journal et la
      *                 preuve débits = crédits de GLTB010, puis
      *                 rapproche le mouvement de chaque compte de la
      *                 photographie annuelle AAAA13 de GLPERFIL
      *                 diminuée de celle de l'exercice précédent. Un
      *                 déséquilibre ou un écart termine le step en
      *                 code retour 4 : le fichier n'est pas remis sans
      *                 investigation.
      * 2026-10-15  AG  Lot ACREXT01 (extournes et écritures
      *                 récurrentes) rattaché au journal OD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Plan comptable : libellé et classe - voir copy GLCOAREC
           SELECT GLCOAFIL ASSIGN TO "GLCOAFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      * Historique des périodes closes - voir copy GLPERREC
           SELECT GLPERFIL ASSIGN TO "GLPERFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.

      * Registre de lettrage du compte 471000 - voir copy SUSCLR
           SELECT SUSCLRF ASSIGN TO "SUSCLRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCL-STATUS.

      * Historique permanent des écritures - voir copy GLHSTREC
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Fichier des écritures comptables à remettre - voir FECREC
           SELECT FECFILE ASSIGN TO "FECFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.

      * État de contrôle de l'export imprimé
           SELECT FECRPT ASSIGN TO "FECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  GLCOAFIL
           RECORD CONTAINS 38 CHARACTERS.
       01  GLCOAFIL-ENREG              PIC X(38).

       FD  GLPERFIL
           RECORD CONTAINS 21 CHARACTERS.
       01  GLPERFIL-ENREG              PIC X(21).

       FD  SUSCLRF
           RECORD CONTAINS 84 CHARACTERS.
       01  SUSCLRF-ENREG               PIC X(84).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  FECFILE
           RECORD CONTAINS 244 CHARACTERS.
       01  FECFILE-ENREG               PIC X(244).

       FD  FECRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  FECRPT-LIGNE                PIC X(80).

       WORKING-STORAGE SECTION.

      * Enregistrement du plan comptable - voir copy GLCOAREC
       COPY GLCOAREC.

      * Enregistrement de l'historique des périodes - voir GLPERREC
       COPY GLPERREC.

      * Entrée du registre de lettrage - voir copy SUSCLR
       COPY SUSCLR.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Ligne d'en-tête et ligne d'écriture - voir copy FECREC
       COPY FECREC.

       01  WS-COA-STATUS               PIC X(02).
           88  WS-COA-OK               VALUE "00".

       01  WS-GLP-STATUS               PIC X(02).
           88  WS-GLP-OK               VALUE "00".

       01  WS-SCL-STATUS               PIC X(02).
           88  WS-SCL-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-FEC-STATUS               PIC X(02).
           88  WS-FEC-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

      * Exercice exporté (paramètre AAAA, à défaut l'année de la
      * date de traitement) et photographies annuelles AAAA13 de
      * l'exercice et de l'exercice précédent
       01  WS-PARM-EXERCICE            PIC X(10).
       01  WS-EXERCICE                 PIC 9(04).
       01  WS-PERIODE-ANNUELLE         PIC 9(06).
       01  WS-PERIODE-PRECEDENTE       PIC 9(06).

       01  WS-PHOTO-SWITCH             PIC X(01) VALUE "N".
           88  WS-PHOTO-TROUVEE        VALUE "O".
       01  WS-PHOTO-PREC-SWITCH        PIC X(01) VALUE "N".
           88  WS-PHOTO-PREC-TROUVEE   VALUE "O".

      * Compte de report à nouveau recevant le résultat à la
      * clôture (GLYEC010), lot de clôture et lot de lettrage
       01  WS-COMPTE-REPORT            PIC X(06) VALUE "110000".
       01  WS-COMPTE-ATTENTE           PIC X(06) VALUE "471000".
       01  WS-LOT-CLOTURE              PIC X(08) VALUE "GLYEC010".
       01  WS-LOT-LETTRAGE             PIC X(08) VALUE "SUSCLR1".

      * Journaux du fichier, dans l'ordre d'impression ; un lot
      * absent de la table des lots relève du journal de banque
      * (lots de mouvements postés par GLPOST010)
       01  WS-JOURNAUX-VALEURS.
           05  FILLER                  PIC X(22)
               VALUE "BQBANQUE              ".
           05  FILLER                  PIC X(22)
               VALUE "VTVENTES              ".
           05  FILLER                  PIC X(22)
               VALUE "ACACHATS              ".
           05  FILLER                  PIC X(22)
               VALUE "PAPAIE                ".
           05  FILLER                  PIC X(22)
               VALUE "ODOPERATIONS DIVERSES ".
           05  FILLER                  PIC X(22)
               VALUE "CLCLOTURE EXERCICE    ".
       01  WS-JOURNAUX-TABLE REDEFINES WS-JOURNAUX-VALEURS.
           05  WS-JRN-ENTREE OCCURS 6 TIMES
                   INDEXED BY WS-JRN-IDX.
               10  WS-JRN-CODE         PIC X(02).
               10  WS-JRN-LIBELLE      PIC X(20).

      * Compteurs par journal, au même rang
       01  WS-JRN-CUMULS.
           05  WS-JRN-CUMUL OCCURS 6 TIMES.
               10  WS-JRN-NB-ECRITURES PIC 9(07).
               10  WS-JRN-DEBITS       PIC 9(11)V9(02).
               10  WS-JRN-CREDITS      PIC 9(11)V9(02).
       01  WS-NO-JRN                   PIC 9(01).

      * Journal de chaque lot source connu
       01  WS-LOTS-VALEURS.
           05  FILLER                  PIC X(10) VALUE "GLJRN1  OD".
           05  FILLER                  PIC X(10) VALUE "ALLOC010OD".
           05  FILLER                  PIC X(10) VALUE "REVAL010OD".
           05  FILLER                  PIC X(10) VALUE "SUSCLR1 OD".
           05  FILLER                  PIC X(10) VALUE "DCPROV01OD".
           05  FILLER                  PIC X(10) VALUE "IMMDEP01OD".
           05  FILLER                  PIC X(10) VALUE "IRRMNT1 OD".
           05  FILLER                  PIC X(10) VALUE "ACREXT01OD".
           05  FILLER                  PIC X(10) VALUE "GLYEC010CL".
           05  FILLER                  PIC X(10) VALUE "APPAY01 AC".
           05  FILLER                  PIC X(10) VALUE "CSHAPP01VT".
           05  FILLER                  PIC X(10) VALUE "PAYREG01PA".
           05  FILLER                  PIC X(10) VALUE "SALPAY01PA".
           05  FILLER                  PIC X(10) VALUE "DEDREM01PA".
           05  FILLER                  PIC X(10) VALUE "STCSOL01PA".
       01  WS-LOTS-TABLE REDEFINES WS-LOTS-VALEURS.
           05  WS-LOT-ENTREE OCCURS 15 TIMES
                   INDEXED BY WS-LOT-IDX.
               10  WS-LOT-PROGRAMME    PIC X(08).
               10  WS-LOT-JOURNAL      PIC X(02).
       01  WS-JOURNAL-RETENU           PIC X(02).

      * Table du plan comptable : libellé et classe de chaque compte
       01  WS-COA-TABLE.
           05  WS-COA-ENTREE OCCURS 100 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-COMPTE       PIC X(06).
               10  WS-COA-LIBELLE      PIC X(30).
               10  WS-COA-CLASSE       PIC X(01).
       01  WS-NB-COA                   PIC 9(03) VALUE ZEROES.

       01  WS-COA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-COA-TROUVE           VALUE "O".

      * Table des comptes rapprochés : photographies AAAA13 de
      * l'exercice et du précédent, mouvement signé de l'exercice
      * hors écritures de clôture (positif = débiteur)
       01  WS-CPT-TABLE.
           05  WS-CPT-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-CPT-IDX.
               10  WS-CPT-COMPTE       PIC X(06).
               10  WS-CPT-CLASSE       PIC X(01).
               10  WS-CPT-PHOTO        PIC S9(09)V9(02).
               10  WS-CPT-PHOTO-PREC   PIC S9(09)V9(02).
               10  WS-CPT-MOUVEMENT    PIC S9(11)V9(02).
       01  WS-NB-CPT                   PIC 9(03) VALUE ZEROES.
       01  WS-COMPTE-CIBLE             PIC X(06).

       01  WS-CPT-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CPT-TROUVE           VALUE "O".

      * Registre de lettrage chargé : chaque entrée lettre une
      * jambe d'origine et une jambe inverse SUSCLR1, marquées au
      * fur et à mesure pour que deux jambes identiques prennent
      * deux entrées
       01  WS-SCL-TABLE.
           05  WS-SCL-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-SCL-IDX.
               10  WS-SCL-ELEMENT      PIC X(62).
               10  WS-SCL-DATE         PIC 9(08).
               10  WS-SCL-ORIGINE-SW   PIC X(01).
               10  WS-SCL-INVERSE-SW   PIC X(01).
       01  WS-NB-SCL                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-SCL                   PIC 9(03).

       01  WS-LET-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LET-TROUVE           VALUE "O".

      * Code de lettrage : S suivi du rang au registre
       01  WS-CODE-LETTRAGE.
           05  FILLER                  PIC X(01) VALUE "S".
           05  WS-LET-RANG             PIC 9(05).

      * Écriture en cours : clé de regroupement (lot, date de lot,
      * date), journal et solde débits - crédits
       01  WS-CLE-JAMBE.
           05  WS-CJ-LOT               PIC X(08).
           05  WS-CJ-LOT-DATE          PIC 9(08).
           05  WS-CJ-DATE              PIC 9(08).
       01  WS-CLE-ECRITURE             PIC X(24).
       01  WS-NO-ECRITURE              PIC 9(08) VALUE ZEROES.
       01  WS-SOLDE-ECRITURE           PIC S9(11)V9(02).

       01  WS-ECRITURE-SWITCH          PIC X(01) VALUE "N".
           88  WS-ECRITURE-OUVERTE     VALUE "O".
           88  WS-ECRITURE-FERMEE      VALUE "N".

      * Montant d'une jambe découpé en euros et centimes pour la
      * virgule décimale du fichier
       01  WS-MONTANT-FEC              PIC 9(12)V9(02).
       01  WS-MONTANT-FEC-DECOUPE REDEFINES WS-MONTANT-FEC.
           05  WS-MF-EUROS             PIC 9(12).
           05  WS-MF-CENTIMES          PIC 9(02).

      * Écritures non équilibrées, listées sur l'état
       01  WS-DES-TABLE.
           05  WS-DES-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-DES-IDX.
               10  WS-DES-NUMERO       PIC 9(08).
               10  WS-DES-JOURNAL      PIC X(02).
               10  WS-DES-LOT          PIC X(08).
               10  WS-DES-DATE         PIC 9(08).
               10  WS-DES-SOLDE        PIC S9(11)V9(02).
       01  WS-NB-DES                   PIC 9(05) VALUE ZEROES.
       01  WS-NO-DES                   PIC 9(02).

      * Comptes dont le mouvement ne rapproche pas les
      * photographies, listés sur l'état
       01  WS-ECA-TABLE.
           05  WS-ECA-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-ECA-IDX.
               10  WS-ECA-COMPTE       PIC X(06).
               10  WS-ECA-MOUVEMENT    PIC S9(11)V9(02).
               10  WS-ECA-ATTENDU      PIC S9(11)V9(02).
       01  WS-NB-ECA                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-ECA                   PIC 9(02).

      * Rapprochement d'un compte : ouverture, mouvement attendu
      * et résultat de l'exercice précédent porté au report
       01  WS-OUVERTURE                PIC S9(11)V9(02).
       01  WS-ATTENDU                  PIC S9(11)V9(02).
       01  WS-RESULTAT-PRECEDENT       PIC S9(11)V9(02)
                                       VALUE ZEROES.
       01  WS-NB-RAPPROCHES            PIC 9(03) VALUE ZEROES.
       01  WS-NO-CPT                   PIC 9(03).

      * Totaux du fichier et preuve débits = crédits
       01  WS-NB-LIGNES                PIC 9(07) VALUE ZEROES.
       01  WS-TOTAL-DEBITS             PIC 9(11)V9(02) VALUE ZEROES.
       01  WS-TOTAL-CREDITS            PIC 9(11)V9(02) VALUE ZEROES.
       01  WS-ECART                    PIC S9(11)V9(02).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cet état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "CONTROLE DU FICHIER DES ECRITURES".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-EXERCICE.
           05  FILLER                  PIC X(20)
               VALUE "EXERCICE EXPORTE  : ".
           05  CE-EXERCICE             PIC 9(04).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(30)
               VALUE "JOURNAL".
           05  FILLER                  PIC X(11) VALUE " ECRITURES".
           05  FILLER                  PIC X(17)
               VALUE "          DEBITS".
           05  FILLER                  PIC X(17)
               VALUE "         CREDITS".
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-LIGNE-JOURNAL.
           05  JL-CODE                 PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JL-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  JL-NB-ECRITURES         PIC Z(09)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JL-DEBITS               PIC Z(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JL-CREDITS              PIC Z(11)9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  LC-LIBELLE              PIC X(30).
           05  LC-VALEUR               PIC Z(09)9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-LIGNE-PREUVE.
           05  FILLER                  PIC X(18)
               VALUE "ECART D/C       : ".
           05  TP-ECART                PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TP-STATUT               PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  LT-TEXTE                PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-DESEQUILIBRE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NUMERO               PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-JOURNAL              PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-LOT                  PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DATE                 PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  D-C : ".
           05  LD-SOLDE                PIC -(11)9.99.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-LIGNE-ECART.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LE-COMPTE               PIC X(06).
           05  FILLER                  PIC X(08) VALUE "  MVT : ".
           05  LE-MOUVEMENT            PIC -(11)9.99.
           05  FILLER                  PIC X(12) VALUE "  ATTENDU : ".
           05  LE-ATTENDU              PIC -(11)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.

           IF WS-CODE-RETOUR < 8
               PERFORM 2000-PRODUIRE-FEC
           END-IF.

           IF WS-CODE-RETOUR < 8
               PERFORM 3000-RAPPROCHER-PHOTOGRAPHIES
           END-IF.

           PERFORM 4000-IMPRIMER-CONTROLE.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : détermine l'exercice exporté, charge le  *
      * plan, les photographies annuelles et le registre de         *
      * lettrage                                                    *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-EXERCICE FROM COMMAND-LINE.
           IF WS-PARM-EXERCICE(1:4) IS NUMERIC
               MOVE WS-PARM-EXERCICE(1:4) TO WS-EXERCICE
           ELSE
               MOVE WS-DATE-TRAITEMENT(1:4) TO WS-EXERCICE
           END-IF.

           COMPUTE WS-PERIODE-ANNUELLE = WS-EXERCICE * 100 + 13.
           COMPUTE WS-PERIODE-PRECEDENTE =
               WS-PERIODE-ANNUELLE - 100.

           MOVE ZEROES TO WS-JRN-CUMULS.

           PERFORM 1100-CHARGER-PLAN.
           PERFORM 1200-CHARGER-PHOTOGRAPHIES.
           PERFORM 1300-CHARGER-LETTRAGE.

      * -----------------------------------------------------------*
      * 1100-CHARGER-PLAN : charge le libellé et la classe de       *
      * chaque compte ; plan absent = comptes HORS PLAN, tous au    *
      * bilan                                                       *
      * -----------------------------------------------------------*
       1100-CHARGER-PLAN.
           OPEN INPUT GLCOAFIL.
           IF WS-COA-OK
               PERFORM 1150-LIRE-ET-STOCKER-PLAN
                   UNTIL NOT WS-COA-OK OR WS-NB-COA >= 100
               CLOSE GLCOAFIL
           ELSE
               DISPLAY "GLCOAFIL INTROUVABLE - COMPTES HORS PLAN"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-PLAN : lit un compte du plan et        *
      * retient son libellé et sa classe                            *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-PLAN.
           READ GLCOAFIL INTO GLCOA-ENREG
               AT END
                   MOVE "10" TO WS-COA-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-COA
                   MOVE GLCOA-COMPTE  TO WS-COA-COMPTE(WS-NB-COA)
                   MOVE GLCOA-LIBELLE TO WS-COA-LIBELLE(WS-NB-COA)
                   MOVE GLCOA-CLASSE  TO WS-COA-CLASSE(WS-NB-COA)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-PHOTOGRAPHIES : retient de GLPERFIL les soldes *
      * photographiés AAAA13 de l'exercice et de l'exercice         *
      * précédent ; fichier absent = exercice non photographié      *
      * -----------------------------------------------------------*
       1200-CHARGER-PHOTOGRAPHIES.
           OPEN INPUT GLPERFIL.
           IF WS-GLP-OK
               PERFORM 1250-LIRE-UNE-PHOTOGRAPHIE
                   UNTIL NOT WS-GLP-OK
               CLOSE GLPERFIL
           ELSE
               DISPLAY "GLPERFIL INTROUVABLE - STATUT "
                   WS-GLP-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-UNE-PHOTOGRAPHIE : lit un report de période et    *
      * retient le solde s'il relève d'une des deux photographies   *
      * -----------------------------------------------------------*
       1250-LIRE-UNE-PHOTOGRAPHIE.
           READ GLPERFIL INTO GLPER-ENREG
               AT END
                   MOVE "10" TO WS-GLP-STATUS
               NOT AT END
                   IF GLPER-PERIODE = WS-PERIODE-ANNUELLE
                       SET WS-PHOTO-TROUVEE TO TRUE
                       MOVE GLPER-COMPTE TO WS-COMPTE-CIBLE
                       PERFORM 7000-TROUVER-CREER-COMPTE
                       IF WS-CPT-TROUVE
                           ADD GLPER-SOLDE TO WS-CPT-PHOTO(WS-CPT-IDX)
                       END-IF
                   END-IF
                   IF GLPER-PERIODE = WS-PERIODE-PRECEDENTE
                       SET WS-PHOTO-PREC-TROUVEE TO TRUE
                       MOVE GLPER-COMPTE TO WS-COMPTE-CIBLE
                       PERFORM 7000-TROUVER-CREER-COMPTE
                       IF WS-CPT-TROUVE
                           ADD GLPER-SOLDE
                               TO WS-CPT-PHOTO-PREC(WS-CPT-IDX)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-LETTRAGE : charge le registre SUSCLRF ;        *
      * registre absent = aucune jambe 471000 lettrée               *
      * -----------------------------------------------------------*
       1300-CHARGER-LETTRAGE.
           OPEN INPUT SUSCLRF.
           IF WS-SCL-OK
               PERFORM 1350-LIRE-ET-STOCKER-LETTRAGE
                   UNTIL NOT WS-SCL-OK OR WS-NB-SCL >= 500
               CLOSE SUSCLRF
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-LETTRAGE : lit une entrée du registre, *
      * ni son origine ni son inverse encore rencontrées            *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-LETTRAGE.
           READ SUSCLRF INTO SCLR-ENREG
               AT END
                   MOVE "10" TO WS-SCL-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-SCL
                   MOVE SCLR-ELEMENT TO WS-SCL-ELEMENT(WS-NB-SCL)
                   MOVE SCLR-DATE-LETTRAGE TO WS-SCL-DATE(WS-NB-SCL)
                   MOVE "N" TO WS-SCL-ORIGINE-SW(WS-NB-SCL)
                   MOVE "N" TO WS-SCL-INVERSE-SW(WS-NB-SCL)
           END-READ.

      * -----------------------------------------------------------*
      * 2000-PRODUIRE-FEC : écrit la ligne d'en-tête puis une ligne *
      * par jambe de l'exercice ; une écriture encore ouverte en    *
      * fin de fichier est déséquilibrée                            *
      * -----------------------------------------------------------*
       2000-PRODUIRE-FEC.
           OPEN INPUT GLHSTFIL.
           IF NOT WS-HST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               OPEN OUTPUT FECFILE
               IF NOT WS-FEC-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR FECFILE - STATUT "
                       WS-FEC-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   WRITE FECFILE-ENREG FROM FEC-ENTETE
                   PERFORM 2100-LIRE-UNE-JAMBE
                       UNTIL NOT WS-HST-OK
                   IF WS-ECRITURE-OUVERTE
                       PERFORM 2450-NOTER-DESEQUILIBRE
                   END-IF
                   CLOSE FECFILE
               END-IF
               CLOSE GLHSTFIL
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-UNE-JAMBE : lit une jambe de l'historique et la   *
      * traite si elle est datée de l'exercice                      *
      * -----------------------------------------------------------*
       2100-LIRE-UNE-JAMBE.
           READ GLHSTFIL INTO GLH-ENREG
               AT END
                   MOVE "10" TO WS-HST-STATUS
               NOT AT END
                   IF GLH-DATE-AAAA = WS-EXERCICE
                       PERFORM 2200-TRAITER-UNE-JAMBE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2200-TRAITER-UNE-JAMBE : rattache la jambe à l'écriture en  *
      * cours ou en ouvre une nouvelle, l'écrit et la cumule ;      *
      * l'écriture se ferme dès qu'elle s'équilibre                 *
      * -----------------------------------------------------------*
       2200-TRAITER-UNE-JAMBE.
           MOVE GLH-LOT-PROGRAMME TO WS-CJ-LOT.
           MOVE GLH-LOT-DATE      TO WS-CJ-LOT-DATE.
           MOVE GLH-DATE          TO WS-CJ-DATE.

           IF WS-ECRITURE-OUVERTE
               AND WS-CLE-JAMBE NOT = WS-CLE-ECRITURE
               PERFORM 2450-NOTER-DESEQUILIBRE
           END-IF.

           IF WS-ECRITURE-FERMEE
               PERFORM 2300-OUVRIR-ECRITURE
           END-IF.

           PERFORM 2500-ECRIRE-LIGNE-FEC.
           PERFORM 2700-CUMULER-LA-JAMBE.

           IF WS-SOLDE-ECRITURE = ZEROES
               SET WS-ECRITURE-FERMEE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2300-OUVRIR-ECRITURE : numérote la nouvelle écriture à la   *
      * suite de la précédente et lui attribue le journal de son    *
      * lot                                                         *
      * -----------------------------------------------------------*
       2300-OUVRIR-ECRITURE.
           ADD 1 TO WS-NO-ECRITURE.
           MOVE WS-CLE-JAMBE TO WS-CLE-ECRITURE.
           MOVE ZEROES TO WS-SOLDE-ECRITURE.
           SET WS-ECRITURE-OUVERTE TO TRUE.

           MOVE "BQ" TO WS-JOURNAL-RETENU.
           SET WS-LOT-IDX TO 1.
           SEARCH WS-LOT-ENTREE
               AT END
                   CONTINUE
               WHEN WS-LOT-PROGRAMME(WS-LOT-IDX) = GLH-LOT-PROGRAMME
                   MOVE WS-LOT-JOURNAL(WS-LOT-IDX)
                       TO WS-JOURNAL-RETENU
           END-SEARCH.

           SET WS-JRN-IDX TO 1.
           SEARCH WS-JRN-ENTREE
               AT END
                   SET WS-JRN-IDX TO 1
               WHEN WS-JRN-CODE(WS-JRN-IDX) = WS-JOURNAL-RETENU
                   CONTINUE
           END-SEARCH.
           SET WS-NO-JRN TO WS-JRN-IDX.
           ADD 1 TO WS-JRN-NB-ECRITURES(WS-NO-JRN).

      * -----------------------------------------------------------*
      * 2450-NOTER-DESEQUILIBRE : l'écriture en cours change de clé *
      * ou atteint la fin de fichier sans s'équilibrer : elle est   *
      * listée sur l'état et le step finit en code retour 4         *
      * -----------------------------------------------------------*
       2450-NOTER-DESEQUILIBRE.
           ADD 1 TO WS-NB-DES.
           IF WS-NB-DES <= 50
               SET WS-DES-IDX TO WS-NB-DES
               MOVE WS-NO-ECRITURE TO WS-DES-NUMERO(WS-DES-IDX)
               MOVE WS-JRN-CODE(WS-NO-JRN)
                   TO WS-DES-JOURNAL(WS-DES-IDX)
               MOVE WS-CLE-ECRITURE(1:8) TO WS-DES-LOT(WS-DES-IDX)
               MOVE WS-CLE-ECRITURE(17:8) TO WS-DES-DATE(WS-DES-IDX)
               MOVE WS-SOLDE-ECRITURE TO WS-DES-SOLDE(WS-DES-IDX)
           END-IF.
           DISPLAY "ECRITURE " WS-NO-ECRITURE " NON EQUILIBREE - LOT "
               WS-CLE-ECRITURE(1:8).
           PERFORM 9700-NOTER-REJET.
           SET WS-ECRITURE-FERMEE TO TRUE.

      * -----------------------------------------------------------*
      * 2500-ECRIRE-LIGNE-FEC : remplit la ligne zone par zone ;    *
      * compte auxiliaire et devise restent à blanc                 *
      * -----------------------------------------------------------*
       2500-ECRIRE-LIGNE-FEC.
           MOVE WS-JRN-CODE(WS-NO-JRN)    TO FEC-JOURNAL-CODE.
           MOVE WS-JRN-LIBELLE(WS-NO-JRN) TO FEC-JOURNAL-LIB.
           MOVE WS-NO-ECRITURE    TO FEC-ECRITURE-NUM.
           MOVE GLH-DATE          TO FEC-ECRITURE-DATE.
           MOVE GLH-COMPTE        TO FEC-COMPTE-NUM.

           PERFORM 2550-CHERCHER-PLAN.
           IF WS-COA-TROUVE
               MOVE WS-COA-LIBELLE(WS-COA-IDX) TO FEC-COMPTE-LIB
           ELSE
               MOVE "HORS PLAN" TO FEC-COMPTE-LIB
           END-IF.

           MOVE SPACES            TO FEC-COMPAUX-NUM.
           MOVE SPACES            TO FEC-COMPAUX-LIB.
           MOVE GLH-LOT-PROGRAMME TO FEC-PIECE-LOT.
           MOVE GLH-LOT-DATE      TO FEC-PIECE-LOT-DATE.
           MOVE GLH-LOT-DATE      TO FEC-PIECE-DATE.
           MOVE GLH-LIBELLE       TO FEC-ECRITURE-LIB.

           MOVE GLH-MONTANT TO WS-MONTANT-FEC.
           IF GLH-SENS-DEBIT
               MOVE WS-MF-EUROS    TO FEC-DEBIT-ENT
               MOVE WS-MF-CENTIMES TO FEC-DEBIT-DEC
               MOVE ZEROES         TO FEC-CREDIT-ENT
               MOVE ZEROES         TO FEC-CREDIT-DEC
           ELSE
               MOVE ZEROES         TO FEC-DEBIT-ENT
               MOVE ZEROES         TO FEC-DEBIT-DEC
               MOVE WS-MF-EUROS    TO FEC-CREDIT-ENT
               MOVE WS-MF-CENTIMES TO FEC-CREDIT-DEC
           END-IF.

           MOVE SPACES TO FEC-ECRITURE-LET.
           MOVE SPACES TO FEC-DATE-LET.
           IF GLH-COMPTE = WS-COMPTE-ATTENTE
               PERFORM 2600-CHERCHER-LETTRAGE
           END-IF.

           MOVE GLH-DATE TO FEC-VALID-DATE.
           MOVE SPACES   TO FEC-MONTANT-DEVISE.
           MOVE SPACES   TO FEC-IDEVISE.

           WRITE FECFILE-ENREG FROM FEC-ENREG.
           ADD 1 TO WS-NB-LIGNES.

      * -----------------------------------------------------------*
      * 2550-CHERCHER-PLAN : positionne WS-COA-IDX sur le compte de *
      * la jambe dans la table du plan                              *
      * -----------------------------------------------------------*
       2550-CHERCHER-PLAN.
           MOVE "N" TO WS-COA-TROUVE-SWITCH.
           IF WS-NB-COA > ZEROES
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-COA-COMPTE(WS-COA-IDX) = GLH-COMPTE
                       SET WS-COA-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2600-CHERCHER-LETTRAGE : une jambe 471000 est lettrée par   *
      * l'entrée du registre qui porte son image exacte (jambe      *
      * d'origine) ou, sous le lot SUSCLR1, par celle dont elle est *
      * l'inverse - même montant et libellé, sens opposé, datée du  *
      * lettrage ; chaque entrée ne sert qu'une fois de chaque côté *
      * -----------------------------------------------------------*
       2600-CHERCHER-LETTRAGE.
           MOVE "N" TO WS-LET-TROUVE-SWITCH.
           PERFORM 2650-COMPARER-UN-LETTRAGE
               VARYING WS-NO-SCL FROM 1 BY 1
                   UNTIL WS-NO-SCL > WS-NB-SCL OR WS-LET-TROUVE.

      * -----------------------------------------------------------*
      * 2650-COMPARER-UN-LETTRAGE : compare la jambe à une entrée   *
      * du registre et la lettre au rang de l'entrée si elle répond *
      * -----------------------------------------------------------*
       2650-COMPARER-UN-LETTRAGE.
           SET WS-SCL-IDX TO WS-NO-SCL.
           IF GLH-LOT-PROGRAMME = WS-LOT-LETTRAGE
               IF WS-SCL-INVERSE-SW(WS-SCL-IDX) = "N"
                   AND WS-SCL-ELEMENT(WS-SCL-IDX)(16:29) =
                       GLH-ENREG(16:29)
                   AND WS-SCL-ELEMENT(WS-SCL-IDX)(15:1) NOT =
                       GLH-SENS
                   AND WS-SCL-DATE(WS-SCL-IDX) = GLH-DATE
                   MOVE "O" TO WS-SCL-INVERSE-SW(WS-SCL-IDX)
                   SET WS-LET-TROUVE TO TRUE
               END-IF
           ELSE
               IF WS-SCL-ORIGINE-SW(WS-SCL-IDX) = "N"
                   AND WS-SCL-ELEMENT(WS-SCL-IDX) = GLH-ENREG
                   MOVE "O" TO WS-SCL-ORIGINE-SW(WS-SCL-IDX)
                   SET WS-LET-TROUVE TO TRUE
               END-IF
           END-IF.

           IF WS-LET-TROUVE
               MOVE WS-NO-SCL TO WS-LET-RANG
               MOVE WS-CODE-LETTRAGE TO FEC-ECRITURE-LET
               MOVE WS-SCL-DATE(WS-SCL-IDX) TO FEC-DATE-LET
           END-IF.

      * -----------------------------------------------------------*
      * 2700-CUMULER-LA-JAMBE : cumule la jambe au solde de         *
      * l'écriture, aux totaux du fichier et du journal et, hors    *
      * écritures de clôture, au mouvement de son compte            *
      * -----------------------------------------------------------*
       2700-CUMULER-LA-JAMBE.
           IF GLH-SENS-DEBIT
               ADD GLH-MONTANT TO WS-SOLDE-ECRITURE
               ADD GLH-MONTANT TO WS-TOTAL-DEBITS
               ADD GLH-MONTANT TO WS-JRN-DEBITS(WS-NO-JRN)
           ELSE
               SUBTRACT GLH-MONTANT FROM WS-SOLDE-ECRITURE
               ADD GLH-MONTANT TO WS-TOTAL-CREDITS
               ADD GLH-MONTANT TO WS-JRN-CREDITS(WS-NO-JRN)
           END-IF.

           IF GLH-LOT-PROGRAMME NOT = WS-LOT-CLOTURE
               MOVE GLH-COMPTE TO WS-COMPTE-CIBLE
               PERFORM 7000-TROUVER-CREER-COMPTE
               IF WS-CPT-TROUVE
                   IF GLH-SENS-DEBIT
                       ADD GLH-MONTANT
                           TO WS-CPT-MOUVEMENT(WS-CPT-IDX)
                   ELSE
                       SUBTRACT GLH-MONTANT
                           FROM WS-CPT-MOUVEMENT(WS-CPT-IDX)
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-RAPPROCHER-PHOTOGRAPHIES : le mouvement de l'exercice  *
      * de chaque compte doit égaler sa photographie AAAA13 moins   *
      * son solde d'ouverture - photographie précédente pour un     *
      * compte de bilan, zéro pour un compte de résultat, le report *
      * à nouveau recevant en plus le résultat précédent            *
      * -----------------------------------------------------------*
       3000-RAPPROCHER-PHOTOGRAPHIES.
           IF NOT WS-PHOTO-TROUVEE
               DISPLAY "EXERCICE " WS-EXERCICE
                   " NON PHOTOGRAPHIE - RAPPROCHEMENT NON FAIT"
               PERFORM 9700-NOTER-REJET
           ELSE
               IF NOT WS-PHOTO-PREC-TROUVEE
                   DISPLAY "EXERCICE PRECEDENT NON PHOTOGRAPHIE - "
                       "OUVERTURE A ZERO"
               END-IF
               PERFORM 3100-CUMULER-RESULTAT-PRECEDENT
                   VARYING WS-NO-CPT FROM 1 BY 1
                       UNTIL WS-NO-CPT > WS-NB-CPT
               PERFORM 3200-RAPPROCHER-UN-COMPTE
                   VARYING WS-NO-CPT FROM 1 BY 1
                       UNTIL WS-NO-CPT > WS-NB-CPT
           END-IF.

      * -----------------------------------------------------------*
      * 3100-CUMULER-RESULTAT-PRECEDENT : cumule le solde           *
      * photographié d'un compte de résultat de l'exercice          *
      * précédent, viré au report à nouveau par la clôture          *
      * -----------------------------------------------------------*
       3100-CUMULER-RESULTAT-PRECEDENT.
           SET WS-CPT-IDX TO WS-NO-CPT.
           IF WS-CPT-CLASSE(WS-CPT-IDX) = "R"
               ADD WS-CPT-PHOTO-PREC(WS-CPT-IDX)
                   TO WS-RESULTAT-PRECEDENT
           END-IF.

      * -----------------------------------------------------------*
      * 3200-RAPPROCHER-UN-COMPTE : compare le mouvement du compte  *
      * au mouvement attendu et retient le compte en écart          *
      * -----------------------------------------------------------*
       3200-RAPPROCHER-UN-COMPTE.
           SET WS-CPT-IDX TO WS-NO-CPT.
           IF WS-CPT-CLASSE(WS-CPT-IDX) = "R"
               MOVE ZEROES TO WS-OUVERTURE
           ELSE
               MOVE WS-CPT-PHOTO-PREC(WS-CPT-IDX) TO WS-OUVERTURE
           END-IF.
           IF WS-CPT-COMPTE(WS-CPT-IDX) = WS-COMPTE-REPORT
               ADD WS-RESULTAT-PRECEDENT TO WS-OUVERTURE
           END-IF.

           COMPUTE WS-ATTENDU =
               WS-CPT-PHOTO(WS-CPT-IDX) - WS-OUVERTURE.
           ADD 1 TO WS-NB-RAPPROCHES.

           IF WS-CPT-MOUVEMENT(WS-CPT-IDX) NOT = WS-ATTENDU
               ADD 1 TO WS-NB-ECA
               IF WS-NB-ECA <= 50
                   SET WS-ECA-IDX TO WS-NB-ECA
                   MOVE WS-CPT-COMPTE(WS-CPT-IDX)
                       TO WS-ECA-COMPTE(WS-ECA-IDX)
                   MOVE WS-CPT-MOUVEMENT(WS-CPT-IDX)
                       TO WS-ECA-MOUVEMENT(WS-ECA-IDX)
                   MOVE WS-ATTENDU TO WS-ECA-ATTENDU(WS-ECA-IDX)
               END-IF
               PERFORM 9700-NOTER-REJET
           END-IF.

      * -----------------------------------------------------------*
      * 4000-IMPRIMER-CONTROLE : imprime l'état de contrôle -       *
      * totaux par journal, preuve débits = crédits, écritures      *
      * déséquilibrées et rapprochement des photographies           *
      * -----------------------------------------------------------*
       4000-IMPRIMER-CONTROLE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT FECRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR FECRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE FECRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               MOVE WS-EXERCICE TO CE-EXERCICE
               WRITE FECRPT-LIGNE FROM WS-LIGNE-EXERCICE

               WRITE FECRPT-LIGNE FROM WS-LIGNE-ENTETE-2
               PERFORM 4100-IMPRIMER-UN-JOURNAL
                   VARYING WS-NO-JRN FROM 1 BY 1
                       UNTIL WS-NO-JRN > 6
               MOVE SPACES            TO JL-CODE
               MOVE "TOTAL FICHIER"   TO JL-LIBELLE
               MOVE WS-NO-ECRITURE    TO JL-NB-ECRITURES
               MOVE WS-TOTAL-DEBITS   TO JL-DEBITS
               MOVE WS-TOTAL-CREDITS  TO JL-CREDITS
               WRITE FECRPT-LIGNE FROM WS-LIGNE-JOURNAL

               MOVE "LIGNES EXPORTEES            :" TO LC-LIBELLE
               MOVE WS-NB-LIGNES TO LC-VALEUR
               WRITE FECRPT-LIGNE FROM WS-LIGNE-COMPTEUR

               COMPUTE WS-ECART = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
               MOVE WS-ECART TO TP-ECART
               IF WS-ECART = ZEROES
                   MOVE "EQUILIBRE" TO TP-STATUT
               ELSE
                   MOVE "*** DESEQUILIBRE ***" TO TP-STATUT
                   PERFORM 9700-NOTER-REJET
               END-IF
               WRITE FECRPT-LIGNE FROM WS-LIGNE-PREUVE

               PERFORM 4200-IMPRIMER-DESEQUILIBRES
               PERFORM 4300-IMPRIMER-RAPPROCHEMENT

               CLOSE FECRPT
           END-IF.

           DISPLAY "ECRITURES EXPORTEES     : " WS-NO-ECRITURE.
           DISPLAY "LIGNES EXPORTEES        : " WS-NB-LIGNES.
           DISPLAY "TOTAL DES DEBITS        : " WS-TOTAL-DEBITS.
           DISPLAY "TOTAL DES CREDITS       : " WS-TOTAL-CREDITS.
           DISPLAY "ECRITURES DESEQUILIBREES: " WS-NB-DES.
           DISPLAY "COMPTES EN ECART        : " WS-NB-ECA.

      * -----------------------------------------------------------*
      * 4100-IMPRIMER-UN-JOURNAL : imprime les totaux d'un journal  *
      * -----------------------------------------------------------*
       4100-IMPRIMER-UN-JOURNAL.
           MOVE WS-JRN-CODE(WS-NO-JRN)         TO JL-CODE.
           MOVE WS-JRN-LIBELLE(WS-NO-JRN)      TO JL-LIBELLE.
           MOVE WS-JRN-NB-ECRITURES(WS-NO-JRN) TO JL-NB-ECRITURES.
           MOVE WS-JRN-DEBITS(WS-NO-JRN)       TO JL-DEBITS.
           MOVE WS-JRN-CREDITS(WS-NO-JRN)      TO JL-CREDITS.
           WRITE FECRPT-LIGNE FROM WS-LIGNE-JOURNAL.

      * -----------------------------------------------------------*
      * 4200-IMPRIMER-DESEQUILIBRES : liste les écritures non       *
      * équilibrées (les 50 premières)                              *
      * -----------------------------------------------------------*
       4200-IMPRIMER-DESEQUILIBRES.
           MOVE SPACES TO LT-TEXTE.
           WRITE FECRPT-LIGNE FROM WS-LIGNE-TITRE.
           MOVE "ECRITURES NON EQUILIBREES   :" TO LC-LIBELLE.
           MOVE WS-NB-DES TO LC-VALEUR.
           WRITE FECRPT-LIGNE FROM WS-LIGNE-COMPTEUR.
           PERFORM 4250-IMPRIMER-UN-DESEQUILIBRE
               VARYING WS-NO-DES FROM 1 BY 1
                   UNTIL WS-NO-DES > WS-NB-DES OR WS-NO-DES > 50.

      * -----------------------------------------------------------*
      * 4250-IMPRIMER-UN-DESEQUILIBRE : imprime une écriture non    *
      * équilibrée et son solde débits - crédits                    *
      * -----------------------------------------------------------*
       4250-IMPRIMER-UN-DESEQUILIBRE.
           SET WS-DES-IDX TO WS-NO-DES.
           MOVE WS-DES-NUMERO(WS-DES-IDX)  TO LD-NUMERO.
           MOVE WS-DES-JOURNAL(WS-DES-IDX) TO LD-JOURNAL.
           MOVE WS-DES-LOT(WS-DES-IDX)     TO LD-LOT.
           MOVE WS-DES-DATE(WS-DES-IDX)    TO LD-DATE.
           MOVE WS-DES-SOLDE(WS-DES-IDX)   TO LD-SOLDE.
           WRITE FECRPT-LIGNE FROM WS-LIGNE-DESEQUILIBRE.

      * -----------------------------------------------------------*
      * 4300-IMPRIMER-RAPPROCHEMENT : imprime le rapprochement aux  *
      * photographies de GLPERFIL et les comptes en écart (les 50   *
      * premiers)                                                   *
      * -----------------------------------------------------------*
       4300-IMPRIMER-RAPPROCHEMENT.
           MOVE SPACES TO LT-TEXTE.
           WRITE FECRPT-LIGNE FROM WS-LIGNE-TITRE.
           IF NOT WS-PHOTO-TROUVEE
               MOVE "EXERCICE NON PHOTOGRAPHIE - RAPPROCHEMENT NON FAIT"
                   TO LT-TEXTE
               WRITE FECRPT-LIGNE FROM WS-LIGNE-TITRE
           ELSE
               MOVE "RAPPROCHEMENT A LA PHOTOGRAPHIE ANNUELLE AAAA13"
                   TO LT-TEXTE
               WRITE FECRPT-LIGNE FROM WS-LIGNE-TITRE
               IF NOT WS-PHOTO-PREC-TROUVEE
                   MOVE "N-1 NON PHOTOGRAPHIE - OUVERTURE A ZERO"
                       TO LT-TEXTE
                   WRITE FECRPT-LIGNE FROM WS-LIGNE-TITRE
               END-IF
               MOVE "COMPTES RAPPROCHES          :" TO LC-LIBELLE
               MOVE WS-NB-RAPPROCHES TO LC-VALEUR
               WRITE FECRPT-LIGNE FROM WS-LIGNE-COMPTEUR
               MOVE "COMPTES EN ECART            :" TO LC-LIBELLE
               MOVE WS-NB-ECA TO LC-VALEUR
               WRITE FECRPT-LIGNE FROM WS-LIGNE-COMPTEUR
               PERFORM 4350-IMPRIMER-UN-ECART
                   VARYING WS-NO-ECA FROM 1 BY 1
                       UNTIL WS-NO-ECA > WS-NB-ECA
                           OR WS-NO-ECA > 50
           END-IF.

      * -----------------------------------------------------------*
      * 4350-IMPRIMER-UN-ECART : imprime un compte dont le          *
      * mouvement ne rapproche pas les photographies                *
      * -----------------------------------------------------------*
       4350-IMPRIMER-UN-ECART.
           SET WS-ECA-IDX TO WS-NO-ECA.
           MOVE WS-ECA-COMPTE(WS-ECA-IDX)    TO LE-COMPTE.
           MOVE WS-ECA-MOUVEMENT(WS-ECA-IDX) TO LE-MOUVEMENT.
           MOVE WS-ECA-ATTENDU(WS-ECA-IDX)   TO LE-ATTENDU.
           WRITE FECRPT-LIGNE FROM WS-LIGNE-ECART.

      * -----------------------------------------------------------*
      * 7000-TROUVER-CREER-COMPTE : positionne WS-CPT-IDX sur le    *
      * compte cible de la table de rapprochement, créé à zéro avec *
      * sa classe du plan (hors plan = bilan) s'il n'y figure pas   *
      * -----------------------------------------------------------*
       7000-TROUVER-CREER-COMPTE.
           MOVE "N" TO WS-CPT-TROUVE-SWITCH.

           IF WS-NB-CPT > ZEROES
               SET WS-CPT-IDX TO 1
               SEARCH WS-CPT-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CPT-COMPTE(WS-CPT-IDX) = WS-COMPTE-CIBLE
                       SET WS-CPT-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-CPT-TROUVE
               IF WS-NB-CPT >= 200
                   DISPLAY "TABLE DES COMPTES PLEINE (200) - "
                       WS-COMPTE-CIBLE " NON RAPPROCHE"
                   PERFORM 9700-NOTER-REJET
               ELSE
                   ADD 1 TO WS-NB-CPT
                   SET WS-CPT-IDX TO WS-NB-CPT
                   MOVE WS-COMPTE-CIBLE TO WS-CPT-COMPTE(WS-CPT-IDX)
                   MOVE "B"    TO WS-CPT-CLASSE(WS-CPT-IDX)
                   MOVE ZEROES TO WS-CPT-PHOTO(WS-CPT-IDX)
                   MOVE ZEROES TO WS-CPT-PHOTO-PREC(WS-CPT-IDX)
                   MOVE ZEROES TO WS-CPT-MOUVEMENT(WS-CPT-IDX)
                   PERFORM 7100-CLASSER-LE-COMPTE
                   SET WS-CPT-TROUVE TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 7100-CLASSER-LE-COMPTE : attache au compte créé la classe   *
      * de son compte au plan                                       *
      * -----------------------------------------------------------*
       7100-CLASSER-LE-COMPTE.
           IF WS-NB-COA > ZEROES
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-COA-COMPTE(WS-COA-IDX) = WS-COMPTE-CIBLE
                       MOVE WS-COA-CLASSE(WS-COA-IDX)
                           TO WS-CPT-CLASSE(WS-CPT-IDX)
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 9700-NOTER-REJET : retient le code retour 4 sans écraser un *
      * code plus grave                                             *
      * -----------------------------------------------------------*
       9700-NOTER-REJET.
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
