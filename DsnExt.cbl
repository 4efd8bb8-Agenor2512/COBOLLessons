       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSNEXT010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-04  AG  Création : extraction de la déclaration
      *                 sociale nominative du mois. Le fichier était
      *                 ressaisi sur le portail à partir des bulletins
      *                 alors que PAYREG010 et STCSOL010 laissent le
      *                 détail de paie du mois dans PAYDETF (copy
      *                 PAYDET). Le programme retient les lignes du
      *                 mois déclaré (paramètre AAAAMM de la ligne de
      *                 commande, à défaut le mois de la date de
      *                 traitement), y ajoute les embauches (action A)
      *                 et les sorties (action D, date et motif de
      *                 SORTIEF) de l'historique PERSHSTF, et écrit
      *                 DSNFILE au format fixe de la copy DSNREC :
      *                 émetteur, un bloc salarié et ses cotisations
      *                 par employé, totaux de contrôle. L'état de
      *                 contrôle DSNRPT (via RPTHDR010) rapproche le
      *                 total de chaque code déclaré du total de
      *                 DEDTOTF ; un écart termine le step en code
      *                 retour 4 pour que le fichier ne soit pas
      *                 déposé sans investigation.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier maître des employés : identité et date d'embauche
           SELECT PERSFILE ASSIGN TO "PERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

      * Détail de paie du mois, écrit par PAYREG010 et complété par
      * STCSOL010 - voir copy PAYDET
           SELECT PAYDETF ASSIGN TO "PAYDETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

      * Historique des modifications du maître - voir copy PERSHIST
           SELECT PERSHSTF ASSIGN TO "PERSHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

      * Sorties enregistrées par PERSMRG01 - voir copy SORTIE
           SELECT SORTIEF ASSIGN TO "SORTIEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STE-STATUS.

      * Retenues cumulées par code du run de paie - voir copy DEDTOT
           SELECT DEDTOTF ASSIGN TO "DEDTOTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTO-STATUS.

      * Déclaration sociale nominative à déposer - voir copy DSNREC
           SELECT DSNFILE ASSIGN TO "DSNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSN-STATUS.

      * Etat de contrôle avant dépôt
           SELECT DSNRPT ASSIGN TO "DSNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  PAYDETF
           RECORD CONTAINS 59 CHARACTERS.
       01  PAYDETF-ENREG               PIC X(59).

       FD  PERSHSTF
           RECORD CONTAINS 317 CHARACTERS.
       01  PERSHSTF-ENREG              PIC X(317).

       FD  SORTIEF
           RECORD CONTAINS 32 CHARACTERS.
       01  SORTIEF-ENREG               PIC X(32).

       FD  DEDTOTF
           RECORD CONTAINS 43 CHARACTERS.
       01  DEDTOTF-ENREG               PIC X(43).

       FD  DSNFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DSNFILE-ENREG               PIC X(80).

       FD  DSNRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  DSNRPT-LIGNE                PIC X(80).

       WORKING-STORAGE SECTION.

      * Employé courant du maître - voir copy PERSONNE
       COPY PERSONNE.

      * Ligne du détail de paie - voir copy PAYDET
       COPY PAYDET.

      * Modification historisée courante - voir copy PERSHIST
       COPY PERSHIST.

      * Sortie enregistrée courante - voir copy SORTIE
       COPY SORTIE.

      * Retenue cumulée du run - voir copy DEDTOT
       COPY DEDTOT.

      * Enregistrement de la déclaration - voir copy DSNREC
       COPY DSNREC.

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".

       01  WS-PDT-STATUS               PIC X(02).
           88  WS-PDT-OK               VALUE "00".

       01  WS-HIS-STATUS               PIC X(02).
           88  WS-HIS-OK               VALUE "00".

       01  WS-STE-STATUS               PIC X(02).
           88  WS-STE-OK               VALUE "00".

       01  WS-DTO-STATUS               PIC X(02).
           88  WS-DTO-OK               VALUE "00".

       01  WS-DSN-STATUS               PIC X(02).
           88  WS-DSN-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

      * Mois de déclaration (AAAAMM) : paramètre de ligne de
      * commande, à défaut le mois de la date de traitement
       01  WS-PARM-MOIS                PIC X(10).
       01  WS-MOIS-DECLARE             PIC 9(06).

      * Identification de l'émetteur portée sur l'enregistrement 00
       01  WS-SIRET-EMETTEUR           PIC X(14)
               VALUE "41234567800018".
       01  WS-RAISON-SOCIALE           PIC X(30)
               VALUE "BANQUE AGENOR".

      * Identité des employés du maître (actifs et sortis), pour
      * les blocs salarié
       01  WS-PER-TABLE.
           05  WS-PER-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-PER-IDX.
               10  WS-PER-MATRICULE    PIC X(06).
               10  WS-PER-NOM          PIC X(12).
               10  WS-PER-PRENOM       PIC X(12).
               10  WS-PER-DATE-EMB     PIC X(08).
       01  WS-NB-PER                   PIC 9(03) VALUE ZEROES.

       01  WS-PER-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PER-TROUVE           VALUE "O".

      * Employés payés dans le mois (lignes S du détail de paie),
      * brut et net en euros
       01  WS-SAL-TABLE.
           05  WS-SAL-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-SAL-IDX.
               10  WS-SAL-MATRICULE    PIC X(06).
               10  WS-SAL-BRUT         PIC S9(07)V9(02).
               10  WS-SAL-NET          PIC S9(07)V9(02).
       01  WS-NB-SAL                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-SAL                   PIC 9(03).

      * Cotisations du mois (lignes C du détail de paie), base et
      * montant en euros
       01  WS-COT-TABLE.
           05  WS-COT-ENTREE OCCURS 3000 TIMES
                   INDEXED BY WS-COT-IDX.
               10  WS-COT-MATRICULE    PIC X(06).
               10  WS-COT-CODE         PIC X(04).
               10  WS-COT-PART         PIC X(01).
               10  WS-COT-BASE         PIC S9(07)V9(02).
               10  WS-COT-MONTANT      PIC S9(07)V9(02).
       01  WS-NB-COT                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-COT                   PIC 9(04).

      * Embauches et sorties du mois relevées dans l'historique du
      * maître ; écrit = O quand le bloc salarié est déjà sorti
      * avec la paie du mois
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-EVT-IDX.
               10  WS-EVT-MATRICULE    PIC X(06).
               10  WS-EVT-EMBAUCHE     PIC X(01).
               10  WS-EVT-DATE-EMB     PIC X(08).
               10  WS-EVT-DATE-SORTIE  PIC 9(08).
               10  WS-EVT-MOTIF        PIC X(02).
               10  WS-EVT-ECRIT        PIC X(01).
       01  WS-NB-EVT                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-EVT                   PIC 9(03).

       01  WS-EVT-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-EVT-TROUVE           VALUE "O".

      * Rapprochement par code : total déclaré (enregistrements 20
      * écrits) et total de DEDTOTF pour le mois
       01  WS-REC-TABLE.
           05  WS-REC-ENTREE OCCURS 20 TIMES
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-CODE         PIC X(04).
               10  WS-REC-PART         PIC X(01).
               10  WS-REC-DSN          PIC S9(09)V9(02).
               10  WS-REC-DTO          PIC S9(09)V9(02).
       01  WS-NB-REC                   PIC 9(02) VALUE ZEROES.

       01  WS-REC-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-REC-TROUVE           VALUE "O".

      * Code et part à rapprocher, matricule du bloc en cours
       01  WS-CODE-COURANT             PIC X(04).
       01  WS-PART-COURANTE            PIC X(01).
       01  WS-MAT-COURANT              PIC X(06).
       01  WS-BRUT-COURANT             PIC S9(07)V9(02).
       01  WS-NET-COURANT              PIC S9(07)V9(02).

      * Totaux de contrôle de la déclaration (enregistrement 99)
       01  WS-NB-ENREG                 PIC 9(07) VALUE ZEROES.
       01  WS-NB-SALARIES              PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-BRUT               PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-COTISATIONS        PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-NB-EMBAUCHES             PIC 9(05) VALUE ZEROES.
       01  WS-NB-SORTIES               PIC 9(05) VALUE ZEROES.

       01  WS-TOTAL-DTO                PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-ECART                    PIC S9(09)V9(02).
       01  WS-NB-ECARTS                PIC 9(02) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cet état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "DSN - CONTROLE AVANT DEPOT".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-MOIS.
           05  FILLER                  PIC X(22)
               VALUE "MOIS DE DECLARATION : ".
           05  LM-MOIS                 PIC 9(06).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  LC-LIBELLE              PIC X(26).
           05  LC-NOMBRE               PIC Z(06)9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-LIGNE-MONTANT.
           05  LT-LIBELLE              PIC X(26).
           05  LT-MONTANT              PIC -(08)9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(06) VALUE "CODE".
           05  FILLER                  PIC X(05) VALUE "PART".
           05  FILLER                  PIC X(14) VALUE "TOTAL DSN".
           05  FILLER                  PIC X(14) VALUE "DEDTOTF".
           05  FILLER                  PIC X(14) VALUE "ECART".
           05  FILLER                  PIC X(27) VALUE "STATUT".

       01  WS-LIGNE-DETAIL.
           05  DL-CODE                 PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PART                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DSN                  PIC -(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DTO                  PIC -(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ECART                PIC -(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STATUT               PIC X(11).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-LIGNE-TOTAUX.
           05  FILLER                  PIC X(09)
               VALUE "TOTAUX".
           05  TT-DSN                  PIC -(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TT-DTO                  PIC -(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TT-ECART                PIC -(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TT-STATUT               PIC X(29).

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.
           PERFORM 2000-PRODUIRE-DSN.
           PERFORM 3000-RAPPROCHER-DEDTOTF.
           PERFORM 4000-IMPRIMER-CONTROLE.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : détermine le mois de déclaration et      *
      * charge le maître, le détail de paie du mois, les embauches  *
      * et sorties de l'historique et leurs motifs de sortie        *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-MOIS FROM COMMAND-LINE.
           IF WS-PARM-MOIS(1:6) IS NUMERIC
               MOVE WS-PARM-MOIS(1:6) TO WS-MOIS-DECLARE
           ELSE
               MOVE WS-DATE-TRAITEMENT(1:6) TO WS-MOIS-DECLARE
           END-IF.

           PERFORM 1100-CHARGER-PERSONNEL.
           PERFORM 1200-CHARGER-DETAIL-PAIE.
           PERFORM 1300-CHARGER-MOUVEMENTS.
           PERFORM 1400-CHARGER-SORTIES.

      * -----------------------------------------------------------*
      * 1100-CHARGER-PERSONNEL : charge l'identité des employés du  *
      * maître ; maître absent = blocs salarié sans nom             *
      * -----------------------------------------------------------*
       1100-CHARGER-PERSONNEL.
           OPEN INPUT PERSFILE.
           IF WS-PERS-OK
               PERFORM 1150-LIRE-ET-STOCKER-PERSONNE
                   UNTIL NOT WS-PERS-OK
               CLOSE PERSFILE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR PERSFILE - STATUT "
                   WS-PERS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-PERSONNE : lit un employé du maître    *
      * et place son identité dans la table                         *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-PERSONNE.
           READ PERSFILE INTO PERSONNE
               AT END
                   MOVE "10" TO WS-PERS-STATUS
               NOT AT END
                   IF WS-NB-PER >= 500
                       DISPLAY "TABLE DU PERSONNEL PLEINE (500) - "
                           PERSONNE-MATRICULE " SANS IDENTITE"
                       PERFORM 9700-NOTER-REJET
                   ELSE
                       ADD 1 TO WS-NB-PER
                       SET WS-PER-IDX TO WS-NB-PER
                       MOVE PERSONNE-MATRICULE
                           TO WS-PER-MATRICULE(WS-PER-IDX)
                       MOVE PERSONNE1 TO WS-PER-NOM(WS-PER-IDX)
                       MOVE PERSONNE2 TO WS-PER-PRENOM(WS-PER-IDX)
                       MOVE PERSONNE-DATE-EMBAUCHE
                           TO WS-PER-DATE-EMB(WS-PER-IDX)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-DETAIL-PAIE : charge les lignes du détail de   *
      * paie datées du mois de déclaration ; détail absent =        *
      * erreur fichier, la déclaration ne porte que les mouvements  *
      * -----------------------------------------------------------*
       1200-CHARGER-DETAIL-PAIE.
           OPEN INPUT PAYDETF.
           IF WS-PDT-OK
               PERFORM 1250-LIRE-ET-STOCKER-DETAIL
                   UNTIL NOT WS-PDT-OK
               CLOSE PAYDETF
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR PAYDETF - STATUT "
                   WS-PDT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-DETAIL : lit une ligne du détail de    *
      * paie et, si elle est du mois, la place dans la table des    *
      * salariés (ligne S) ou des cotisations (ligne C)             *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-DETAIL.
           READ PAYDETF INTO PDT-ENREG
               AT END
                   MOVE "10" TO WS-PDT-STATUS
               NOT AT END
                   IF PDT-DATE(1:6) = WS-MOIS-DECLARE
                       EVALUATE TRUE
                           WHEN PDT-SALARIE
                               PERFORM 1260-STOCKER-SALARIE
                           WHEN PDT-COTISATION
                               PERFORM 1270-STOCKER-COTISATION
                           WHEN OTHER
                               DISPLAY "LIGNE DE DETAIL INCONNUE - "
                                   "ECARTEE : " PDT-MATRICULE " "
                                   PDT-TYPE
                               PERFORM 9700-NOTER-REJET
                       END-EVALUATE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1260-STOCKER-SALARIE : retient le brut et le net en euros   *
      * d'un employé payé                                           *
      * -----------------------------------------------------------*
       1260-STOCKER-SALARIE.
           IF WS-NB-SAL >= 500
               DISPLAY "TABLE DES SALARIES PLEINE (500) - "
                   PDT-MATRICULE " NON DECLARE"
               PERFORM 9700-NOTER-REJET
           ELSE
               ADD 1 TO WS-NB-SAL
               SET WS-SAL-IDX TO WS-NB-SAL
               MOVE PDT-MATRICULE   TO WS-SAL-MATRICULE(WS-SAL-IDX)
               MOVE PDT-BASE-EUR    TO WS-SAL-BRUT(WS-SAL-IDX)
               MOVE PDT-MONTANT-EUR TO WS-SAL-NET(WS-SAL-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 1270-STOCKER-COTISATION : retient une cotisation en euros   *
      * -----------------------------------------------------------*
       1270-STOCKER-COTISATION.
           IF WS-NB-COT >= 3000
               DISPLAY "TABLE DES COTISATIONS PLEINE (3000) - "
                   PDT-MATRICULE " " PDT-CODE " NON DECLAREE"
               PERFORM 9700-NOTER-REJET
           ELSE
               ADD 1 TO WS-NB-COT
               SET WS-COT-IDX TO WS-NB-COT
               MOVE PDT-MATRICULE   TO WS-COT-MATRICULE(WS-COT-IDX)
               MOVE PDT-CODE        TO WS-COT-CODE(WS-COT-IDX)
               MOVE PDT-PART        TO WS-COT-PART(WS-COT-IDX)
               MOVE PDT-BASE-EUR    TO WS-COT-BASE(WS-COT-IDX)
               MOVE PDT-MONTANT-EUR TO WS-COT-MONTANT(WS-COT-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 1300-CHARGER-MOUVEMENTS : relève dans l'historique du       *
      * maître les embauches (A) et sorties (D) fusionnées dans le  *
      * mois ; historique absent = aucun mouvement, signalé         *
      * -----------------------------------------------------------*
       1300-CHARGER-MOUVEMENTS.
           OPEN INPUT PERSHSTF.
           IF WS-HIS-OK
               PERFORM 1350-LIRE-ET-NOTER-MOUVEMENT
                   UNTIL NOT WS-HIS-OK
               CLOSE PERSHSTF
           ELSE
               DISPLAY "PERSHSTF INTROUVABLE - DECLARATION SANS "
                   "EMBAUCHE NI SORTIE"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-NOTER-MOUVEMENT : lit une modification         *
      * historisée et note l'embauche ou la sortie du mois - date   *
      * d'embauche de l'image après (à défaut date de la fusion),   *
      * date de sortie provisoire à la date de la fusion            *
      * -----------------------------------------------------------*
       1350-LIRE-ET-NOTER-MOUVEMENT.
           READ PERSHSTF INTO PHIST-ENREG
               AT END
                   MOVE "10" TO WS-HIS-STATUS
               NOT AT END
                   IF PHIST-DATE(1:6) = WS-MOIS-DECLARE
                       AND (PHIST-ACTION = "A" OR PHIST-ACTION = "D")
                       MOVE PHIST-MATRICULE TO WS-MAT-COURANT
                       PERFORM 1360-POSTER-MOUVEMENT
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1360-POSTER-MOUVEMENT : porte l'embauche ou la sortie sur   *
      * le poste du matricule, créé au premier mouvement            *
      * -----------------------------------------------------------*
       1360-POSTER-MOUVEMENT.
           PERFORM 2600-CHERCHER-MOUVEMENT.

           IF NOT WS-EVT-TROUVE
               IF WS-NB-EVT >= 200
                   DISPLAY "TABLE DES MOUVEMENTS PLEINE (200) - "
                       PHIST-MATRICULE " " PHIST-ACTION " NON DECLARE"
                   PERFORM 9700-NOTER-REJET
               ELSE
                   ADD 1 TO WS-NB-EVT
                   SET WS-EVT-IDX TO WS-NB-EVT
                   MOVE PHIST-MATRICULE TO WS-EVT-MATRICULE(WS-EVT-IDX)
                   MOVE "N"    TO WS-EVT-EMBAUCHE(WS-EVT-IDX)
                   MOVE SPACES TO WS-EVT-DATE-EMB(WS-EVT-IDX)
                   MOVE ZEROES TO WS-EVT-DATE-SORTIE(WS-EVT-IDX)
                   MOVE SPACES TO WS-EVT-MOTIF(WS-EVT-IDX)
                   MOVE "N"    TO WS-EVT-ECRIT(WS-EVT-IDX)
                   SET WS-EVT-TROUVE TO TRUE
               END-IF
           END-IF.

           IF WS-EVT-TROUVE
               IF PHIST-ACTION = "A"
                   MOVE "O" TO WS-EVT-EMBAUCHE(WS-EVT-IDX)
                   MOVE PHIST-APRES TO PERSONNE
                   IF PERSONNE-DATE-EMBAUCHE IS NUMERIC
                       MOVE PERSONNE-DATE-EMBAUCHE
                           TO WS-EVT-DATE-EMB(WS-EVT-IDX)
                   ELSE
                       MOVE PHIST-DATE TO WS-EVT-DATE-EMB(WS-EVT-IDX)
                   END-IF
               ELSE
                   MOVE PHIST-DATE TO WS-EVT-DATE-SORTIE(WS-EVT-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1400-CHARGER-SORTIES : reprend de SORTIEF la date et le     *
      * motif des sorties du mois (dernière sortie enregistrée du   *
      * matricule) ; fichier absent = date de la fusion, sans       *
      * motif                                                       *
      * -----------------------------------------------------------*
       1400-CHARGER-SORTIES.
           OPEN INPUT SORTIEF.
           IF WS-STE-OK
               PERFORM 1450-LIRE-ET-PORTER-SORTIE
                   UNTIL NOT WS-STE-OK
               CLOSE SORTIEF
           ELSE
               DISPLAY "SORTIEF INTROUVABLE - SORTIES SANS MOTIF"
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-ET-PORTER-SORTIE : lit une sortie enregistrée et  *
      * la porte sur la sortie du mois du même matricule            *
      * -----------------------------------------------------------*
       1450-LIRE-ET-PORTER-SORTIE.
           READ SORTIEF INTO STE-ENREG
               AT END
                   MOVE "10" TO WS-STE-STATUS
               NOT AT END
                   MOVE STE-MATRICULE TO WS-MAT-COURANT
                   PERFORM 2600-CHERCHER-MOUVEMENT
                   IF WS-EVT-TROUVE
                       AND WS-EVT-DATE-SORTIE(WS-EVT-IDX) NOT = ZEROES
                       MOVE STE-DATE-SORTIE
                           TO WS-EVT-DATE-SORTIE(WS-EVT-IDX)
                       MOVE STE-MOTIF TO WS-EVT-MOTIF(WS-EVT-IDX)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-PRODUIRE-DSN : écrit l'émetteur, un bloc par employé   *
      * payé, un bloc sans paie par embauche ou sortie restante,    *
      * puis les totaux de contrôle                                 *
      * -----------------------------------------------------------*
       2000-PRODUIRE-DSN.
           OPEN OUTPUT DSNFILE.
           IF NOT WS-DSN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR DSNFILE - STATUT "
                   WS-DSN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE SPACES TO DSN-ENREG
               SET DSN-EMETTEUR TO TRUE
               MOVE WS-SIRET-EMETTEUR  TO DSN-SIRET
               MOVE WS-RAISON-SOCIALE  TO DSN-RAISON-SOCIALE
               MOVE WS-MOIS-DECLARE    TO DSN-MOIS
               MOVE WS-DATE-TRAITEMENT TO DSN-DATE-CREATION
               MOVE "DSNEXT010"        TO DSN-PROGRAMME
               PERFORM 2500-ECRIRE-ENREGISTREMENT

               PERFORM 2100-DECLARER-UN-PAYE
                   VARYING WS-NO-SAL FROM 1 BY 1
                       UNTIL WS-NO-SAL > WS-NB-SAL
               PERFORM 2200-DECLARER-UN-MOUVEMENT
                   VARYING WS-NO-EVT FROM 1 BY 1
                       UNTIL WS-NO-EVT > WS-NB-EVT

               MOVE SPACES TO DSN-ENREG
               SET DSN-TOTAUX TO TRUE
               ADD 1 TO WS-NB-ENREG
               MOVE WS-NB-ENREG          TO DSN-TOT-NB-ENREG
               MOVE WS-NB-SALARIES       TO DSN-TOT-NB-SALARIES
               MOVE WS-TOTAL-BRUT        TO DSN-TOT-BRUT
               MOVE WS-TOTAL-COTISATIONS TO DSN-TOT-COTISATIONS
               MOVE WS-NB-EMBAUCHES      TO DSN-TOT-NB-EMB
               MOVE WS-NB-SORTIES        TO DSN-TOT-NB-SORTIES
               WRITE DSNFILE-ENREG FROM DSN-ENREG

               CLOSE DSNFILE
           END-IF.

      * -----------------------------------------------------------*
      * 2100-DECLARER-UN-PAYE : bloc salarié d'un employé payé      *
      * dans le mois                                                *
      * -----------------------------------------------------------*
       2100-DECLARER-UN-PAYE.
           SET WS-SAL-IDX TO WS-NO-SAL.
           MOVE WS-SAL-MATRICULE(WS-SAL-IDX) TO WS-MAT-COURANT.
           MOVE WS-SAL-BRUT(WS-SAL-IDX)      TO WS-BRUT-COURANT.
           MOVE WS-SAL-NET(WS-SAL-IDX)       TO WS-NET-COURANT.
           PERFORM 2300-ECRIRE-BLOC-SALARIE.

      * -----------------------------------------------------------*
      * 2200-DECLARER-UN-MOUVEMENT : bloc sans paie d'une embauche  *
      * ou d'une sortie du mois dont l'employé n'a pas été payé     *
      * -----------------------------------------------------------*
       2200-DECLARER-UN-MOUVEMENT.
           SET WS-EVT-IDX TO WS-NO-EVT.
           IF WS-EVT-ECRIT(WS-EVT-IDX) = "N"
               MOVE WS-EVT-MATRICULE(WS-EVT-IDX) TO WS-MAT-COURANT
               MOVE ZEROES TO WS-BRUT-COURANT WS-NET-COURANT
               PERFORM 2300-ECRIRE-BLOC-SALARIE
           END-IF.

      * -----------------------------------------------------------*
      * 2300-ECRIRE-BLOC-SALARIE : écrit l'enregistrement 10 du     *
      * matricule courant - identité du maître, embauche et sortie  *
      * du mois - puis ses cotisations                              *
      * -----------------------------------------------------------*
       2300-ECRIRE-BLOC-SALARIE.
           MOVE SPACES TO DSN-ENREG.
           SET DSN-SALARIE TO TRUE.
           MOVE WS-MAT-COURANT  TO DSN-SAL-MATRICULE.
           MOVE WS-BRUT-COURANT TO DSN-SAL-BRUT.
           MOVE WS-NET-COURANT  TO DSN-SAL-NET.
           MOVE "N"             TO DSN-SAL-EMBAUCHE.
           MOVE ZEROES          TO DSN-SAL-DATE-SORTIE.

           MOVE "N" TO WS-PER-TROUVE-SWITCH.
           IF WS-NB-PER > ZEROES
               SET WS-PER-IDX TO 1
               SEARCH WS-PER-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-PER-IDX > WS-NB-PER
                       CONTINUE
                   WHEN WS-PER-MATRICULE(WS-PER-IDX) = WS-MAT-COURANT
                       SET WS-PER-TROUVE TO TRUE
               END-SEARCH
           END-IF.
           IF WS-PER-TROUVE
               MOVE WS-PER-NOM(WS-PER-IDX)      TO DSN-SAL-NOM
               MOVE WS-PER-PRENOM(WS-PER-IDX)   TO DSN-SAL-PRENOM
               MOVE WS-PER-DATE-EMB(WS-PER-IDX) TO DSN-SAL-DATE-EMB
           END-IF.

           PERFORM 2600-CHERCHER-MOUVEMENT.
           IF WS-EVT-TROUVE
               MOVE "O" TO WS-EVT-ECRIT(WS-EVT-IDX)
               IF WS-EVT-EMBAUCHE(WS-EVT-IDX) = "O"
                   SET DSN-SAL-EMBAUCHE-MOIS TO TRUE
                   MOVE WS-EVT-DATE-EMB(WS-EVT-IDX) TO DSN-SAL-DATE-EMB
                   ADD 1 TO WS-NB-EMBAUCHES
               END-IF
               IF WS-EVT-DATE-SORTIE(WS-EVT-IDX) NOT = ZEROES
                   MOVE WS-EVT-DATE-SORTIE(WS-EVT-IDX)
                       TO DSN-SAL-DATE-SORTIE
                   MOVE WS-EVT-MOTIF(WS-EVT-IDX) TO DSN-SAL-MOTIF
                   ADD 1 TO WS-NB-SORTIES
               END-IF
           END-IF.

           PERFORM 2500-ECRIRE-ENREGISTREMENT.
           ADD 1 TO WS-NB-SALARIES.
           ADD WS-BRUT-COURANT TO WS-TOTAL-BRUT.

           IF WS-NB-COT > ZEROES
               PERFORM 2350-ECRIRE-UNE-COTISATION
                   VARYING WS-NO-COT FROM 1 BY 1
                       UNTIL WS-NO-COT > WS-NB-COT
           END-IF.

      * -----------------------------------------------------------*
      * 2350-ECRIRE-UNE-COTISATION : écrit l'enregistrement 20 de   *
      * la cotisation courante si elle porte le matricule du bloc,  *
      * et la cumule au rapprochement de son code                   *
      * -----------------------------------------------------------*
       2350-ECRIRE-UNE-COTISATION.
           SET WS-COT-IDX TO WS-NO-COT.

           IF WS-COT-MATRICULE(WS-COT-IDX) = WS-MAT-COURANT
               MOVE SPACES TO DSN-ENREG
               SET DSN-COTISATION TO TRUE
               MOVE WS-MAT-COURANT               TO DSN-COT-MATRICULE
               MOVE WS-COT-CODE(WS-COT-IDX)      TO DSN-COT-CODE
               MOVE WS-COT-PART(WS-COT-IDX)      TO DSN-COT-PART
               MOVE WS-COT-BASE(WS-COT-IDX)      TO DSN-COT-BASE
               MOVE WS-COT-MONTANT(WS-COT-IDX)   TO DSN-COT-MONTANT
               PERFORM 2500-ECRIRE-ENREGISTREMENT
               ADD WS-COT-MONTANT(WS-COT-IDX) TO WS-TOTAL-COTISATIONS

               MOVE WS-COT-CODE(WS-COT-IDX) TO WS-CODE-COURANT
               MOVE WS-COT-PART(WS-COT-IDX) TO WS-PART-COURANTE
               PERFORM 2400-POSTE-DE-RAPPROCHEMENT
               IF WS-REC-TROUVE
                   ADD WS-COT-MONTANT(WS-COT-IDX)
                       TO WS-REC-DSN(WS-REC-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2400-POSTE-DE-RAPPROCHEMENT : cherche le poste du code      *
      * courant dans la table de rapprochement, créé au premier     *
      * passage                                                     *
      * -----------------------------------------------------------*
       2400-POSTE-DE-RAPPROCHEMENT.
           MOVE "N" TO WS-REC-TROUVE-SWITCH.

           IF WS-NB-REC > ZEROES
               SET WS-REC-IDX TO 1
               SEARCH WS-REC-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-REC-IDX > WS-NB-REC
                       CONTINUE
                   WHEN WS-REC-CODE(WS-REC-IDX) = WS-CODE-COURANT
                       SET WS-REC-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-REC-TROUVE
               IF WS-NB-REC >= 20
                   DISPLAY "TABLE DE RAPPROCHEMENT PLEINE (20) - "
                       WS-CODE-COURANT " NON RAPPROCHE"
                   PERFORM 9700-NOTER-REJET
               ELSE
                   ADD 1 TO WS-NB-REC
                   SET WS-REC-IDX TO WS-NB-REC
                   MOVE WS-CODE-COURANT  TO WS-REC-CODE(WS-REC-IDX)
                   MOVE WS-PART-COURANTE TO WS-REC-PART(WS-REC-IDX)
                   MOVE ZEROES TO WS-REC-DSN(WS-REC-IDX)
                   MOVE ZEROES TO WS-REC-DTO(WS-REC-IDX)
                   SET WS-REC-TROUVE TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2500-ECRIRE-ENREGISTREMENT : écrit l'enregistrement         *
      * préparé dans DSN-ENREG et le compte pour la fin de fichier  *
      * -----------------------------------------------------------*
       2500-ECRIRE-ENREGISTREMENT.
           WRITE DSNFILE-ENREG FROM DSN-ENREG.
           ADD 1 TO WS-NB-ENREG.

      * -----------------------------------------------------------*
      * 2600-CHERCHER-MOUVEMENT : cherche l'embauche ou la sortie   *
      * du mois du matricule courant                                *
      * -----------------------------------------------------------*
       2600-CHERCHER-MOUVEMENT.
           MOVE "N" TO WS-EVT-TROUVE-SWITCH.

           IF WS-NB-EVT > ZEROES
               SET WS-EVT-IDX TO 1
               SEARCH WS-EVT-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-EVT-IDX > WS-NB-EVT
                       CONTINUE
                   WHEN WS-EVT-MATRICULE(WS-EVT-IDX) = WS-MAT-COURANT
                       SET WS-EVT-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 3000-RAPPROCHER-DEDTOTF : porte au rapprochement le total   *
      * de chaque code de DEDTOTF daté du mois ; fichier absent =   *
      * rapprochement à zéro, signalé                               *
      * -----------------------------------------------------------*
       3000-RAPPROCHER-DEDTOTF.
           OPEN INPUT DEDTOTF.
           IF WS-DTO-OK
               PERFORM 3050-LIRE-ET-RAPPROCHER-TOTAL
                   UNTIL NOT WS-DTO-OK
               CLOSE DEDTOTF
           ELSE
               DISPLAY "DEDTOTF INTROUVABLE - RAPPROCHEMENT SANS "
                   "RETENUES DU RUN"
           END-IF.

      * -----------------------------------------------------------*
      * 3050-LIRE-ET-RAPPROCHER-TOTAL : lit un total par code et    *
      * le porte sur le poste de son code s'il est daté du mois     *
      * -----------------------------------------------------------*
       3050-LIRE-ET-RAPPROCHER-TOTAL.
           READ DEDTOTF INTO DTOT-ENREG
               AT END
                   MOVE "10" TO WS-DTO-STATUS
               NOT AT END
                   IF DTOT-DATE(1:6) = WS-MOIS-DECLARE
                       MOVE DTOT-CODE TO WS-CODE-COURANT
                       MOVE SPACES    TO WS-PART-COURANTE
                       PERFORM 2400-POSTE-DE-RAPPROCHEMENT
                       IF WS-REC-TROUVE
                           ADD DTOT-MONTANT TO WS-REC-DTO(WS-REC-IDX)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 4000-IMPRIMER-CONTROLE : imprime les totaux de contrôle de  *
      * la déclaration et le rapprochement par code avec DEDTOTF    *
      * -----------------------------------------------------------*
       4000-IMPRIMER-CONTROLE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT DSNRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR DSNRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               MOVE WS-MOIS-DECLARE TO LM-MOIS
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-MOIS

               MOVE "ENREGISTREMENTS ECRITS  :" TO LC-LIBELLE
               MOVE WS-NB-ENREG TO LC-NOMBRE
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-COMPTEUR
               MOVE "SALARIES DECLARES       :" TO LC-LIBELLE
               MOVE WS-NB-SALARIES TO LC-NOMBRE
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-COMPTEUR
               MOVE "EMBAUCHES DU MOIS       :" TO LC-LIBELLE
               MOVE WS-NB-EMBAUCHES TO LC-NOMBRE
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-COMPTEUR
               MOVE "SORTIES DU MOIS         :" TO LC-LIBELLE
               MOVE WS-NB-SORTIES TO LC-NOMBRE
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-COMPTEUR
               MOVE "BRUT DECLARE (EUR)      :" TO LT-LIBELLE
               MOVE WS-TOTAL-BRUT TO LT-MONTANT
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-MONTANT
               MOVE "COTISATIONS (EUR)       :" TO LT-LIBELLE
               MOVE WS-TOTAL-COTISATIONS TO LT-MONTANT
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-MONTANT

               WRITE DSNRPT-LIGNE FROM WS-LIGNE-ENTETE-2
               PERFORM 4100-IMPRIMER-UN-CODE
                   VARYING WS-REC-IDX FROM 1 BY 1
                       UNTIL WS-REC-IDX > WS-NB-REC

               COMPUTE WS-ECART = WS-TOTAL-COTISATIONS - WS-TOTAL-DTO
               MOVE WS-TOTAL-COTISATIONS TO TT-DSN
               MOVE WS-TOTAL-DTO         TO TT-DTO
               MOVE WS-ECART             TO TT-ECART
               IF WS-NB-ECARTS = ZEROES
                   MOVE "RAPPROCHE - A DEPOSER" TO TT-STATUT
               ELSE
                   MOVE "ECART A INVESTIGUER" TO TT-STATUT
               END-IF
               WRITE DSNRPT-LIGNE FROM WS-LIGNE-TOTAUX

               CLOSE DSNRPT
           END-IF.

           DISPLAY "SALARIES DECLARES       : " WS-NB-SALARIES.
           DISPLAY "COTISATIONS DECLAREES   : " WS-TOTAL-COTISATIONS.
           DISPLAY "CODES EN ECART          : " WS-NB-ECARTS.

      * -----------------------------------------------------------*
      * 4100-IMPRIMER-UN-CODE : imprime le rapprochement d'un code  *
      * et retient le code retour 4 en cas d'écart                  *
      * -----------------------------------------------------------*
       4100-IMPRIMER-UN-CODE.
           COMPUTE WS-ECART =
               WS-REC-DSN(WS-REC-IDX) - WS-REC-DTO(WS-REC-IDX).
           ADD WS-REC-DTO(WS-REC-IDX) TO WS-TOTAL-DTO.

           MOVE WS-REC-CODE(WS-REC-IDX) TO DL-CODE.
           MOVE WS-REC-PART(WS-REC-IDX) TO DL-PART.
           MOVE WS-REC-DSN(WS-REC-IDX)  TO DL-DSN.
           MOVE WS-REC-DTO(WS-REC-IDX)  TO DL-DTO.
           MOVE WS-ECART                TO DL-ECART.
           IF WS-ECART = ZEROES
               MOVE "RAPPROCHE" TO DL-STATUT
           ELSE
               MOVE "ECART" TO DL-STATUT
               ADD 1 TO WS-NB-ECARTS
               PERFORM 9700-NOTER-REJET
           END-IF.
           WRITE DSNRPT-LIGNE FROM WS-LIGNE-DETAIL.

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
