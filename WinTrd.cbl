       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINTRD010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-15  AG  Création : tendance de la fenêtre batch sur
      *                 les dernières dates de traitement. OPSRPT010
      *                 ne regarde qu'une nuit ; ce programme relit le
      *                 journal de run commun (RUNFILE, copy RUNREC)
      *                 et retient les N dernières dates de traitement
      *                 complètes, antérieures à la date du jour (N
      *                 dans SLAPRMF, copy SLAPRM, ou en paramètre).
      *                 Il imprime via RPTHDR010 la fenêtre de chaque
      *                 date (début, fin, durée, marge sur l'heure
      *                 limite, DEPASSE au-delà), puis par programme
      *                 la durée, les lus et le débit de chaque date
      *                 et la croissance de la durée moyenne rapportée
      *                 à celle du volume entre la première et la
      *                 seconde moitié des dates : un step dont la
      *                 durée croît plus vite que son volume au-delà
      *                 de l'écart paramétré est signalé en DERIVE.
      *                 Dérive ou dépassement à la dernière date =
      *                 code retour 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Paramètres d'engagement de service de la fenêtre - voir copy
      * SLAPRM
           SELECT SLAPRMF ASSIGN TO "SLAPRMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      * Journal de run commun alimenté par les steps de la fenêtre
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

      * Etat de tendance imprimé
           SELECT WINRPT ASSIGN TO "WINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SLAPRMF
           RECORD CONTAINS 22 CHARACTERS.
       01  SLAPRMF-ENREG               PIC X(22).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       FD  WINRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  WINRPT-LIGNE                PIC X(80).

       WORKING-STORAGE SECTION.

      * Paramètres de la fenêtre - voir copy SLAPRM
       COPY SLAPRM.

      * Enregistrement du journal de run - voir copy RUNREC
       COPY RUNREC.

       01  WS-PRM-STATUS               PIC X(02).
           88  WS-PRM-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".
           88  WS-RUN-EOF              VALUE "10".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Valeurs maison des paramètres, retenues quand SLAPRMF est
      * absent ou illisible : ouverture 20 h, limite 6 h 30 avant la
      * journée en ligne, dix dates, écart de 25 points, steps de
      * moins d'une minute non jugés
       01  WS-DEF-HEURE-OUVERTURE      PIC 9(06) VALUE 200000.
       01  WS-DEF-HEURE-LIMITE         PIC 9(06) VALUE 063000.
       01  WS-DEF-NB-DATES             PIC 9(02) VALUE 10.
       01  WS-DEF-ECART-DERIVE         PIC 9(03) VALUE 025.
       01  WS-DEF-DUREE-PLANCHER       PIC 9(05) VALUE 00060.

      * Nombre de dates suivies (paramètre NN, à défaut SLAPRMF),
      * borné à la taille de la table
       01  WS-PARM-NB-DATES            PIC X(10).
       01  WS-NB-DATES-SUIVIES         PIC 9(02).

      * Date officielle de traitement : seules les dates antérieures,
      * dont la fenêtre est terminée, sont suivies
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Conversion d'une heure HHMMSS en secondes depuis minuit et
      * décalage depuis l'heure d'ouverture de la fenêtre (une heure
      * antérieure à l'ouverture est celle du lendemain)
       01  WS-HEURE                    PIC 9(06).
       01  WS-HEURE-R REDEFINES WS-HEURE.
           05  WS-HEURE-HH             PIC 9(02).
           05  WS-HEURE-MM             PIC 9(02).
           05  WS-HEURE-SS             PIC 9(02).
       01  WS-SECONDES                 PIC 9(06).
       01  WS-SEC-OUVERTURE            PIC 9(06).
       01  WS-DECALAGE                 PIC 9(06).
       01  WS-DEC-LIMITE               PIC 9(06).
       01  WS-DEC-DEBUT                PIC 9(06).
       01  WS-DEC-FIN                  PIC 9(06).
       01  WS-SEC-DEBUT                PIC 9(06).
       01  WS-DUREE                    PIC 9(06).
       01  WS-RESTE                    PIC 9(06).

      * Heure ou durée éditée HH:MM:SS
       01  WS-HMS-EDITE.
           05  WS-HMS-HH               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  WS-HMS-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  WS-HMS-SS               PIC 9(02).

      * Dates suivies, en ordre croissant, avec la fenêtre de chacune
      * (décalages depuis l'ouverture)
       01  WS-DAT-TABLE.
           05  WS-DAT-ENTREE OCCURS 30 TIMES
                   INDEXED BY WS-DAT-IDX.
               10  WS-DAT-DATE         PIC 9(08).
               10  WS-DAT-DEBUT        PIC 9(06).
               10  WS-DAT-FIN          PIC 9(06).
               10  WS-DAT-NB-RUNS      PIC 9(03).
               10  WS-DAT-LUS          PIC 9(09).
       01  WS-NB-DAT                   PIC 9(02) VALUE ZEROES.
       01  WS-NO-DAT                   PIC 9(02).
       01  WS-POS-DAT                  PIC 9(02).

       01  WS-POS-SWITCH               PIC X(01) VALUE "N".
           88  WS-POS-TROUVEE          VALUE "O".

       01  WS-DAT-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-DAT-TROUVEE          VALUE "O".

      * Programmes rencontrés, avec une cellule par date suivie :
      * durée cumulée (secondes), lus et nombre de runs de la date
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTREE OCCURS 60 TIMES
                   INDEXED BY WS-PGM-IDX.
               10  WS-PGM-NOM          PIC X(08).
               10  WS-PGM-CELLULE OCCURS 30 TIMES.
                   15  WS-CEL-DUREE    PIC 9(07).
                   15  WS-CEL-LUS      PIC 9(09).
                   15  WS-CEL-NB       PIC 9(03).
       01  WS-NB-PGM                   PIC 9(02) VALUE ZEROES.
       01  WS-NO-PGM                   PIC 9(02).

       01  WS-PGM-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PGM-TROUVE           VALUE "O".

       01  WS-PGM-PLEINE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PGM-TABLE-PLEINE     VALUE "O".

      * Tendance d'un programme : dates où il a tourné, moyennes de
      * la première et de la seconde moitié, croissances en %
       01  WS-NB-DATES-PGM             PIC 9(02).
       01  WS-MOITIE                   PIC 9(02).
       01  WS-RANG-PGM                 PIC 9(02).
       01  WS-ANC-DUREE                PIC 9(09).
       01  WS-ANC-LUS                  PIC 9(11).
       01  WS-REC-DUREE                PIC 9(09).
       01  WS-REC-LUS                  PIC 9(11).
       01  WS-MOY-ANC-DUREE            PIC 9(07)V9(02).
       01  WS-MOY-REC-DUREE            PIC 9(07)V9(02).
       01  WS-MOY-ANC-LUS              PIC 9(09)V9(02).
       01  WS-MOY-REC-LUS              PIC 9(09)V9(02).
       01  WS-CROIS-DUREE              PIC S9(05).
       01  WS-CROIS-LUS                PIC S9(05).
       01  WS-DEBIT                    PIC 9(09).

       01  WS-DERIVE-SWITCH            PIC X(01) VALUE "N".
           88  WS-EN-DERIVE            VALUE "O".

       01  WS-NB-DERIVES               PIC 9(03) VALUE ZEROES.
       01  WS-NB-DEPASSEMENTS          PIC 9(03) VALUE ZEROES.
       01  WS-MARGE                    PIC S9(05).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010, saut de page toutes les 50 lignes
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "TENDANCE DE LA FENETRE BATCH".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.
       01  WS-NB-LIGNES-PAGE           PIC 9(02) VALUE ZEROES.
       01  WS-MAX-LIGNES-PAGE          PIC 9(02) VALUE 50.

       01  WS-LIGNE-PARAMETRES.
           05  FILLER                  PIC X(11) VALUE "OUVERTURE ".
           05  LP-OUVERTURE            PIC X(08).
           05  FILLER                  PIC X(10) VALUE "  LIMITE ".
           05  LP-LIMITE               PIC X(08).
           05  FILLER                  PIC X(09) VALUE "  DATES ".
           05  LP-NB-DATES             PIC Z9.
           05  FILLER                  PIC X(10) VALUE "  ECART ".
           05  LP-ECART                PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE " PTS  MINI ".
           05  LP-PLANCHER             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE " S".

       01  WS-LIGNE-TITRE-FENETRES.
           05  FILLER                  PIC X(30)
               VALUE "FENETRE PAR DATE DE TRAITEMENT".
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-LIGNE-COLONNES-FENETRES.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "DEBUT".
           05  FILLER                  PIC X(10) VALUE "FIN".
           05  FILLER                  PIC X(10) VALUE "DUREE".
           05  FILLER                  PIC X(05) VALUE "RUNS".
           05  FILLER                  PIC X(11) VALUE "LUS".
           05  FILLER                  PIC X(09) VALUE "MARGE MN".
           05  FILLER                  PIC X(15) VALUE "ETAT".

       01  WS-LIGNE-FENETRE.
           05  FL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FL-DEBUT                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FL-FIN                  PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FL-DUREE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FL-NB-RUNS              PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FL-LUS                  PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FL-MARGE                PIC -(04)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FL-ETAT                 PIC X(07).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-LIGNE-AUCUNE-DATE.
           05  FILLER                  PIC X(36)
               VALUE "AUCUNE DATE ANTERIEURE DANS RUNFILE".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-LIGNE-TITRE-STEPS.
           05  FILLER                  PIC X(30)
               VALUE "TENDANCE PAR PROGRAMME".
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-LIGNE-COLONNES-STEPS.
           05  FILLER                  PIC X(12) VALUE "PROGRAMME".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "DUREE".
           05  FILLER                  PIC X(11) VALUE "LUS".
           05  FILLER                  PIC X(11) VALUE "LUS/MN".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-LIGNE-STEP.
           05  SL-PROGRAMME            PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-DUREE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-LUS                  PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-DEBIT                PIC Z(08)9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-LIGNE-TENDANCE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "DUREE MOYENNE ".
           05  TL-ANC-DUREE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  TL-REC-DUREE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-CROIS-DUREE          PIC +(04)9.
           05  FILLER                  PIC X(08) VALUE "%  LUS ".
           05  TL-CROIS-LUS            PIC +(04)9.
           05  FILLER                  PIC X(02) VALUE "% ".
           05  TL-DERIVE               PIC X(13).

       01  WS-LIGNE-SANS-TENDANCE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(39)
               VALUE "PAS DE TENDANCE - MOINS DE DEUX DATES".
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-LIGNE-RECAP-DERIVES.
           05  FILLER                  PIC X(30)
               VALUE "STEPS EN DERIVE             : ".
           05  RL-NB-DERIVES           PIC ZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-LIGNE-RECAP-DEPASSEMENTS.
           05  FILLER                  PIC X(30)
               VALUE "DATES HORS HEURE LIMITE     : ".
           05  RL-NB-DEPASSEMENTS      PIC ZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = dérive ou dépassement de la
      * dernière date, 8 = erreur fichier (convention commune aux
      * steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISER.

           IF WS-CODE-RETOUR < 8
               PERFORM 2000-CUMULER-RUNS
               PERFORM 3000-EDITER-FENETRES
               PERFORM 4000-EDITER-TENDANCES
               PERFORM 5000-TERMINER
           END-IF.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : paramètres, nombre de dates suivies,     *
      * choix des dates dans le journal et ouverture de l'état      *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           PERFORM 1100-CHARGER-PARAMETRES.

           ACCEPT WS-PARM-NB-DATES FROM COMMAND-LINE.
           IF WS-PARM-NB-DATES(1:2) IS NUMERIC
               MOVE WS-PARM-NB-DATES(1:2) TO WS-NB-DATES-SUIVIES
           ELSE
               MOVE SLA-NB-DATES TO WS-NB-DATES-SUIVIES
           END-IF.
           IF WS-NB-DATES-SUIVIES > 30
               MOVE 30 TO WS-NB-DATES-SUIVIES
           END-IF.
           IF WS-NB-DATES-SUIVIES < 2
               MOVE 2 TO WS-NB-DATES-SUIVIES
           END-IF.

           MOVE SLA-HEURE-OUVERTURE TO WS-HEURE.
           PERFORM 8000-CONVERTIR-HEURE.
           MOVE WS-SECONDES TO WS-SEC-OUVERTURE.
           MOVE SLA-HEURE-LIMITE TO WS-HEURE.
           PERFORM 8100-DECALER-HEURE.
           MOVE WS-DECALAGE TO WS-DEC-LIMITE.

           PERFORM 1200-CHOISIR-DATES.

           IF WS-CODE-RETOUR < 8
               OPEN OUTPUT WINRPT
               IF NOT WS-RPT-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR WINRPT - STATUT "
                       WS-RPT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-PARAMETRES : lit le poste de paramètres ;      *
      * fichier absent ou poste non numérique = valeurs maison      *
      * -----------------------------------------------------------*
       1100-CHARGER-PARAMETRES.
           PERFORM 1150-PRENDRE-DEFAUTS.

           OPEN INPUT SLAPRMF.
           IF WS-PRM-OK
               READ SLAPRMF INTO SLA-ENREG
                   AT END
                       DISPLAY "SLAPRMF VIDE - VALEURS PAR DEFAUT"
               END-READ
               CLOSE SLAPRMF
               IF SLA-HEURE-OUVERTURE NOT NUMERIC
                   OR SLA-HEURE-LIMITE NOT NUMERIC
                   OR SLA-NB-DATES NOT NUMERIC
                   OR SLA-ECART-DERIVE NOT NUMERIC
                   OR SLA-DUREE-PLANCHER NOT NUMERIC
                   DISPLAY "SLAPRMF ILLISIBLE - VALEURS PAR DEFAUT"
                   PERFORM 9700-NOTER-REJET
                   PERFORM 1150-PRENDRE-DEFAUTS
               END-IF
           ELSE
               DISPLAY "SLAPRMF ABSENT - VALEURS PAR DEFAUT"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-PRENDRE-DEFAUTS : pose les valeurs maison              *
      * -----------------------------------------------------------*
       1150-PRENDRE-DEFAUTS.
           MOVE WS-DEF-HEURE-OUVERTURE TO SLA-HEURE-OUVERTURE.
           MOVE WS-DEF-HEURE-LIMITE    TO SLA-HEURE-LIMITE.
           MOVE WS-DEF-NB-DATES        TO SLA-NB-DATES.
           MOVE WS-DEF-ECART-DERIVE    TO SLA-ECART-DERIVE.
           MOVE WS-DEF-DUREE-PLANCHER  TO SLA-DUREE-PLANCHER.

      * -----------------------------------------------------------*
      * 1200-CHOISIR-DATES : première passe sur le journal - retient*
      * en ordre croissant les N plus récentes dates de traitement  *
      * antérieures à la date du jour                               *
      * -----------------------------------------------------------*
       1200-CHOISIR-DATES.
           OPEN INPUT RUNFILE.
           IF NOT WS-RUN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR RUNFILE - STATUT "
                   WS-RUN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1250-LIRE-ET-CHOISIR
                   UNTIL WS-FIN-FICHIER
               CLOSE RUNFILE
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-CHOISIR : lit un run et retient sa date si     *
      * elle est nouvelle et parmi les plus récentes                *
      * -----------------------------------------------------------*
       1250-LIRE-ET-CHOISIR.
           READ RUNFILE INTO RUN-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF NOT RUN-PLN-LIGNE-PLANIF
                       AND RUN-DATE-TRAITEMENT < WS-DATE-TRAITEMENT
                       PERFORM 8200-CHERCHER-DATE
                       IF NOT WS-DAT-TROUVEE
                           PERFORM 1300-INSERER-DATE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-INSERER-DATE : table pleine, la date doit être plus    *
      * récente que la plus ancienne, qui sort ; la date est rangée *
      * à sa place en décalant les plus récentes                    *
      * -----------------------------------------------------------*
       1300-INSERER-DATE.
           IF WS-NB-DAT >= WS-NB-DATES-SUIVIES
               IF RUN-DATE-TRAITEMENT > WS-DAT-DATE(1)
                   PERFORM 1350-SORTIR-PLUS-ANCIENNE
                       VARYING WS-NO-DAT FROM 1 BY 1
                           UNTIL WS-NO-DAT >= WS-NB-DAT
                   SUBTRACT 1 FROM WS-NB-DAT
               END-IF
           END-IF.

           IF WS-NB-DAT < WS-NB-DATES-SUIVIES
               COMPUTE WS-POS-DAT = WS-NB-DAT + 1
               MOVE "N" TO WS-POS-SWITCH
               PERFORM 1370-DECALER-DATE
                   VARYING WS-NO-DAT FROM WS-NB-DAT BY -1
                       UNTIL WS-NO-DAT = ZEROES OR WS-POS-TROUVEE
               MOVE ZEROES TO WS-DAT-ENTREE(WS-POS-DAT)
               MOVE RUN-DATE-TRAITEMENT TO WS-DAT-DATE(WS-POS-DAT)
               ADD 1 TO WS-NB-DAT
           END-IF.

      * -----------------------------------------------------------*
      * 1350-SORTIR-PLUS-ANCIENNE : remonte d'un rang la date       *
      * suivante                                                    *
      * -----------------------------------------------------------*
       1350-SORTIR-PLUS-ANCIENNE.
           MOVE WS-DAT-ENTREE(WS-NO-DAT + 1)
               TO WS-DAT-ENTREE(WS-NO-DAT).

      * -----------------------------------------------------------*
      * 1370-DECALER-DATE : descend d'un rang une date plus récente *
      * que la date insérée, sinon la place est trouvée             *
      * -----------------------------------------------------------*
       1370-DECALER-DATE.
           IF WS-DAT-DATE(WS-NO-DAT) > RUN-DATE-TRAITEMENT
               MOVE WS-DAT-ENTREE(WS-NO-DAT)
                   TO WS-DAT-ENTREE(WS-NO-DAT + 1)
               MOVE WS-NO-DAT TO WS-POS-DAT
           ELSE
               SET WS-POS-TROUVEE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2000-CUMULER-RUNS : seconde passe sur le journal - cumule   *
      * chaque run des dates suivies dans la fenêtre de sa date et  *
      * dans la cellule de son programme                            *
      * -----------------------------------------------------------*
       2000-CUMULER-RUNS.
           PERFORM 2050-INITIALISER-FENETRE
               VARYING WS-NO-DAT FROM 1 BY 1
                   UNTIL WS-NO-DAT > WS-NB-DAT.

           OPEN INPUT RUNFILE.
           IF NOT WS-RUN-OK
               DISPLAY "IMPOSSIBLE DE ROUVRIR RUNFILE - STATUT "
                   WS-RUN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-LIRE-ET-CUMULER
                   UNTIL WS-FIN-FICHIER
               CLOSE RUNFILE
           END-IF.

      * -----------------------------------------------------------*
      * 2050-INITIALISER-FENETRE : début au plus tard, fin au plus  *
      * tôt, en attendant les runs de la date                       *
      * -----------------------------------------------------------*
       2050-INITIALISER-FENETRE.
           MOVE 999999 TO WS-DAT-DEBUT(WS-NO-DAT).
           MOVE ZEROES TO WS-DAT-FIN(WS-NO-DAT)
               WS-DAT-NB-RUNS(WS-NO-DAT) WS-DAT-LUS(WS-NO-DAT).

      * -----------------------------------------------------------*
      * 2100-LIRE-ET-CUMULER : lit un run et le cumule si sa date   *
      * est suivie                                                  *
      * -----------------------------------------------------------*
       2100-LIRE-ET-CUMULER.
           READ RUNFILE INTO RUN-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF NOT RUN-PLN-LIGNE-PLANIF
                       PERFORM 8200-CHERCHER-DATE
                       IF WS-DAT-TROUVEE
                           PERFORM 2200-CUMULER-UN-RUN
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2200-CUMULER-UN-RUN : durée du run (passage de minuit       *
      * compris), élargissement de la fenêtre de la date, cumul     *
      * dans la cellule du programme                                *
      * -----------------------------------------------------------*
       2200-CUMULER-UN-RUN.
           MOVE RUN-HEURE-DEBUT TO WS-HEURE.
           PERFORM 8100-DECALER-HEURE.
           MOVE WS-DECALAGE TO WS-DEC-DEBUT.
           MOVE WS-SECONDES TO WS-SEC-DEBUT.

           MOVE RUN-HEURE-FIN TO WS-HEURE.
           PERFORM 8000-CONVERTIR-HEURE.
           IF WS-SECONDES >= WS-SEC-DEBUT
               COMPUTE WS-DUREE = WS-SECONDES - WS-SEC-DEBUT
           ELSE
               COMPUTE WS-DUREE = WS-SECONDES + 86400 - WS-SEC-DEBUT
           END-IF.
           COMPUTE WS-DEC-FIN = WS-DEC-DEBUT + WS-DUREE.

           IF WS-DEC-DEBUT < WS-DAT-DEBUT(WS-DAT-IDX)
               MOVE WS-DEC-DEBUT TO WS-DAT-DEBUT(WS-DAT-IDX)
           END-IF.
           IF WS-DEC-FIN > WS-DAT-FIN(WS-DAT-IDX)
               MOVE WS-DEC-FIN TO WS-DAT-FIN(WS-DAT-IDX)
           END-IF.
           ADD 1 TO WS-DAT-NB-RUNS(WS-DAT-IDX).
           ADD RUN-NB-LUS TO WS-DAT-LUS(WS-DAT-IDX).

           PERFORM 2300-CHERCHER-PROGRAMME.
           IF WS-PGM-TROUVE
               SET WS-NO-DAT TO WS-DAT-IDX
               ADD WS-DUREE
                   TO WS-CEL-DUREE(WS-PGM-IDX, WS-NO-DAT)
               ADD RUN-NB-LUS TO WS-CEL-LUS(WS-PGM-IDX, WS-NO-DAT)
               ADD 1 TO WS-CEL-NB(WS-PGM-IDX, WS-NO-DAT)
           END-IF.

      * -----------------------------------------------------------*
      * 2300-CHERCHER-PROGRAMME : retrouve le programme du run dans *
      * la table, l'y crée à zéro au premier passage                *
      * -----------------------------------------------------------*
       2300-CHERCHER-PROGRAMME.
           MOVE "N" TO WS-PGM-TROUVE-SWITCH.
           IF WS-NB-PGM > ZEROES
               SET WS-PGM-IDX TO 1
               SEARCH WS-PGM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-PGM-IDX > WS-NB-PGM
                       CONTINUE
                   WHEN WS-PGM-NOM(WS-PGM-IDX) = RUN-PROGRAMME
                       SET WS-PGM-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-PGM-TROUVE
               IF WS-NB-PGM < 60
                   ADD 1 TO WS-NB-PGM
                   SET WS-PGM-IDX TO WS-NB-PGM
                   MOVE ZEROES TO WS-PGM-ENTREE(WS-PGM-IDX)
                   MOVE RUN-PROGRAMME TO WS-PGM-NOM(WS-PGM-IDX)
                   SET WS-PGM-TROUVE TO TRUE
               ELSE
                   IF NOT WS-PGM-TABLE-PLEINE
                       DISPLAY "TABLE DES PROGRAMMES PLEINE - "
                           RUN-PROGRAMME " NON SUIVI"
                       SET WS-PGM-TABLE-PLEINE TO TRUE
                       PERFORM 9700-NOTER-REJET
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-EDITER-FENETRES : première page - paramètres et        *
      * fenêtre de chaque date suivie contre l'heure limite         *
      * -----------------------------------------------------------*
       3000-EDITER-FENETRES.
           PERFORM 3900-IMPRIMER-ENTETE.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-TITRE-FENETRES.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-COLONNES-FENETRES.
           ADD 2 TO WS-NB-LIGNES-PAGE.

           IF WS-NB-DAT = ZEROES
               WRITE WINRPT-LIGNE FROM WS-LIGNE-AUCUNE-DATE
               ADD 1 TO WS-NB-LIGNES-PAGE
           ELSE
               PERFORM 3100-EDITER-UNE-FENETRE
                   VARYING WS-NO-DAT FROM 1 BY 1
                       UNTIL WS-NO-DAT > WS-NB-DAT
           END-IF.

      * -----------------------------------------------------------*
      * 3100-EDITER-UNE-FENETRE : début, fin et durée de la fenêtre *
      * d'une date, marge en minutes sur l'heure limite ; une fin   *
      * après l'heure limite est DEPASSE (code retour 4 pour la     *
      * dernière date)                                              *
      * -----------------------------------------------------------*
       3100-EDITER-UNE-FENETRE.
           SET WS-DAT-IDX TO WS-NO-DAT.
           MOVE WS-DAT-DATE(WS-DAT-IDX) TO FL-DATE.

           MOVE WS-DAT-DEBUT(WS-DAT-IDX) TO WS-DECALAGE.
           PERFORM 8300-EDITER-DECALAGE.
           MOVE WS-HMS-EDITE TO FL-DEBUT.
           MOVE WS-DAT-FIN(WS-DAT-IDX) TO WS-DECALAGE.
           PERFORM 8300-EDITER-DECALAGE.
           MOVE WS-HMS-EDITE TO FL-FIN.
           COMPUTE WS-DUREE =
               WS-DAT-FIN(WS-DAT-IDX) - WS-DAT-DEBUT(WS-DAT-IDX).
           PERFORM 8400-EDITER-DUREE.
           MOVE WS-HMS-EDITE TO FL-DUREE.

           MOVE WS-DAT-NB-RUNS(WS-DAT-IDX) TO FL-NB-RUNS.
           MOVE WS-DAT-LUS(WS-DAT-IDX)     TO FL-LUS.
           COMPUTE WS-MARGE =
               (WS-DEC-LIMITE - WS-DAT-FIN(WS-DAT-IDX)) / 60.
           MOVE WS-MARGE TO FL-MARGE.

           IF WS-DAT-FIN(WS-DAT-IDX) > WS-DEC-LIMITE
               MOVE "DEPASSE" TO FL-ETAT
               ADD 1 TO WS-NB-DEPASSEMENTS
               IF WS-NO-DAT = WS-NB-DAT
                   DISPLAY "FENETRE DU " WS-DAT-DATE(WS-DAT-IDX)
                       " TERMINEE APRES L'HEURE LIMITE"
                   PERFORM 9700-NOTER-REJET
               END-IF
           ELSE
               MOVE "OK" TO FL-ETAT
           END-IF.

           PERFORM 3800-CONTROLER-PAGE.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-FENETRE.
           ADD 1 TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 3800-CONTROLER-PAGE : saut de page quand la page est pleine *
      * -----------------------------------------------------------*
       3800-CONTROLER-PAGE.
           IF WS-NB-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
               PERFORM 3900-IMPRIMER-ENTETE
           END-IF.

      * -----------------------------------------------------------*
      * 3900-IMPRIMER-ENTETE : titre et paramètres d'une nouvelle   *
      * page                                                        *
      * -----------------------------------------------------------*
       3900-IMPRIMER-ENTETE.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-VIDE.

           MOVE SLA-HEURE-OUVERTURE TO WS-HEURE.
           PERFORM 8500-EDITER-HEURE.
           MOVE WS-HMS-EDITE TO LP-OUVERTURE.
           MOVE SLA-HEURE-LIMITE TO WS-HEURE.
           PERFORM 8500-EDITER-HEURE.
           MOVE WS-HMS-EDITE TO LP-LIMITE.
           MOVE WS-NB-DATES-SUIVIES TO LP-NB-DATES.
           MOVE SLA-ECART-DERIVE    TO LP-ECART.
           MOVE SLA-DUREE-PLANCHER  TO LP-PLANCHER.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-PARAMETRES.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE ZEROES TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 4000-EDITER-TENDANCES : pour chaque programme, une ligne    *
      * par date où il a tourné puis sa ligne de tendance           *
      * -----------------------------------------------------------*
       4000-EDITER-TENDANCES.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-VIDE.
           PERFORM 3800-CONTROLER-PAGE.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-TITRE-STEPS.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-COLONNES-STEPS.
           ADD 3 TO WS-NB-LIGNES-PAGE.

           PERFORM 4100-EDITER-UN-PROGRAMME
               VARYING WS-NO-PGM FROM 1 BY 1
                   UNTIL WS-NO-PGM > WS-NB-PGM.

      * -----------------------------------------------------------*
      * 4100-EDITER-UN-PROGRAMME : lignes par date, puis moyennes   *
      * de la première et de la seconde moitié des dates où le      *
      * programme a tourné (la date du milieu, en nombre impair,    *
      * n'est dans aucune)                                          *
      * -----------------------------------------------------------*
       4100-EDITER-UN-PROGRAMME.
           SET WS-PGM-IDX TO WS-NO-PGM.
           MOVE ZEROES TO WS-NB-DATES-PGM.
           PERFORM 4150-COMPTER-UNE-DATE
               VARYING WS-NO-DAT FROM 1 BY 1
                   UNTIL WS-NO-DAT > WS-NB-DAT.

           DIVIDE WS-NB-DATES-PGM BY 2 GIVING WS-MOITIE.
           MOVE ZEROES TO WS-RANG-PGM WS-ANC-DUREE WS-ANC-LUS
               WS-REC-DUREE WS-REC-LUS.
           MOVE WS-PGM-NOM(WS-PGM-IDX) TO SL-PROGRAMME.

           PERFORM 4200-EDITER-UNE-DATE
               VARYING WS-NO-DAT FROM 1 BY 1
                   UNTIL WS-NO-DAT > WS-NB-DAT.

           IF WS-MOITIE = ZEROES
               PERFORM 3800-CONTROLER-PAGE
               WRITE WINRPT-LIGNE FROM WS-LIGNE-SANS-TENDANCE
               ADD 1 TO WS-NB-LIGNES-PAGE
           ELSE
               PERFORM 4300-JUGER-TENDANCE
           END-IF.

           WRITE WINRPT-LIGNE FROM WS-LIGNE-VIDE.
           ADD 1 TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 4150-COMPTER-UNE-DATE : compte les dates où le programme a  *
      * tourné                                                      *
      * -----------------------------------------------------------*
       4150-COMPTER-UNE-DATE.
           IF WS-CEL-NB(WS-PGM-IDX, WS-NO-DAT) > ZEROES
               ADD 1 TO WS-NB-DATES-PGM
           END-IF.

      * -----------------------------------------------------------*
      * 4200-EDITER-UNE-DATE : durée, lus et débit (lus par minute) *
      * du programme à une date, cumul dans la moitié de la date    *
      * -----------------------------------------------------------*
       4200-EDITER-UNE-DATE.
           IF WS-CEL-NB(WS-PGM-IDX, WS-NO-DAT) > ZEROES
               ADD 1 TO WS-RANG-PGM
               IF WS-RANG-PGM <= WS-MOITIE
                   ADD WS-CEL-DUREE(WS-PGM-IDX, WS-NO-DAT)
                       TO WS-ANC-DUREE
                   ADD WS-CEL-LUS(WS-PGM-IDX, WS-NO-DAT)
                       TO WS-ANC-LUS
               END-IF
               IF WS-RANG-PGM > WS-NB-DATES-PGM - WS-MOITIE
                   ADD WS-CEL-DUREE(WS-PGM-IDX, WS-NO-DAT)
                       TO WS-REC-DUREE
                   ADD WS-CEL-LUS(WS-PGM-IDX, WS-NO-DAT)
                       TO WS-REC-LUS
               END-IF

               MOVE WS-DAT-DATE(WS-NO-DAT) TO SL-DATE
               MOVE WS-CEL-DUREE(WS-PGM-IDX, WS-NO-DAT) TO WS-DUREE
               PERFORM 8400-EDITER-DUREE
               MOVE WS-HMS-EDITE TO SL-DUREE
               MOVE WS-CEL-LUS(WS-PGM-IDX, WS-NO-DAT) TO SL-LUS
               IF WS-CEL-DUREE(WS-PGM-IDX, WS-NO-DAT) > ZEROES
                   COMPUTE WS-DEBIT ROUNDED =
                       WS-CEL-LUS(WS-PGM-IDX, WS-NO-DAT) * 60
                       / WS-CEL-DUREE(WS-PGM-IDX, WS-NO-DAT)
               ELSE
                   MOVE WS-CEL-LUS(WS-PGM-IDX, WS-NO-DAT) TO WS-DEBIT
               END-IF
               MOVE WS-DEBIT TO SL-DEBIT

               PERFORM 3800-CONTROLER-PAGE
               WRITE WINRPT-LIGNE FROM WS-LIGNE-STEP
               ADD 1 TO WS-NB-LIGNES-PAGE
               MOVE SPACES TO SL-PROGRAMME
           END-IF.

      * -----------------------------------------------------------*
      * 4300-JUGER-TENDANCE : croissance en % de la durée moyenne   *
      * et du volume moyen entre les deux moitiés ; la durée qui    *
      * croît de plus de l'écart paramétré au-delà du volume, pour  *
      * un step au-dessus du plancher, est une DERIVE               *
      * -----------------------------------------------------------*
       4300-JUGER-TENDANCE.
           COMPUTE WS-MOY-ANC-DUREE ROUNDED = WS-ANC-DUREE / WS-MOITIE.
           COMPUTE WS-MOY-REC-DUREE ROUNDED = WS-REC-DUREE / WS-MOITIE.
           COMPUTE WS-MOY-ANC-LUS ROUNDED = WS-ANC-LUS / WS-MOITIE.
           COMPUTE WS-MOY-REC-LUS ROUNDED = WS-REC-LUS / WS-MOITIE.

           IF WS-MOY-ANC-DUREE > ZEROES
               COMPUTE WS-CROIS-DUREE ROUNDED =
                   (WS-MOY-REC-DUREE - WS-MOY-ANC-DUREE) * 100
                   / WS-MOY-ANC-DUREE
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CROIS-DUREE
               END-COMPUTE
           ELSE
               MOVE ZEROES TO WS-CROIS-DUREE
           END-IF.

           EVALUATE TRUE
               WHEN WS-MOY-ANC-LUS > ZEROES
                   COMPUTE WS-CROIS-LUS ROUNDED =
                       (WS-MOY-REC-LUS - WS-MOY-ANC-LUS) * 100
                       / WS-MOY-ANC-LUS
                       ON SIZE ERROR
                           MOVE 9999 TO WS-CROIS-LUS
                   END-COMPUTE
               WHEN WS-MOY-REC-LUS > ZEROES
                   MOVE 9999 TO WS-CROIS-LUS
               WHEN OTHER
                   MOVE ZEROES TO WS-CROIS-LUS
           END-EVALUATE.

           MOVE "N" TO WS-DERIVE-SWITCH.
           IF WS-MOY-REC-DUREE >= SLA-DUREE-PLANCHER
               AND WS-CROIS-DUREE - WS-CROIS-LUS > SLA-ECART-DERIVE
               SET WS-EN-DERIVE TO TRUE
           END-IF.

           COMPUTE WS-DUREE ROUNDED = WS-MOY-ANC-DUREE.
           PERFORM 8400-EDITER-DUREE.
           MOVE WS-HMS-EDITE TO TL-ANC-DUREE.
           COMPUTE WS-DUREE ROUNDED = WS-MOY-REC-DUREE.
           PERFORM 8400-EDITER-DUREE.
           MOVE WS-HMS-EDITE TO TL-REC-DUREE.
           MOVE WS-CROIS-DUREE TO TL-CROIS-DUREE.
           MOVE WS-CROIS-LUS   TO TL-CROIS-LUS.

           IF WS-EN-DERIVE
               MOVE "*** DERIVE **" TO TL-DERIVE
               ADD 1 TO WS-NB-DERIVES
               DISPLAY "STEP EN DERIVE : " WS-PGM-NOM(WS-PGM-IDX)
                   " DUREE " TL-CROIS-DUREE "% LUS "
                   TL-CROIS-LUS "%"
               PERFORM 9700-NOTER-REJET
           ELSE
               MOVE SPACES TO TL-DERIVE
           END-IF.

           PERFORM 3800-CONTROLER-PAGE.
           WRITE WINRPT-LIGNE FROM WS-LIGNE-TENDANCE.
           ADD 1 TO WS-NB-LIGNES-PAGE.

      * -----------------------------------------------------------*
      * 5000-TERMINER : récapitulatif des alertes et fermeture      *
      * -----------------------------------------------------------*
       5000-TERMINER.
           IF WS-RPT-OK
               PERFORM 3800-CONTROLER-PAGE
               MOVE WS-NB-DERIVES      TO RL-NB-DERIVES
               MOVE WS-NB-DEPASSEMENTS TO RL-NB-DEPASSEMENTS
               WRITE WINRPT-LIGNE FROM WS-LIGNE-RECAP-DERIVES
               WRITE WINRPT-LIGNE FROM WS-LIGNE-RECAP-DEPASSEMENTS
               CLOSE WINRPT
           END-IF.

           DISPLAY "DATES SUIVIES      : " WS-NB-DAT.
           DISPLAY "PROGRAMMES SUIVIS  : " WS-NB-PGM.
           DISPLAY "STEPS EN DERIVE    : " WS-NB-DERIVES.
           DISPLAY "DATES HORS LIMITE  : " WS-NB-DEPASSEMENTS.

      * -----------------------------------------------------------*
      * 8000-CONVERTIR-HEURE : heure HHMMSS (WS-HEURE) en secondes  *
      * depuis minuit (WS-SECONDES)                                 *
      * -----------------------------------------------------------*
       8000-CONVERTIR-HEURE.
           COMPUTE WS-SECONDES = WS-HEURE-HH * 3600
               + WS-HEURE-MM * 60 + WS-HEURE-SS.

      * -----------------------------------------------------------*
      * 8100-DECALER-HEURE : secondes écoulées entre l'ouverture de *
      * la fenêtre et l'heure WS-HEURE (WS-DECALAGE) - une heure    *
      * antérieure à l'ouverture est celle du lendemain             *
      * -----------------------------------------------------------*
       8100-DECALER-HEURE.
           PERFORM 8000-CONVERTIR-HEURE.
           IF WS-SECONDES >= WS-SEC-OUVERTURE
               COMPUTE WS-DECALAGE = WS-SECONDES - WS-SEC-OUVERTURE
           ELSE
               COMPUTE WS-DECALAGE =
                   WS-SECONDES + 86400 - WS-SEC-OUVERTURE
           END-IF.

      * -----------------------------------------------------------*
      * 8200-CHERCHER-DATE : retrouve la date du run parmi les      *
      * dates suivies (WS-DAT-IDX)                                  *
      * -----------------------------------------------------------*
       8200-CHERCHER-DATE.
           MOVE "N" TO WS-DAT-TROUVE-SWITCH.
           IF WS-NB-DAT > ZEROES
               SET WS-DAT-IDX TO 1
               SEARCH WS-DAT-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-DAT-IDX > WS-NB-DAT
                       CONTINUE
                   WHEN WS-DAT-DATE(WS-DAT-IDX) = RUN-DATE-TRAITEMENT
                       SET WS-DAT-TROUVEE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 8300-EDITER-DECALAGE : remet un décalage depuis l'ouverture *
      * en heure d'horloge éditée HH:MM:SS                          *
      * -----------------------------------------------------------*
       8300-EDITER-DECALAGE.
           COMPUTE WS-DUREE = WS-DECALAGE + WS-SEC-OUVERTURE.
           IF WS-DUREE >= 86400
               SUBTRACT 86400 FROM WS-DUREE
           END-IF.
           PERFORM 8400-EDITER-DUREE.

      * -----------------------------------------------------------*
      * 8400-EDITER-DUREE : secondes (WS-DUREE) éditées HH:MM:SS    *
      * -----------------------------------------------------------*
       8400-EDITER-DUREE.
           DIVIDE WS-DUREE BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-RESTE.
           DIVIDE WS-RESTE BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.

      * -----------------------------------------------------------*
      * 8500-EDITER-HEURE : heure HHMMSS (WS-HEURE) éditée HH:MM:SS *
      * -----------------------------------------------------------*
       8500-EDITER-HEURE.
           MOVE WS-HEURE-HH TO WS-HMS-HH.
           MOVE WS-HEURE-MM TO WS-HMS-MM.
           MOVE WS-HEURE-SS TO WS-HMS-SS.

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
