      *                 restée non acquittée, ou un acquittement en
      *                 écart, passe la nuit en WARNING pour que
      *                 l'exploitation relance l'équipe aval.
      * 2026-10-11  AG  Lignes de planification de la fin de mois (vue
      *                 RUN-PLANIF de RUNREC, écrites par MTHSEL010) :
      *                 imprimées à part comme PLANIFIE avec le travail,
      *                 sa périodicité et la période, sans drapeau ni
      *                 cumul dans les totaux - ce ne sont pas des runs.
      * 2026-10-15  AG  Engagement de service de la fenêtre : début et
      *                 fin de la fenêtre (premier début et dernière
      *                 fin des runs de la date, passage de minuit
      *                 compris) comparés à l'heure limite de SLAPRMF
      *                 (copy SLAPRM, 6 h 30 à défaut) ; une fin après
      *                 l'heure limite imprime l'alerte DEPASSEMENT SLA
      *                 et passe la nuit en WARNING. La tendance sur
      *                 plusieurs dates est tenue par WINTRD010. Pas de
      *                 contrôle en simulation (SIMCTL01) : la chaîne
      *                 SIMBAT tourne hors de la fenêtre de nuit.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFS-STATUS.

      * Paramètres d'engagement de service de la fenêtre - voir copy
      * SLAPRM
           SELECT SLAPRMF ASSIGN TO "SLAPRMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      * Etat récapitulatif imprimé
           SELECT OPSRPT ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 45 CHARACTERS.
       01  IFSTSFIL-ENREG              PIC X(45).

       FD  SLAPRMF
           RECORD CONTAINS 22 CHARACTERS.
       01  SLAPRMF-ENREG               PIC X(22).

       FD  OPSRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  OPSRPT-LIGNE                PIC X(80).
       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

      * Paramètres de la fenêtre - voir copy SLAPRM
       COPY SLAPRM.

       01  WS-PRM-STATUS               PIC X(02).
           88  WS-PRM-OK               VALUE "00".

      * Valeurs maison des paramètres, retenues quand SLAPRMF est
      * absent ou illisible (mêmes valeurs que WINTRD010)
       01  WS-DEF-HEURE-OUVERTURE      PIC 9(06) VALUE 200000.
       01  WS-DEF-HEURE-LIMITE         PIC 9(06) VALUE 063000.
       01  WS-DEF-NB-DATES             PIC 9(02) VALUE 10.
       01  WS-DEF-ECART-DERIVE         PIC 9(03) VALUE 025.
       01  WS-DEF-DUREE-PLANCHER       PIC 9(05) VALUE 00060.

      * Fenêtre de la nuit en secondes écoulées depuis l'heure
      * d'ouverture (une heure antérieure à l'ouverture est celle du
      * lendemain) : premier début et dernière fin des runs
       01  WS-HEURE                    PIC 9(06).
       01  WS-HEURE-R REDEFINES WS-HEURE.
           05  WS-HEURE-HH             PIC 9(02).
           05  WS-HEURE-MM             PIC 9(02).
           05  WS-HEURE-SS             PIC 9(02).
       01  WS-SECONDES                 PIC 9(06).
       01  WS-SEC-OUVERTURE            PIC 9(06).
       01  WS-SEC-DEBUT                PIC 9(06).
       01  WS-DECALAGE                 PIC 9(06).
       01  WS-DEC-LIMITE               PIC 9(06).
       01  WS-DEC-DEBUT                PIC 9(06).
       01  WS-DUREE                    PIC 9(06).
       01  WS-RESTE                    PIC 9(06).
       01  WS-FEN-DEBUT                PIC 9(06) VALUE 999999.
       01  WS-FEN-FIN                  PIC 9(06) VALUE ZEROES.

      * Mode du run restitué par SIMCTL01 : une simulation tourne
      * hors de la fenêtre de nuit, l'heure limite ne la concerne pas
       01  WS-SIMULATION-SW            PIC X(01) VALUE "N".
           88  WS-SIMULATION           VALUE "O".

      * Heure éditée HH:MM:SS
       01  WS-HMS-EDITE.
           05  WS-HMS-HH               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  WS-HMS-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  WS-HMS-SS               PIC 9(02).

       01  WS-LIGNE-FENETRE.
           05  FILLER                  PIC X(16)
               VALUE "FENETRE : DEBUT ".
           05  FF-DEBUT                PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  FIN ".
           05  FF-FIN                  PIC X(08).
           05  FILLER                  PIC X(09) VALUE "  LIMITE ".
           05  FF-LIMITE               PIC X(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-LIGNE-DEPASSEMENT.
           05  FILLER                  PIC X(22)
               VALUE "*** DEPASSEMENT SLA : ".
           05  FILLER                  PIC X(39)
               VALUE "FIN DE FENETRE APRES L'HEURE LIMITE ***".
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

           05  DL-ETAT                 PIC X(07).
           05  FILLER                  PIC X(18) VALUE SPACES.

      * Ligne de planification de la fin de mois (MTHSEL010) : un
      * travail périodique retenu, imprimé sans être compté comme
      * un step
       01  WS-LIGNE-PLANIF.
           05  PL-PROGRAMME            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "PLANIFIE :".
           05  PL-TRAVAIL              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-PERIODICITE          PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "PERIODE".
           05  PL-PERIODE              PIC 9(06).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-LIGNE-AUCUN-RUN.
           05  FILLER                  PIC X(33)
               VALUE "AUCUN RUN POUR CETTE DATE LA NUIT".
      * -----------------------------------------------------------*
       1000-INITIALISER.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           PERFORM 1100-CHARGER-PARAMETRES.
           CALL "SIMCTL01" USING WS-SIMULATION-SW.

           OPEN INPUT RUNFILE.
           IF NOT WS-RUN-OK
               PERFORM 2100-LIRE-RUN
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-PARAMETRES : lit le poste de paramètres de la  *
      * fenêtre ; fichier absent ou poste non numérique = valeurs   *
      * maison                                                      *
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
                   DISPLAY "SLAPRMF ILLISIBLE - VALEURS PAR DEFAUT"
                   PERFORM 1150-PRENDRE-DEFAUTS
               END-IF
           ELSE
               DISPLAY "SLAPRMF ABSENT - VALEURS PAR DEFAUT"
           END-IF.

           MOVE SLA-HEURE-OUVERTURE TO WS-HEURE.
           PERFORM 8000-CONVERTIR-HEURE.
           MOVE WS-SECONDES TO WS-SEC-OUVERTURE.
           MOVE SLA-HEURE-LIMITE TO WS-HEURE.
           PERFORM 8100-DECALER-HEURE.
           MOVE WS-DECALAGE TO WS-DEC-LIMITE.

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
      * 2000-RECAPITULER-RUN : imprime la ligne du run courant s'il *
      * appartient à la date de traitement de la fenêtre            *
      * -----------------------------------------------------------*
       2000-RECAPITULER-RUN.
           IF RUN-DATE-TRAITEMENT = WS-DATE-TRAITEMENT
               IF RUN-PLN-LIGNE-PLANIF
                   PERFORM 2300-IMPRIMER-PLANIF
               ELSE
                   PERFORM 2200-IMPRIMER-RUN
               END-IF
           END-IF.

           PERFORM 2100-LIRE-RUN.
           MOVE RUN-NB-REJETES  TO DL-REJETES.
           MOVE RUN-CODE-RETOUR TO DL-RC.

           PERFORM 2250-ELARGIR-FENETRE.

           EVALUATE TRUE
               WHEN RUN-CODE-RETOUR >= 8
                   MOVE "FAILED"  TO DL-ETAT
               WRITE OPSRPT-LIGNE FROM WS-LIGNE-DETAIL
           END-IF.

      * -----------------------------------------------------------*
      * 2250-ELARGIR-FENETRE : recule le début ou avance la fin de  *
      * la fenêtre avec le run, passage de minuit compris           *
      * -----------------------------------------------------------*
       2250-ELARGIR-FENETRE.
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

           IF WS-DEC-DEBUT < WS-FEN-DEBUT
               MOVE WS-DEC-DEBUT TO WS-FEN-DEBUT
           END-IF.
           IF WS-DEC-DEBUT + WS-DUREE > WS-FEN-FIN
               COMPUTE WS-FEN-FIN = WS-DEC-DEBUT + WS-DUREE
           END-IF.

      * -----------------------------------------------------------*
      * 2300-IMPRIMER-PLANIF : imprime une ligne de planification   *
      * de la fin de mois (copy RUNREC, vue RUN-PLANIF) - ce n'est  *
      * pas un run : ni drapeau, ni totaux                          *
      * -----------------------------------------------------------*
       2300-IMPRIMER-PLANIF.
           MOVE RUN-PLN-PROGRAMME TO PL-PROGRAMME.
           MOVE RUN-PLN-TRAVAIL   TO PL-TRAVAIL.
           MOVE RUN-PLN-PERIODE   TO PL-PERIODE.

           EVALUATE RUN-PLN-PERIODICITE
               WHEN "M"
                   MOVE "MENSUEL"     TO PL-PERIODICITE
               WHEN "T"
                   MOVE "TRIMESTRIEL" TO PL-PERIODICITE
               WHEN "A"
                   MOVE "ANNUEL"      TO PL-PERIODICITE
               WHEN OTHER
                   MOVE RUN-PLN-PERIODICITE TO PL-PERIODICITE
           END-EVALUATE.

           IF WS-RPT-OK
               WRITE OPSRPT-LIGNE FROM WS-LIGNE-PLANIF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TERMINER : imprime les totaux et le drapeau global,    *
      * puis ferme les fichiers                                     *

               PERFORM 2500-RECAPITULER-INTERFACE

               IF WS-NB-STEPS > ZEROES AND NOT WS-SIMULATION
                   PERFORM 2600-CONTROLER-SLA
               END-IF

               EVALUATE TRUE
                   WHEN WS-NB-FAILED > ZEROES
                       MOVE "FAILED"  TO TG-ETAT
                   WRITE OPSRPT-LIGNE FROM WS-LIGNE-IFS-DETAIL
           END-READ.

      * -----------------------------------------------------------*
      * 2600-CONTROLER-SLA : imprime la fenêtre de la nuit contre   *
      * l'heure limite ; une fin après l'heure limite imprime       *
      * l'alerte et passe la nuit en WARNING                        *
      * -----------------------------------------------------------*
       2600-CONTROLER-SLA.
           MOVE WS-FEN-DEBUT TO WS-DECALAGE.
           PERFORM 8300-EDITER-DECALAGE.
           MOVE WS-HMS-EDITE TO FF-DEBUT.
           MOVE WS-FEN-FIN TO WS-DECALAGE.
           PERFORM 8300-EDITER-DECALAGE.
           MOVE WS-HMS-EDITE TO FF-FIN.
           MOVE WS-DEC-LIMITE TO WS-DECALAGE.
           PERFORM 8300-EDITER-DECALAGE.
           MOVE WS-HMS-EDITE TO FF-LIMITE.
           WRITE OPSRPT-LIGNE FROM WS-LIGNE-FENETRE.

           IF WS-FEN-FIN > WS-DEC-LIMITE
               WRITE OPSRPT-LIGNE FROM WS-LIGNE-DEPASSEMENT
               ADD 1 TO WS-NB-WARNINGS
               DISPLAY "DEPASSEMENT SLA - FIN DE FENETRE " FF-FIN
                   " APRES " FF-LIMITE
           END-IF.

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
      * 8300-EDITER-DECALAGE : remet un décalage depuis l'ouverture *
      * en heure d'horloge éditée HH:MM:SS                          *
      * -----------------------------------------------------------*
       8300-EDITER-DECALAGE.
           COMPUTE WS-DUREE = WS-DECALAGE + WS-SEC-OUVERTURE.
           IF WS-DUREE >= 86400
               SUBTRACT 86400 FROM WS-DUREE
           END-IF.
           DIVIDE WS-DUREE BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-RESTE.
           DIVIDE WS-RESTE BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.

      * -----------------------------------------------------------*
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
