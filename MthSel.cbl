       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHSEL010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-11  AG  Création : sélecteur de la chaîne de fin de
      *                 mois MONTHEND, soumise par NIGHTBAT quand
      *                 DATROL010 trouve la date de traitement
      *                 marquée dernier jour ouvré du mois au
      *                 calendrier CALFILE (CAL-DERNIER-OUVRE, via
      *                 CALFDM01). La fin de mois se lançait à la
      *                 main dans un ordre connu d'un seul
      *                 opérateur : travaux oubliés ou passés deux
      *                 fois. Le step refuse la période (code retour
      *                 8, toute la chaîne est sautée) si la date
      *                 n'est pas le dernier jour ouvré du mois ou si
      *                 un préalable manque : fenêtre de nuit finie
      *                 (PROMOT01 au pilotage de reprise RUNCTLF,
      *                 DATROL01 au journal de run RUNFILE), paie du
      *                 mois postée (PAYGL010 au journal de run, même
      *                 mois, code retour < 8) et période comptable
      *                 du mois encore ouverte (PERCTLF) - une
      *                 période déjà close par GLCLS010 n'est jamais
      *                 relancée. Sinon il retient, dans la table des
      *                 travaux périodiques, ceux qui sont dus à la
      *                 date (mensuels toujours, trimestriels en
      *                 mars/juin/septembre/décembre, annuels en
      *                 décembre), consigne chacun dans RUNFILE en
      *                 ligne de planification (vue RUN-PLANIF de
      *                 RUNREC) et rend le niveau de la fin de mois
      *                 en code retour, testé par les COND de
      *                 MONTHEND : 0 = mensuelle, 1 = trimestrielle,
      *                 2 = annuelle.
      * 2026-10-14  AG  Travail mensuel SUSRPT010 (état des suspens du
      *                 compte d'attente 471000) ajouté à la table,
      *                 avant la clôture GLCLS010.
      * 2026-10-15  AG  HRANA010 devient mensuel (état RH de chaque
      *                 fin de mois) : planifié M et non plus T.
      * 2026-10-15  AG  Travaux annuels FECEXP010 (fichier des
      *                 écritures comptables) et INTTAX010 (relevé
      *                 fiscal des intérêts) ajoutés à la table, après
      *                 ANNCRT010 : ils sont désormais planifiés dans
      *                 RUNFILE comme les autres steps de MONTHEND.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Pilotage de reprise : bonnes fins des steps de la fenêtre
           SELECT RUNCTLF ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010 :
      * relu pour les préalables, étendu de la planification
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

      * Fichier de contrôle de période - voir copy PERCTL
           SELECT PERCTLF ASSIGN TO "PERCTLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RUNCTLF
           RECORD CONTAINS 30 CHARACTERS.
       01  RUNCTL-ENREG.
           05  RUNCTL-STEP             PIC X(08).
           05  RUNCTL-DATE             PIC 9(08).
           05  RUNCTL-NB-LUS           PIC 9(07).
           05  RUNCTL-NB-ECRITS        PIC 9(07).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       FD  PERCTLF
           RECORD CONTAINS 14 CHARACTERS.
       01  PERCTLF-ENREG               PIC X(14).

       WORKING-STORAGE SECTION.

      * Enregistrement de contrôle de période - voir copy PERCTL
       COPY PERCTL.

       01  WS-CTL-STATUS               PIC X(02).
           88  WS-CTL-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-PER-STATUS               PIC X(02).
           88  WS-PER-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01).
           88  WS-FIN-FICHIER          VALUE "O".

      * Date officielle de traitement, lue via DATPRM01, et sa
      * période AAAAMM
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-DECOMP.
           05  WS-DEC-PERIODE.
               10  WS-DEC-AAAA         PIC 9(04).
               10  WS-DEC-MM           PIC 9(02).
           05  WS-DEC-JJ               PIC 9(02).

      * Verdict du calendrier d'exploitation (CALFDM01)
       01  WS-FIN-DE-MOIS-SW           PIC X(01) VALUE "N".
           88  WS-FIN-DE-MOIS          VALUE "O".

      * Niveau de la fin de mois : M = mensuelle, T = trimestrielle
      * (mars, juin, septembre), A = annuelle (décembre, qui est
      * aussi une fin de trimestre)
       01  WS-NIVEAU                   PIC X(01) VALUE "M".
           88  WS-NIVEAU-MENSUEL       VALUE "M".
           88  WS-NIVEAU-TRIMESTRIEL   VALUE "T".
           88  WS-NIVEAU-ANNUEL        VALUE "A".

       01  WS-LIBELLE-NIVEAU           PIC X(13).

      * Table des préalables de la période : le step attendu, sa
      * source (C = RUNCTLF à la date, R = RUNFILE à la date, P =
      * RUNFILE dans le mois, code retour < 8 pour R et P) et son
      * verdict
       01  WS-PRE-TABLE.
           05  WS-PRE-ENTREE OCCURS 3 TIMES.
               10  WS-PRE-STEP         PIC X(08).
               10  WS-PRE-SOURCE-CTL   PIC X(01).
               10  WS-PRE-VU           PIC X(01).
       01  WS-NO-PREALABLE             PIC 9(01).
       01  WS-NB-PREALABLES-KO         PIC 9(02) VALUE ZEROES.

       01  WS-PREALABLE-VU-SW          PIC X(01).
           88  WS-PREALABLE-VU         VALUE "O".

      * Travaux périodiques de la chaîne MONTHEND, dans l'ordre des
      * steps, avec leur périodicité (M = chaque fin de mois, T =
      * fin de trimestre, A = fin d'année)
       01  WS-TRAVAUX-VALEURS.
           05  FILLER                  PIC X(10) VALUE "COMCAL010M".
           05  FILLER                  PIC X(10) VALUE "AVPMNT010M".
           05  FILLER                  PIC X(10) VALUE "DSNEXT010M".
           05  FILLER                  PIC X(10) VALUE "DRMSCN010M".
           05  FILLER                  PIC X(10) VALUE "FEEENG010M".
           05  FILLER                  PIC X(10) VALUE "IMMDEP010M".
           05  FILLER                  PIC X(10) VALUE "DCPROV010M".
           05  FILLER                  PIC X(10) VALUE "REVAL010 M".
           05  FILLER                  PIC X(10) VALUE "ALLOC010 M".
           05  FILLER                  PIC X(10) VALUE "SUSRPT010M".
           05  FILLER                  PIC X(10) VALUE "GLCLS010 M".
           05  FILLER                  PIC X(10) VALUE "GLACT010 M".
           05  FILLER                  PIC X(10) VALUE "FINSTM010M".
           05  FILLER                  PIC X(10) VALUE "BRPNL010 M".
           05  FILLER                  PIC X(10) VALUE "CSTSTM010M".
           05  FILLER                  PIC X(10) VALUE "VATDCL010M".
           05  FILLER                  PIC X(10) VALUE "DSOANA010M".
           05  FILLER                  PIC X(10) VALUE "AMLSTA010M".
           05  FILLER                  PIC X(10) VALUE "MVTTRD010M".
           05  FILLER                  PIC X(10) VALUE "HRANA010 M".
           05  FILLER                  PIC X(10) VALUE "GLYEC010 A".
           05  FILLER                  PIC X(10) VALUE "ANNCRT010A".
           05  FILLER                  PIC X(10) VALUE "FECEXP010A".
           05  FILLER                  PIC X(10) VALUE "INTTAX010A".
           05  FILLER                  PIC X(10) VALUE "RETMGR010M".
       01  WS-TRAVAUX-TABLE REDEFINES WS-TRAVAUX-VALEURS.
           05  WS-TRV-ENTREE OCCURS 25 TIMES
                   INDEXED BY WS-TRV-IDX.
               10  WS-TRV-PROGRAMME    PIC X(09).
               10  WS-TRV-PERIODICITE  PIC X(01).

       01  WS-NB-TRAVAUX-EXAMINES      PIC 9(07) VALUE ZEROES.
       01  WS-NB-TRAVAUX-PLANIFIES     PIC 9(07) VALUE ZEROES.

      * Travail courant dû à la date
       01  WS-TRAVAIL-DU-SW            PIC X(01).
           88  WS-TRAVAIL-DU           VALUE "O".

      * Journal de run commun - voir copy RUNREC (vue RUN-PLANIF
      * pour les lignes de planification)
       COPY RUNREC.

      * Heures machine HHMMSSCC telles que restituées par TIME
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : niveau de la fin de mois (0 = mensuelle,
      * 1 = trimestrielle, 2 = annuelle), 8 = période refusée ou
      * erreur fichier - toute la chaîne MONTHEND est alors sautée
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISER.
           PERFORM 2000-CONTROLER-CALENDRIER.

           IF WS-CODE-RETOUR < 8
               PERFORM 3000-VERIFIER-UN-PREALABLE
                   VARYING WS-NO-PREALABLE FROM 1 BY 1
                       UNTIL WS-NO-PREALABLE > 3
               PERFORM 3500-CONTROLER-PERIODE
               IF WS-NB-PREALABLES-KO > ZEROES
                   DISPLAY "PREALABLES EN ECHEC : "
                       WS-NB-PREALABLES-KO
                       " - FIN DE MOIS " WS-DEC-PERIODE " REFUSEE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

           IF WS-CODE-RETOUR < 8
               PERFORM 4000-DETERMINER-NIVEAU
               PERFORM 5000-PLANIFIER-LES-TRAVAUX
           END-IF.

           IF WS-CODE-RETOUR < 8
               EVALUATE TRUE
                   WHEN WS-NIVEAU-ANNUEL
                       MOVE 2 TO WS-CODE-RETOUR
                   WHEN WS-NIVEAU-TRIMESTRIEL
                       MOVE 1 TO WS-CODE-RETOUR
                   WHEN OTHER
                       MOVE 0 TO WS-CODE-RETOUR
               END-EVALUATE
               DISPLAY "FIN DE MOIS " WS-DEC-PERIODE " - NIVEAU "
                   WS-LIBELLE-NIVEAU " - TRAVAUX PLANIFIES : "
                   WS-NB-TRAVAUX-PLANIFIES
           END-IF.

           PERFORM 9600-ECRIRE-JOURNAL-RUN.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : date de traitement et table des          *
      * préalables de la période                                    *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP.

      * La fenêtre de nuit de la date est finie : bascule des
      * générations faite, roulement de date arrêté sur la fin de
      * mois
           MOVE "PROMOT01" TO WS-PRE-STEP(1).
           MOVE "C"        TO WS-PRE-SOURCE-CTL(1).

           MOVE "DATROL01" TO WS-PRE-STEP(2).
           MOVE "R"        TO WS-PRE-SOURCE-CTL(2).

      * La paie du mois est postée au grand livre : la chaîne de
      * paie tourne de jour, avant la fenêtre, à sa propre date
           MOVE "PAYGL010" TO WS-PRE-STEP(3).
           MOVE "P"        TO WS-PRE-SOURCE-CTL(3).

      * -----------------------------------------------------------*
      * 2000-CONTROLER-CALENDRIER : la date de traitement doit être *
      * le dernier jour ouvré du mois au calendrier d'exploitation  *
      * - sinon la période est refusée                              *
      * -----------------------------------------------------------*
       2000-CONTROLER-CALENDRIER.
           CALL "CALFDM01" USING WS-DATE-TRAITEMENT,
               WS-FIN-DE-MOIS-SW.

           IF NOT WS-FIN-DE-MOIS
               DISPLAY "DATE " WS-DATE-TRAITEMENT " NON MARQUEE "
                   "DERNIER JOUR OUVRE AU CALENDRIER - FIN DE MOIS "
                   "REFUSEE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 3000-VERIFIER-UN-PREALABLE : le step attendu s'est-il bien  *
      * terminé ? (RUNCTLF pour un step au pilotage de reprise,     *
      * RUNFILE code retour < 8 pour les autres)                    *
      * -----------------------------------------------------------*
       3000-VERIFIER-UN-PREALABLE.
           MOVE "N" TO WS-PREALABLE-VU-SW.
           MOVE "N" TO WS-EOF-SWITCH.

           IF WS-PRE-SOURCE-CTL(WS-NO-PREALABLE) = "C"
               PERFORM 3100-CHERCHER-DANS-RUNCTLF
           ELSE
               PERFORM 3200-CHERCHER-DANS-RUNFILE
           END-IF.

           IF WS-PREALABLE-VU
               MOVE "O" TO WS-PRE-VU(WS-NO-PREALABLE)
           ELSE
               MOVE "N" TO WS-PRE-VU(WS-NO-PREALABLE)
               ADD 1 TO WS-NB-PREALABLES-KO
               DISPLAY "PREALABLE NON TERMINE : "
                   WS-PRE-STEP(WS-NO-PREALABLE)
           END-IF.

      * -----------------------------------------------------------*
      * 3100-CHERCHER-DANS-RUNCTLF : bonne fin du step au pilotage  *
      * de reprise pour la date de traitement                       *
      * -----------------------------------------------------------*
       3100-CHERCHER-DANS-RUNCTLF.
           OPEN INPUT RUNCTLF.
           IF WS-CTL-OK
               PERFORM 3150-LIRE-RUNCTLF
                   UNTIL WS-FIN-FICHIER OR WS-PREALABLE-VU
               CLOSE RUNCTLF
           ELSE
               DISPLAY "RUNCTLF ABSENT - PREALABLE NON VERIFIABLE"
           END-IF.

      * -----------------------------------------------------------*
      * 3150-LIRE-RUNCTLF : lit une bonne fin et la compare au step *
      * attendu                                                     *
      * -----------------------------------------------------------*
       3150-LIRE-RUNCTLF.
           READ RUNCTLF
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF RUNCTL-STEP = WS-PRE-STEP(WS-NO-PREALABLE)
                       AND RUNCTL-DATE = WS-DATE-TRAITEMENT
                       SET WS-PREALABLE-VU TO TRUE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3200-CHERCHER-DANS-RUNFILE : run du step au journal de run, *
      * à la date (source R) ou dans le mois (source P) de          *
      * traitement, en code retour < 8                              *
      * -----------------------------------------------------------*
       3200-CHERCHER-DANS-RUNFILE.
           OPEN INPUT RUNFILE.
           IF WS-RUN-OK
               PERFORM 3250-LIRE-RUNFILE
                   UNTIL WS-FIN-FICHIER OR WS-PREALABLE-VU
               CLOSE RUNFILE
           ELSE
               DISPLAY "RUNFILE ABSENT - PREALABLE NON VERIFIABLE"
           END-IF.

      * -----------------------------------------------------------*
      * 3250-LIRE-RUNFILE : lit un enregistrement du journal de run *
      * et le compare au step attendu - les lignes de planification *
      * ne sont pas des runs                                        *
      * -----------------------------------------------------------*
       3250-LIRE-RUNFILE.
           READ RUNFILE INTO RUN-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF RUN-PROGRAMME = WS-PRE-STEP(WS-NO-PREALABLE)
                       AND NOT RUN-PLN-LIGNE-PLANIF
                       AND RUN-CODE-RETOUR < 8
                       IF RUN-DATE-TRAITEMENT = WS-DATE-TRAITEMENT
                           SET WS-PREALABLE-VU TO TRUE
                       END-IF
                       IF WS-PRE-SOURCE-CTL(WS-NO-PREALABLE) = "P"
                           AND RUN-DATE-TRAITEMENT(1:6) =
                               WS-DEC-PERIODE
                           SET WS-PREALABLE-VU TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3500-CONTROLER-PERIODE : la période comptable ouverte       *
      * (PERCTLF) doit être celle de la date - mois précédent non   *
      * clos, ou mois déjà clos par GLCLS010 = période refusée      *
      * -----------------------------------------------------------*
       3500-CONTROLER-PERIODE.
           OPEN INPUT PERCTLF.
           IF NOT WS-PER-OK
               DISPLAY "PERCTLF ABSENT - PERIODE NON VERIFIABLE"
               ADD 1 TO WS-NB-PREALABLES-KO
           ELSE
               READ PERCTLF INTO PERIODE-ENREG
                   AT END
                       DISPLAY "PERCTLF VIDE - PERIODE NON "
                           "VERIFIABLE"
                       ADD 1 TO WS-NB-PREALABLES-KO
                   NOT AT END
                       IF PER-PERIODE-OUVERTE NOT = WS-DEC-PERIODE
                           DISPLAY "PERIODE OUVERTE "
                               PER-PERIODE-OUVERTE " - ATTENDUE "
                               WS-DEC-PERIODE
                           ADD 1 TO WS-NB-PREALABLES-KO
                       END-IF
               END-READ
               CLOSE PERCTLF
           END-IF.

      * -----------------------------------------------------------*
      * 4000-DETERMINER-NIVEAU : trimestrielle en mars, juin et     *
      * septembre, annuelle en décembre, mensuelle sinon            *
      * -----------------------------------------------------------*
       4000-DETERMINER-NIVEAU.
           EVALUATE WS-DEC-MM
               WHEN 12
                   SET WS-NIVEAU-ANNUEL TO TRUE
                   MOVE "ANNUELLE" TO WS-LIBELLE-NIVEAU
               WHEN 03
               WHEN 06
               WHEN 09
                   SET WS-NIVEAU-TRIMESTRIEL TO TRUE
                   MOVE "TRIMESTRIELLE" TO WS-LIBELLE-NIVEAU
               WHEN OTHER
                   SET WS-NIVEAU-MENSUEL TO TRUE
                   MOVE "MENSUELLE" TO WS-LIBELLE-NIVEAU
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 5000-PLANIFIER-LES-TRAVAUX : parcourt la table des travaux  *
      * et consigne dans RUNFILE ceux qui sont dus à la date        *
      * -----------------------------------------------------------*
       5000-PLANIFIER-LES-TRAVAUX.
           OPEN EXTEND RUNFILE.
           IF NOT WS-RUN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR RUNFILE - STATUT "
                   WS-RUN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 5100-PLANIFIER-UN-TRAVAIL
                   VARYING WS-TRV-IDX FROM 1 BY 1
                       UNTIL WS-TRV-IDX > 25
               CLOSE RUNFILE
           END-IF.

      * -----------------------------------------------------------*
      * 5100-PLANIFIER-UN-TRAVAIL : retient le travail si sa        *
      * périodicité est due au niveau de la fin de mois et écrit sa *
      * ligne de planification                                      *
      * -----------------------------------------------------------*
       5100-PLANIFIER-UN-TRAVAIL.
           ADD 1 TO WS-NB-TRAVAUX-EXAMINES.
           MOVE "N" TO WS-TRAVAIL-DU-SW.

           EVALUATE WS-TRV-PERIODICITE(WS-TRV-IDX)
               WHEN "M"
                   SET WS-TRAVAIL-DU TO TRUE
               WHEN "T"
                   IF NOT WS-NIVEAU-MENSUEL
                       SET WS-TRAVAIL-DU TO TRUE
                   END-IF
               WHEN "A"
                   IF WS-NIVEAU-ANNUEL
                       SET WS-TRAVAIL-DU TO TRUE
                   END-IF
           END-EVALUATE.

           IF WS-TRAVAIL-DU
               MOVE SPACES TO RUN-PLANIF
               MOVE "MTHSEL01" TO RUN-PLN-PROGRAMME
               MOVE WS-DATE-TRAITEMENT TO RUN-PLN-DATE
               SET RUN-PLN-LIGNE-PLANIF TO TRUE
               MOVE WS-TRV-PROGRAMME(WS-TRV-IDX) TO RUN-PLN-TRAVAIL
               MOVE WS-TRV-PERIODICITE(WS-TRV-IDX)
                   TO RUN-PLN-PERIODICITE
               MOVE WS-DEC-PERIODE TO RUN-PLN-PERIODE
               MOVE ZEROES TO RUN-PLN-CODE-RETOUR
               WRITE RUNFILE-ENREG FROM RUN-PLANIF
               ADD 1 TO WS-NB-TRAVAUX-PLANIFIES
               DISPLAY "PLANIFIE : " WS-TRV-PROGRAMME(WS-TRV-IDX)
                   " (" WS-TRV-PERIODICITE(WS-TRV-IDX) ")"
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif                         *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "MTHSEL01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-TRAVAUX-EXAMINES TO RUN-NB-LUS.
           MOVE WS-NB-TRAVAUX-PLANIFIES TO RUN-NB-ECRITS.
           MOVE WS-NB-PREALABLES-KO TO RUN-NB-REJETES.
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
      * (période refusée ou erreur fichier) sans écraser un code    *
      * plus grave                                                  *
      * -----------------------------------------------------------*
       9800-NOTER-ERREUR-FICHIER.
           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
