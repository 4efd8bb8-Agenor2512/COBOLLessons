      *                 chaque solde source et sa ventilation. Un
      *                 second lancement retrouve les sources à
      *                 zéro et ne réalloue rien.
      * 2026-10-10  AG  Dimension agence : une règle ALLOCF peut viser
      *                 un segment (ALC-SEGMENT-CIBLE, agence A1/A2/A3
      *                 ou blanc/HQ = siège ; ALLOCF passe de 17 à 19
      *                 caractères) - la part d'une cible d'agence met
      *                 aussi à jour son solde dans GLSEGFIL (copy
      *                 GLSEGREC) et chaque jambe porte son segment dans
      *                 GLH-SEGMENT. Seule la part siège du source
      *                 (solde moins soldes d'agence) est répartie et le
      *                 source est soldé par soustraction : un coût du
      *                 siège peut ainsi se répartir sur les agences du
      *                 même compte, et une relance ne réalloue toujours
      *                 rien. GLHSTFIL passe de 60 à 62 caractères.
      * 2026-10-15  AG  Plus de table de 100 soldes : comme dans
      *                 GLPOST010, GLBALFIL-IDX est rechargé depuis
      *                 GLBALFIL (IDXMST01), chaque compte y est lu et
      *                 mis à jour par sa clé, puis GLBALFIL est
      *                 réécrit depuis l'index dans l'ordre des
      *                 comptes.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.

      * Index des soldes du grand livre (miroir de GLBALFIL tenu par
      * IDXMST01), lu et mis à jour par compte pendant la répartition
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

       FILE SECTION.
       FD  ALLOCF
           RECORD CONTAINS 19 CHARACTERS.
       01  ALLOCF-ENREG                PIC X(19).

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

       FD  ALLOCRPT
           RECORD CONTAINS 80 CHARACTERS.
      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Solde par segment d'agence - voir copy GLSEGREC
       COPY GLSEGREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-GLS-STATUS               PIC X(02).
           88  WS-GLS-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

               10  WS-ALC-SOURCE       PIC X(06).
               10  WS-ALC-CIBLE        PIC X(06).
               10  WS-ALC-POURCENT     PIC 9(03)V9(02).
               10  WS-ALC-SEGMENT      PIC X(02).
               10  WS-ALC-SERVIE       PIC X(01).
       01  WS-NB-ALC                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-ALC                   PIC 9(03).
       01  WS-NO-ALC-2                 PIC 9(03).

      * Soldes du grand livre, même mécanique que GLPOST010 : lus
      * et réécrits par compte dans GLBALFIL-IDX, GLBALFIL réécrit
      * en entier depuis l'index après la répartition
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

       01  WS-GLB-TROUVE-SWITCH       PIC X(01) VALUE "N".
           88  WS-GLB-TROUVE           VALUE "O".

       01  WS-COMPTE-CIBLE             PIC X(06).

      * Table des soldes par compte et segment d'agence, même
      * mécanique que GLPOST010 (le siège n'y figure pas)
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

      * Segment de la cible servie : agence A1/A2/A3 ou HQ (siège)
       01  WS-SEGMENT-CIBLE            PIC X(02).
           88  WS-SEGMENT-AGENCE       VALUE "A1" "A2" "A3".

      * Répartition du source en cours : solde à ventiler (part
      * siège du compte source), contrôle des pourcentages, parts
      * distribuées
       01  WS-SOURCE-EDITE             PIC X(06).
       01  WS-SOLDE-SOURCE             PIC S9(07)V9(02).
       01  WS-TOTAL-POURCENT           PIC 9(05)V9(02).
       01  WS-LIGNE-CIBLE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LC-COMPTE               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-SEGMENT              PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-POURCENT             PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-PART                 PIC -(07)9.99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-LIGNE-REFUS.
           05  FILLER                  PIC X(09) VALUE "SOURCE : ".
                   VARYING WS-NO-ALC FROM 1 BY 1
                       UNTIL WS-NO-ALC > WS-NB-ALC
               PERFORM 4500-REECRIRE-SOLDES
               PERFORM 4600-REECRIRE-SEGMENTS
           END-IF.

           PERFORM 5000-TERMINER.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les règles, ouvre l'index des     *
      * soldes, ouvre l'historique et le journal                    *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-REGLES.
           PERFORM 1300-OUVRIR-SOLDES.
           PERFORM 1400-CHARGER-SEGMENTS.

      * EXTEND : l'historique des écritures est permanent ; sans
      * lui, pas de répartition
                       TO WS-ALC-CIBLE(WS-NB-ALC)
                   MOVE ALC-POURCENT
                       TO WS-ALC-POURCENT(WS-NB-ALC)
                   IF ALC-SEGMENT-CIBLE = SPACES
                       MOVE "HQ" TO WS-ALC-SEGMENT(WS-NB-ALC)
                   ELSE
                       MOVE ALC-SEGMENT-CIBLE
                           TO WS-ALC-SEGMENT(WS-NB-ALC)
                   END-IF
                   MOVE "N" TO WS-ALC-SERVIE(WS-NB-ALC)
           END-READ.

      * -----------------------------------------------------------*
      * 1300-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * et l'ouvre en mise à jour (même mécanique que GLPOST010) ;  *
      * GLBALFIL absent = grand livre vierge                        *
      * -----------------------------------------------------------*
       1300-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "REPARTITION REFUSEE"
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
                       WS-GIX-STATUS " - REPARTITION REFUSEE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1400-CHARGER-SEGMENTS : charge GLSEGFIL en table (même      *
      * mécanique que GLPOST010) ; absent = aucun solde d'agence    *
      * -----------------------------------------------------------*
       1400-CHARGER-SEGMENTS.
           OPEN INPUT GLSEGFIL.
           IF WS-GLS-OK
               PERFORM 1450-LIRE-ET-STOCKER-SEGMENT
                   UNTIL NOT WS-GLS-OK OR WS-NB-GLS >= 300
               CLOSE GLSEGFIL
           ELSE
               DISPLAY "GLSEGFIL INTROUVABLE - SEGMENTS VIERGES"
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-ET-STOCKER-SEGMENT : lit un solde de segment et   *
      * le place dans la table                                      *
      * -----------------------------------------------------------*
       1450-LIRE-ET-STOCKER-SEGMENT.
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
           END-PERFORM.

      * -----------------------------------------------------------*
      * 2300-VENTILER-LE-SOURCE : ventile la part siège du source   *
      * (solde du compte moins ses soldes d'agence) sur ses cibles  *
      * - la dernière cible reçoit le reste à ventiler pour que les *
      * écritures restent équilibrées ; une part déjà répartie sur  *
      * les agences n'est plus reprise au lancement suivant         *
      * -----------------------------------------------------------*
       2300-VENTILER-LE-SOURCE.
           MOVE WS-SOURCE-EDITE TO WS-COMPTE-CIBLE.
           PERFORM 7000-TROUVER-CREER-COMPTE.
           MOVE GL-SOLDE TO WS-SOLDE-SOURCE.
           PERFORM 2350-DEDUIRE-LES-AGENCES
               VARYING WS-GLS-IDX FROM 1 BY 1
                   UNTIL WS-GLS-IDX > WS-NB-GLS.

           IF WS-RPT-OK
               MOVE WS-SOURCE-EDITE TO LS-COMPTE
               ADD 1 TO WS-NB-SOURCES-REPARTIS
           END-IF.

      * -----------------------------------------------------------*
      * 2350-DEDUIRE-LES-AGENCES : retire du solde à ventiler la    *
      * part du source déjà portée par une agence                   *
      * -----------------------------------------------------------*
       2350-DEDUIRE-LES-AGENCES.
           IF WS-GLS-COMPTE(WS-GLS-IDX) = WS-SOURCE-EDITE
               SUBTRACT WS-GLS-SOLDE(WS-GLS-IDX) FROM WS-SOLDE-SOURCE
           END-IF.

      * -----------------------------------------------------------*
      * 2400-SERVIR-UNE-CIBLE : calcule et poste la part d'une      *
      * cible du source édité, sur le solde de son agence aussi     *
      * quand la règle vise une agence                              *
      * -----------------------------------------------------------*
       2400-SERVIR-UNE-CIBLE.
           SET WS-ALC-IDX TO WS-NO-ALC-2.

               MOVE WS-ALC-CIBLE(WS-ALC-IDX) TO WS-COMPTE-CIBLE
               PERFORM 7000-TROUVER-CREER-COMPTE
               ADD WS-PART TO GL-SOLDE
               MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ
               PERFORM 7050-REECRIRE-COMPTE

               MOVE WS-ALC-SEGMENT(WS-ALC-IDX) TO WS-SEGMENT-CIBLE
               IF WS-SEGMENT-AGENCE
                   PERFORM 7100-TROUVER-CREER-SEGMENT
                   ADD WS-PART TO WS-GLS-SOLDE(WS-GLS-IDX)
                   MOVE WS-DATE-TRAITEMENT
                       TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
               END-IF

               PERFORM 2500-HISTORISER-LA-PART

               IF WS-RPT-OK
                   MOVE WS-ALC-CIBLE(WS-ALC-IDX)    TO LC-COMPTE
                   MOVE WS-ALC-SEGMENT(WS-ALC-IDX)  TO LC-SEGMENT
                   MOVE WS-ALC-POURCENT(WS-ALC-IDX) TO LC-POURCENT
                   MOVE WS-PART                     TO LC-PART
                   WRITE ALLOCRPT-LIGNE FROM WS-LIGNE-CIBLE
           MOVE WS-SOURCE-EDITE TO GLH-LIBELLE(8:6).
           MOVE WS-DATE-TRAITEMENT TO GLH-LOT-DATE.
           MOVE "ALLOC010" TO GLH-LOT-PROGRAMME.
           MOVE WS-SEGMENT-CIBLE TO GLH-SEGMENT.

           IF WS-HST-OK
               WRITE GLHSTFIL-ENREG FROM GLH-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2600-SOLDER-LE-SOURCE : solde la part siège du compte       *
      * source par la contre-jambe de la répartition                *
      * -----------------------------------------------------------*
       2600-SOLDER-LE-SOURCE.
           IF WS-SOLDE-SOURCE >= ZEROES
           MOVE "REPARTITION SORTIE" TO GLH-LIBELLE.
           MOVE WS-DATE-TRAITEMENT TO GLH-LOT-DATE.
           MOVE "ALLOC010" TO GLH-LOT-PROGRAMME.
           MOVE "HQ" TO GLH-SEGMENT.

           IF WS-HST-OK
               WRITE GLHSTFIL-ENREG FROM GLH-ENREG
           END-IF.

      * Soustraction et non remise à zéro : le compte source garde
      * ses soldes d'agence, y compris les parts qu'il vient de
      * recevoir quand la règle répartit un compte sur lui-même
           MOVE WS-SOURCE-EDITE TO WS-COMPTE-CIBLE.
           PERFORM 7000-TROUVER-CREER-COMPTE.
           SUBTRACT WS-SOLDE-SOURCE FROM GL-SOLDE.
           MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ.
           PERFORM 7050-REECRIRE-COMPTE.

      * -----------------------------------------------------------*
      * 7000-TROUVER-CREER-COMPTE : lit dans GL-SOLDE-ENREG le      *
      * solde du compte cible dans GLBALFIL-IDX, en le créant à     *
      * zéro s'il n'y figure pas encore (même mécanique que         *
      * GLPOST010)                                                  *
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
                       PERFORM 9800-NOTER-ERREUR-FICHIER
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
                   PERFORM 9800-NOTER-ERREUR-FICHIER
           END-REWRITE.

      * -----------------------------------------------------------*
      * 7100-TROUVER-CREER-SEGMENT : positionne WS-GLS-IDX sur le   *
      * solde du compte cible pour l'agence de la règle, créé à     *
      * zéro s'il n'y figure pas encore                             *
      * -----------------------------------------------------------*
       7100-TROUVER-CREER-SEGMENT.
           MOVE "N" TO WS-GLS-TROUVE-SWITCH.

           IF WS-NB-GLS > ZEROES
               SET WS-GLS-IDX TO 1
               SEARCH WS-GLS-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-GLS-COMPTE(WS-GLS-IDX) = WS-COMPTE-CIBLE
                       AND WS-GLS-SEGMENT(WS-GLS-IDX) =
                           WS-SEGMENT-CIBLE
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
                   MOVE WS-SEGMENT-CIBLE
                       TO WS-GLS-SEGMENT(WS-GLS-IDX)
                   MOVE ZEROES TO WS-GLS-SOLDE(WS-GLS-IDX)
                   MOVE ZEROES TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4500-REECRIRE-SOLDES : réécrit GLBALFIL en entier depuis    *
      * GLBALFIL-IDX, dans l'ordre des comptes                      *
      * -----------------------------------------------------------*
       4500-REECRIRE-SOLDES.
           OPEN OUTPUT GLBALFIL.
           IF NOT WS-GLB-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - "
                   "STATUT " WS-GLB-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "N" TO WS-FIN-SOLDES-SW
               MOVE LOW-VALUES TO GIDX-COMPTE
               START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
                   INVALID KEY
                       SET WS-FIN-SOLDES TO TRUE
               END-START
               IF NOT WS-FIN-SOLDES
                   PERFORM 4560-LIRE-SOLDE-SUIVANT
               END-IF
               PERFORM 4550-ECRIRE-UN-SOLDE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLBALFIL
           END-IF.

      * -----------------------------------------------------------*
      * 4550-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX dans GLBALFIL                                  *
      * -----------------------------------------------------------*
       4550-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.

           PERFORM 4560-LIRE-SOLDE-SUIVANT.

      * -----------------------------------------------------------*
      * 4560-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       4560-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 4600-REECRIRE-SEGMENTS : réécrit la table des soldes par    *
      * agence en entier dans GLSEGFIL                              *
      * -----------------------------------------------------------*
       4600-REECRIRE-SEGMENTS.
           IF WS-NB-GLS = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT GLSEGFIL
               IF NOT WS-GLS-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE GLSEGFIL - "
                       "STATUT " WS-GLS-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 4650-ECRIRE-UN-SEGMENT
                       VARYING WS-GLS-IDX FROM 1 BY 1
                           UNTIL WS-GLS-IDX > WS-NB-GLS
                   CLOSE GLSEGFIL
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4650-ECRIRE-UN-SEGMENT : écrit un poste de la table des     *
      * soldes par agence dans GLSEGFIL                             *
      * -----------------------------------------------------------*
       4650-ECRIRE-UN-SEGMENT.
           MOVE WS-GLS-COMPTE(WS-GLS-IDX)   TO GLS-COMPTE.
           MOVE WS-GLS-SEGMENT(WS-GLS-IDX)  TO GLS-SEGMENT.
           MOVE WS-GLS-SOLDE(WS-GLS-IDX)    TO GLS-SOLDE.
           MOVE WS-GLS-DATE-MAJ(WS-GLS-IDX) TO GLS-DATE-MAJ.

           WRITE GLSEGFIL-ENREG FROM GLS-ENREG.

      * -----------------------------------------------------------*
      * 5000-TERMINER : ferme l'historique et le journal, affiche   *
           IF WS-HST-OK
               CLOSE GLHSTFIL
           END-IF.
           IF WS-GIX-OUVERT
               CLOSE GLBALFIL-IDX
           END-IF.
           IF WS-RPT-OK
               CLOSE ALLOCRPT
           END-IF.
