      *                 chaque sauvegarde -PREV fraîche avec la
      *                 génération déjà promue - plus de copie de
      *                 retour arrière.
      * 2026-09-18  AG  Une génération de plus dans la bascule :
      *                 STKFILE (maître des stocks, produit par
      *                 STKUPD010 au pilotage de reprise). Elle est
      *                 facultative : une nuit où le step des
      *                 stocks est sauté (facturation en rejet),
      *                 le maître reste en place sans bloquer les
      *                 autres bascules. Compteur de poste porté à
      *                 deux chiffres.
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE passe de 144 à 145
      *                 caractères.
      * 2026-10-03  AG  YTDFILE porte le cumul annuel des cotisations
      *                 patronales : YTDFILE, YTDFILE-NEW et
      *                 YTDFILE-PREV passent de 24 à 33 caractères.
      * 2026-10-15  AG  INVFILE passe à 45 caractères (devise et
      *                 contre-valeur euro du poste)
      * 2026-10-15  AG  Une fois INVFILE ou ACCTFILE basculé, son index
      *                 (INVFILE-IDX, ACCTFILE-IDX) est rechargé depuis
      *                 la génération promue (IDXMST01).
      * 2026-10-15  AG  Chaque bascule est consignée dans le journal des
      *                 générations GENJNLF (copy GENJNL, type B, avec
      *                 le nombre d'enregistrements recopiés en -PREV)
      *                 : RETARR010 sait ainsi quelles -PREV restaurer
      *                 pour le retour arrière d'une date.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FU3-STATUS.

           SELECT STKFILE ASSIGN TO "STKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK1-STATUS.
           SELECT STKFILE-NEW ASSIGN TO "STKFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK2-STATUS.
           SELECT STKFILE-PREV ASSIGN TO "STKFILE-PREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK3-STATUS.

      * Pilotage de reprise : bonnes fins des steps producteurs
           SELECT RUNCTLF ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

      * Journal des générations de retour arrière - voir copy GENJNL
           SELECT GENJNLF ASSIGN TO "GENJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01  STOFILE-PREV-ENREG          PIC X(59).

       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).
       FD  PERSFILE-NEW
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-NEW-ENREG          PIC X(145).
       FD  PERSFILE-PREV
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-PREV-ENREG         PIC X(145).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).
       FD  INVFILE-NEW
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-NEW-ENREG           PIC X(45).
       FD  INVFILE-PREV
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-PREV-ENREG          PIC X(45).

       FD  YTDFILE
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-ENREG               PIC X(33).
       FD  YTDFILE-NEW
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-NEW-ENREG           PIC X(33).
       FD  YTDFILE-PREV
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-PREV-ENREG          PIC X(33).

       FD  ACCTFILE
           RECORD CONTAINS 50 CHARACTERS.
           RECORD CONTAINS 53 CHARACTERS.
       01  FUTFILE-PREV-ENREG          PIC X(53).

       FD  STKFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  STKFILE-ENREG               PIC X(60).
       FD  STKFILE-NEW
           RECORD CONTAINS 60 CHARACTERS.
       01  STKFILE-NEW-ENREG           PIC X(60).
       FD  STKFILE-PREV
           RECORD CONTAINS 60 CHARACTERS.
       01  STKFILE-PREV-ENREG          PIC X(60).

       FD  RUNCTLF
           RECORD CONTAINS 30 CHARACTERS.
       01  RUNCTL-ENREG.
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       FD  GENJNLF
           RECORD CONTAINS 32 CHARACTERS.
       01  GENJNLF-ENREG               PIC X(32).

       WORKING-STORAGE SECTION.

       01  WS-ST1-STATUS               PIC X(02).
       01  WS-FU1-STATUS               PIC X(02).
       01  WS-FU2-STATUS               PIC X(02).
       01  WS-FU3-STATUS               PIC X(02).
       01  WS-SK1-STATUS               PIC X(02).
       01  WS-SK2-STATUS               PIC X(02).
       01  WS-SK3-STATUS               PIC X(02).

       01  WS-CTL-STATUS               PIC X(02).
           88  WS-CTL-OK               VALUE "00".
       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-GJN-STATUS               PIC X(02).
           88  WS-GJN-OK               VALUE "00".

      * Ligne du journal des générations - voir copy GENJNL
       COPY GENJNL.

       01  WS-EOF-SWITCH               PIC X(01).
           88  WS-FIN-FICHIER          VALUE "O".

           88  WS-SOR-OK               VALUE "00".

      * Tampon de recopie, à la taille du plus long enregistrement
       01  WS-TAMPON                   PIC X(145).

      * Table de pilotage de la bascule : un poste par maître, avec
      * son step producteur (RUNCTLF pour C, RUNFILE pour R, aucun
      * pour blanc), son caractère obligatoire et son verdict
       01  WS-FIC-TABLE.
           05  WS-FIC-ENTREE OCCURS 9 TIMES.
               10  WS-FIC-NOM          PIC X(08).
               10  WS-FIC-PRODUCTEUR   PIC X(08).
               10  WS-FIC-SOURCE-CTL   PIC X(01).
               10  WS-FIC-OBLIGATOIRE  PIC X(01).
               10  WS-FIC-PRET         PIC X(01).
               10  WS-FIC-NB-ENREG     PIC 9(07).
       01  WS-NO-FICHIER               PIC 9(02).

       01  WS-NB-BASCULES              PIC 9(02) VALUE ZEROES.

      * Rechargement de l'index d'un maître promu (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08).
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.
       01  WS-NB-COPIES                PIC 9(07) VALUE ZEROES.
      * Enregistrements recopiés en -PREV pour le maître en cours
       01  WS-NB-PREV                  PIC 9(07) VALUE ZEROES.
       01  WS-PREV-ECRITE-SW           PIC X(01) VALUE "N".
           88  WS-PREV-ECRITE          VALUE "O".
       01  WS-TOUT-EST-PRET-SW         PIC X(01) VALUE "O".
           88  WS-TOUT-EST-PRET        VALUE "O".


               PERFORM 2000-VERIFIER-UN-MAITRE
                   VARYING WS-NO-FICHIER FROM 1 BY 1
                       UNTIL WS-NO-FICHIER > 9

               IF WS-TOUT-EST-PRET
                   PERFORM 4000-BASCULER-UN-MAITRE
                       VARYING WS-NO-FICHIER FROM 1 BY 1
                           UNTIL WS-NO-FICHIER > 9
                   DISPLAY "GENERATIONS BASCULEES : " WS-NB-BASCULES
               ELSE
                   DISPLAY "CONTROLES EN ECHEC - AUCUNE GENERATION "
           MOVE "C"        TO WS-FIC-SOURCE-CTL(8).
           MOVE "O"        TO WS-FIC-OBLIGATOIRE(8).

      * STKUPD01 est sauté les nuits où la facturation rejette :
      * le maître des stocks reste alors en place
           MOVE "STKFILE"  TO WS-FIC-NOM(9).
           MOVE "STKUPD01" TO WS-FIC-PRODUCTEUR(9).
           MOVE "C"        TO WS-FIC-SOURCE-CTL(9).
           MOVE "N"        TO WS-FIC-OBLIGATOIRE(9).

           PERFORM VARYING WS-NO-FICHIER FROM 1 BY 1
               UNTIL WS-NO-FICHIER > 9
               MOVE "N" TO WS-FIC-PRET(WS-NO-FICHIER)
               MOVE ZEROES TO WS-FIC-NB-ENREG(WS-NO-FICHIER)
           END-PERFORM.
           ELSE
               PERFORM 4100-SAUVER-LA-COURANTE
               PERFORM 4500-PROMOUVOIR-LA-NOUVELLE
               PERFORM 4700-JOURNALISER-LA-BASCULE
               ADD 1 TO WS-NB-BASCULES
               DISPLAY "BASCULE : " WS-FIC-NOM(WS-NO-FICHIER)
                   " (" WS-FIC-NB-ENREG(WS-NO-FICHIER)
      * -----------------------------------------------------------*
       4100-SAUVER-LA-COURANTE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-NB-PREV.
           MOVE "N" TO WS-PREV-ECRITE-SW.

           PERFORM 8100-OUVRIR-COURANTE-ENTREE.
           IF NOT WS-ENT-OK
                   PERFORM 4150-COPIER-VERS-PREV
                       UNTIL WS-FIN-FICHIER
                   PERFORM 8700-FERMER-PREV
                   SET WS-PREV-ECRITE TO TRUE
               END-IF
               PERFORM 8600-FERMER-COURANTE
           END-IF.
           PERFORM 8250-LIRE-COURANTE.
           IF NOT WS-FIN-FICHIER
               PERFORM 8350-ECRIRE-PREV
               ADD 1 TO WS-NB-PREV
           END-IF.

      * -----------------------------------------------------------*
                   PERFORM 4550-COPIER-VERS-COURANTE
                       UNTIL WS-FIN-FICHIER
                   PERFORM 8800-FERMER-COURANTE-SORTIE
                   PERFORM 4600-RECHARGER-INDEX
               END-IF
               PERFORM 8400-FERMER-NOUVELLE
           END-IF.
               ADD 1 TO WS-NB-COPIES
           END-IF.

      * -----------------------------------------------------------*
      * 4600-RECHARGER-INDEX : recharge l'index du maître promu     *
      * quand il en a un (INVFILE, ACCTFILE)                        *
      * -----------------------------------------------------------*
       4600-RECHARGER-INDEX.
           EVALUATE WS-NO-FICHIER
               WHEN 3
                   MOVE "INVFILE" TO WS-IXM-FICHIER
               WHEN 5
                   MOVE "ACCTFILE" TO WS-IXM-FICHIER
               WHEN OTHER
                   MOVE SPACES TO WS-IXM-FICHIER
           END-EVALUATE.

           IF WS-IXM-FICHIER NOT = SPACES
               CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
                   WS-IXM-RETOUR
               IF WS-IXM-RETOUR >= 8
                   DISPLAY "RECHARGEMENT DE L'INDEX DE "
                       WS-IXM-FICHIER " EN ERREUR - RELANCER IDXCHK1 "
                       WS-IXM-FICHIER " R"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4700-JOURNALISER-LA-BASCULE : consigne la bascule dans le   *
      * journal des générations (une -PREV a été écrite) pour le    *
      * retour arrière de la date (RETARR010)                       *
      * -----------------------------------------------------------*
       4700-JOURNALISER-LA-BASCULE.
           IF WS-PREV-ECRITE
               MOVE WS-DATE-TRAITEMENT TO GJN-DATE
               SET GJN-BASCULE TO TRUE
               MOVE WS-FIC-NOM(WS-NO-FICHIER) TO GJN-FICHIER
               MOVE WS-NB-PREV TO GJN-NB-ENREG
               MOVE "PROMOT01" TO GJN-PROGRAMME
               OPEN EXTEND GENJNLF
               IF WS-GJN-STATUS = "35"
                   OPEN OUTPUT GENJNLF
               END-IF
               IF WS-GJN-OK
                   WRITE GENJNLF-ENREG FROM GJN-ENREG
                   CLOSE GENJNLF
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR GENJNLF - STATUT "
                       WS-GJN-STATUS " - BASCULE NON JOURNALISEE"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 8000-OUVRIR-NOUVELLE-ENTREE : ouvre la .NEW du maître       *
      * courant en lecture                                          *
               WHEN 8
                   OPEN INPUT FUTFILE-NEW
                   MOVE WS-FU2-STATUS TO WS-ENT-STATUS
               WHEN 9
                   OPEN INPUT STKFILE-NEW
                   MOVE WS-SK2-STATUS TO WS-ENT-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
               WHEN 8
                   OPEN INPUT FUTFILE
                   MOVE WS-FU1-STATUS TO WS-ENT-STATUS
               WHEN 9
                   OPEN INPUT STKFILE
                   MOVE WS-SK1-STATUS TO WS-ENT-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 9
                   READ STKFILE-NEW INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
           END-EVALUATE.

      * -----------------------------------------------------------*
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN 9
                   READ STKFILE INTO WS-TAMPON
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
           END-EVALUATE.

      * -----------------------------------------------------------*
               WHEN 8
                   OPEN OUTPUT FUTFILE-PREV
                   MOVE WS-FU3-STATUS TO WS-SOR-STATUS
               WHEN 9
                   OPEN OUTPUT STKFILE-PREV
                   MOVE WS-SK3-STATUS TO WS-SOR-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
                   WRITE YTDDEDF-PREV-ENREG FROM WS-TAMPON
               WHEN 8
                   WRITE FUTFILE-PREV-ENREG FROM WS-TAMPON
               WHEN 9
                   WRITE STKFILE-PREV-ENREG FROM WS-TAMPON
           END-EVALUATE.

      * -----------------------------------------------------------*
               WHEN 8
                   OPEN OUTPUT FUTFILE
                   MOVE WS-FU1-STATUS TO WS-SOR-STATUS
               WHEN 9
                   OPEN OUTPUT STKFILE
                   MOVE WS-SK1-STATUS TO WS-SOR-STATUS
           END-EVALUATE.

      * -----------------------------------------------------------*
                   WRITE YTDDEDF-ENREG FROM WS-TAMPON
               WHEN 8
                   WRITE FUTFILE-ENREG FROM WS-TAMPON
               WHEN 9
                   WRITE STKFILE-ENREG FROM WS-TAMPON
           END-EVALUATE.

      * -----------------------------------------------------------*
                   CLOSE YTDDEDF-NEW
               WHEN 8
                   CLOSE FUTFILE-NEW
               WHEN 9
                   CLOSE STKFILE-NEW
           END-EVALUATE.

      * -----------------------------------------------------------*
                   CLOSE YTDDEDF
               WHEN 8
                   CLOSE FUTFILE
               WHEN 9
                   CLOSE STKFILE
           END-EVALUATE.

      * -----------------------------------------------------------*
                   CLOSE YTDDEDF-PREV
               WHEN 8
                   CLOSE FUTFILE-PREV
               WHEN 9
                   CLOSE STKFILE-PREV
           END-EVALUATE.

      * -----------------------------------------------------------*
