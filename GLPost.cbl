      *                 REJWRK1, C = correctif CORMNT1, blanc = flux
      *                 normal) - MVTFILE passe de 52 à 53
      *                 caractères.
      * 2026-10-09  AG  Virements inter-agences : la contrepartie d'une
      *                 jambe de virement (MVT-ORIGINE V) n'est plus la
      *                 banque mais le compte de liaison de la paire
      *                 d'agences, 181 + agence + agence de contrepartie
      *                 + 0 (dû à / dû par) ; les deux jambes d'un
      *                 virement soldent entre elles, le solde restant
      *                 est la position nette entre agences.
      * 2026-10-10  AG  Dimension agence : chaque jambe postée porte un
      *                 segment analytique (GLH-SEGMENT), l'agence
      *                 MVT-AGENCE du mouvement (A1/A2/A3) ou HQ pour le
      *                 siège (flux internes SO, IN, FR, AP...,
      *                 correctifs, lot de dépôts). Les soldes des
      *                 segments d'agence sont tenus dans le nouveau
      *                 GLSEGFIL (copy GLSEGREC), réécrit en entier
      *                 comme GLBALFIL ; le siège est le reste du solde
      *                 du compte. GLHSTFIL passe de 60 à 62 caractères.
      * 2026-10-12  AG  Run de simulation de la fenêtre (sous-programme
      *                 commun SIMCTL01, chaîne SIMBAT) : l'état
      *                 d'interface IFSTSFIL n'est pas posé, une
      *                 extraction simulée ne doit jamais attendre
      *                 d'acquittement de l'aval.
      * 2026-10-15  AG  Plus de table de 100 soldes : l'index
      *                 GLBALFIL-IDX est rechargé depuis GLBALFIL en
      *                 début de run (IDXMST01), chaque compte y est lu
      *                 et mis à jour par sa clé, et GLBALFIL est
      *                 réécrit depuis l'index en fin de run, dans
      *                 l'ordre des comptes. Un compte au-delà du 100e
      *                 était jusqu'ici posté sur le dernier poste de
      *                 la table.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.

      * Index des soldes du grand livre (miroir de GLBALFIL tenu par
      * IDXMST01), lu et mis à jour par compte pendant le run
           SELECT GLBALFIL-IDX ASSIGN TO "GLBALFIL-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIDX-COMPTE
               FILE STATUS IS WS-GIX-STATUS.

      * Soldes par compte et par segment d'agence (A1/A2/A3), le
      * siège étant le reste du solde GLBALFIL - voir copy GLSEGREC
           SELECT GLSEGFIL ASSIGN TO "GLSEGFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-STATUS.

      * Règles d'imputation : programme source + type de mouvement
      * vers compte du plan - voir copy GLRULREC
           SELECT GLRULFIL ASSIGN TO "GLRULFIL"
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  GLBALFIL-IDX.
       01  GLBALFIL-IDX-ENREG.
           05  GIDX-COMPTE             PIC X(06).
           05  GIDX-RESTE              PIC X(33).

       FD  GLSEGFIL
           RECORD CONTAINS 25 CHARACTERS.
       01  GLSEGFIL-ENREG              PIC X(25).

       FD  GLRULFIL
           RECORD CONTAINS 15 CHARACTERS.
       01  GLRULFIL-ENREG              PIC X(15).
       01  IFSTSFIL-ENREG              PIC X(45).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
      * Solde reporté du grand livre, tel que lu/écrit dans GLBALFIL
       COPY GLBALREC.

      * Solde par segment d'agence - voir copy GLSEGREC
       COPY GLSEGREC.

      * Règle d'imputation courante - voir copy GLRULREC
       COPY GLRULREC.

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

      * Soldes du grand livre : un compte du plan à la fois dans
      * GL-SOLDE-ENREG, lu et réécrit par sa clé dans GLBALFIL-IDX ;
      * l'index est rechargé depuis GLBALFIL en début de run et
      * GLBALFIL réécrit en entier depuis l'index en fin de run
       01  WS-GIX-STATUS               PIC X(02).
           88  WS-GIX-OK               VALUE "00".

       01  WS-GIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-GIX-OUVERT           VALUE "O".

       01  WS-FIN-SOLDES-SW            PIC X(01) VALUE "N".
           88  WS-FIN-SOLDES           VALUE "O".

       01  WS-NB-GLB                   PIC 9(05) VALUE ZEROES.

       01  WS-GLB-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-GLB-TROUVE           VALUE "O".

      * Rechargement de l'index du grand livre (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "GLBALFIL".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

      * Table des soldes par compte et segment d'agence, chargée
      * depuis GLSEGFIL et réécrite en entier en fin de run comme
      * la table des soldes
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

      * Segment analytique de l'écriture en cours : l'agence du
      * mouvement (A1/A2/A3) ou HQ pour le siège - flux internes
      * (SO, IN, FR, AP...), correctifs et lot de dépôts
       01  WS-SEGMENT-ECRITURE         PIC X(02).
           88  WS-SEGMENT-AGENCE       VALUE "A1" "A2" "A3".

      * Table des règles d'imputation, chargée depuis GLRULFIL
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTREE OCCURS 50 TIMES
       01  WS-COMPTE-BANQUE            PIC X(06) VALUE "512000".
       01  WS-COMPTE-ATTENTE           PIC X(06) VALUE "471000".

      * Compte de liaison inter-agences d'une jambe de virement :
      * 181 + chiffre de l'agence de la jambe + chiffre de l'agence
      * de contrepartie + 0 (181120 = position de l'agence A1 envers
      * l'agence A2) ; il remplace la banque en contrepartie
       01  WS-COMPTE-LIAISON.
           05  FILLER                  PIC X(03) VALUE "181".
           05  WS-LIA-AGENCE           PIC X(01).
           05  WS-LIA-AGENCE-CTP       PIC X(01).
           05  FILLER                  PIC X(01) VALUE "0".
       01  WS-COMPTE-CONTREPARTIE      PIC X(06).

      * Comptes et montant de l'écriture en cours de postage
       01  WS-COMPTE-DEBIT             PIC X(06).
       01  WS-COMPTE-CREDIT            PIC X(06).
       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-GLS-STATUS               PIC X(02).
           88  WS-GLS-OK               VALUE "00".

       01  WS-RUL-STATUS               PIC X(02).
           88  WS-RUL-LU-OK            VALUE "00".

       01  WS-STEP-DEJA-FAIT-SW        PIC X(01).
           88  WS-STEP-DEJA-FAIT       VALUE "O".

      * Mode du run restitué par SIMCTL01 : en simulation, l'état
      * d'interface IFSTSFIL n'est pas posé
       01  WS-SIMULATION-SW            PIC X(01).
           88  WS-SIMULATION           VALUE "O".

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

               DISPLAY "STEP DEJA TERMINE POUR CETTE DATE - SAUTE"
           ELSE
               PERFORM 1000-INITIALISER
               IF WS-GIX-OUVERT
                   PERFORM 2000-POSTER-DEPOTS
               END-IF
               PERFORM 3000-POSTER-MOUVEMENTS
                   UNTIL WS-FIN-FICHIER
               PERFORM 4000-TERMINER
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre l'index des soldes reportés,       *
      * charge les règles d'imputation en table et ouvre les        *
      * fichiers du jour                                            *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-SOLDES.
           PERFORM 1300-CHARGER-SEGMENTS.
           PERFORM 1200-CHARGER-REGLES.

           OPEN INPUT MVTFILE.
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (un solde par compte du plan) et l'ouvre en mise à jour ;   *
      * GLBALFIL absent = grand livre vierge. Index inutilisable =  *
      * rien n'est posté                                            *
      * -----------------------------------------------------------*
       1100-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "AUCUNE ECRITURE POSTEE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           ELSE
               IF WS-IXM-RETOUR = 4
                   DISPLAY "GLBALFIL INTROUVABLE - GRAND LIVRE VIERGE"
               END-IF
               OPEN I-O GLBALFIL-IDX
               IF WS-GIX-OK
                   SET WS-GIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR GLBALFIL-IDX - STATUT "
                       WS-GIX-STATUS " - AUCUNE ECRITURE POSTEE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
                   SET WS-FIN-FICHIER TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1300-CHARGER-SEGMENTS : charge GLSEGFIL (un solde par       *
      * compte et agence) en table ; fichier absent = aucun solde   *
      * d'agence encore posté                                       *
      * -----------------------------------------------------------*
       1300-CHARGER-SEGMENTS.
           OPEN INPUT GLSEGFIL.
           IF WS-GLS-OK
               PERFORM 1350-LIRE-ET-STOCKER-SEGMENT
                   UNTIL NOT WS-GLS-OK OR WS-NB-GLS >= 300
               CLOSE GLSEGFIL
           ELSE
               DISPLAY "GLSEGFIL INTROUVABLE - SEGMENTS VIERGES"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-SEGMENT : lit un solde de segment et   *
      * le place dans la table                                      *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-SEGMENT.
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
               MOVE CTLHDR-DATE TO WS-DATE-CONTROLEE
               CALL "PERCTL01" USING WS-DATE-CONTROLEE,
                   WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW
               IF CTLHDR-DATE = GL-LOT-DATE
                   OR WS-PERIODE-CLOSE
                   SET WS-LOT-REFUSE TO TRUE
                   PERFORM 2080-REFUSER-LOT

           MOVE CTLHDR-DATE      TO WS-HIST-LOT-DATE.
           MOVE CTLHDR-PROGRAMME TO WS-HIST-LOT-PROG.
           MOVE "HQ"             TO WS-SEGMENT-ECRITURE.

           MOVE WS-COMPTE-BANQUE TO WS-COMPTE-DEBIT.
           MOVE WS-COMPTE-REGLE  TO WS-COMPTE-CREDIT.

           MOVE WS-COMPTE-BANQUE TO WS-COMPTE-CIBLE.
           PERFORM 7000-TROUVER-CREER-COMPTE.
           MOVE CTLHDR-DATE      TO GL-LOT-DATE.
           MOVE CTLHDR-PROGRAMME TO GL-LOT-PROGRAMME.
           PERFORM 7050-REECRIRE-COMPTE.

      * -----------------------------------------------------------*
      * 2080-REFUSER-LOT : journalise dans EXCFILE le refus de      *
           SET EXC-SEV-CRITIQUE TO TRUE.
           MOVE "CTLHDR-DATE" TO EXC-CHAMP.
           MOVE CTLHDR-DATE  TO EXC-VALEUR1.
           MOVE GL-LOT-DATE  TO EXC-VALEUR2.
           IF WS-PERIODE-CLOSE
               MOVE "LOT EN PERIODE CLOSE - POSTAGE REFUSE"
                   TO EXC-MESSAGE
      * -----------------------------------------------------------*
      * 3000-POSTER-MOUVEMENTS : poste chaque mouvement du jour en  *
      * partie double selon sa règle d'imputation - un crédit       *
      * débite la banque, un débit la crédite ; pour une jambe de   *
      * virement inter-agences le compte de liaison de la paire     *
      * d'agences tient lieu de banque. Les deux jambes portent le  *
      * segment de l'agence du mouvement (HQ hors agence)           *
      * -----------------------------------------------------------*
       3000-POSTER-MOUVEMENTS.
           CALL "PERCTL01" USING MVT-DATE, WS-PERIODE-OUVERTE,
               MOVE WS-DATE-TRAITEMENT TO WS-HIST-LOT-DATE
               MOVE "MVTFILE"          TO WS-HIST-LOT-PROG

               MOVE MVT-AGENCE TO WS-SEGMENT-ECRITURE
               IF NOT WS-SEGMENT-AGENCE
                   MOVE "HQ" TO WS-SEGMENT-ECRITURE
               END-IF

               IF MVT-VIREMENT-AGENCE
                   MOVE MVT-AGENCE(2:1)         TO WS-LIA-AGENCE
                   MOVE MVT-VIR-AGENCE-CTP(2:1) TO WS-LIA-AGENCE-CTP
                   MOVE WS-COMPTE-LIAISON TO WS-COMPTE-CONTREPARTIE
               ELSE
                   MOVE WS-COMPTE-BANQUE  TO WS-COMPTE-CONTREPARTIE
               END-IF

               IF MVT-CREDIT
                   MOVE WS-COMPTE-CONTREPARTIE TO WS-COMPTE-DEBIT
                   MOVE WS-COMPTE-REGLE        TO WS-COMPTE-CREDIT
               ELSE
                   MOVE WS-COMPTE-REGLE        TO WS-COMPTE-DEBIT
                   MOVE WS-COMPTE-CONTREPARTIE TO WS-COMPTE-CREDIT
               END-IF

               MOVE MVT-MONTANT TO WS-MONTANT-EXTRAIT

      * -----------------------------------------------------------*
      * 6000-POSTER-ECRITURE : applique l'écriture courante en      *
      * partie double (débit positif, crédit négatif), sur le solde *
      * du segment d'agence aussi le cas échéant, et extrait ses    *
      * deux jambes dans GLEXTFILE                                  *
      * -----------------------------------------------------------*
       6000-POSTER-ECRITURE.
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE-CIBLE.
           PERFORM 7000-TROUVER-CREER-COMPTE.
           ADD WS-MONTANT-EXTRAIT TO GL-SOLDE.
           MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ.
           PERFORM 7050-REECRIRE-COMPTE.
           IF WS-SEGMENT-AGENCE
               PERFORM 7100-TROUVER-CREER-SEGMENT
               ADD WS-MONTANT-EXTRAIT TO WS-GLS-SOLDE(WS-GLS-IDX)
               MOVE WS-DATE-TRAITEMENT
                   TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
           END-IF.

           MOVE WS-COMPTE-CREDIT TO WS-COMPTE-CIBLE.
           PERFORM 7000-TROUVER-CREER-COMPTE.
           SUBTRACT WS-MONTANT-EXTRAIT FROM GL-SOLDE.
           MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ.
           PERFORM 7050-REECRIRE-COMPTE.
           IF WS-SEGMENT-AGENCE
               PERFORM 7100-TROUVER-CREER-SEGMENT
               SUBTRACT WS-MONTANT-EXTRAIT
                   FROM WS-GLS-SOLDE(WS-GLS-IDX)
               MOVE WS-DATE-TRAITEMENT
                   TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
           END-IF.

           SET GLEXT-SENS-DEBIT TO TRUE.
           MOVE WS-COMPTE-DEBIT TO GLEXT-COMPTE.
      * -----------------------------------------------------------*
      * 6200-HISTORISER-JAMBE : conserve la jambe courante dans     *
      * l'historique permanent GLHSTFIL, avec l'identifiant du lot  *
      * source et le segment d'agence                               *
      * -----------------------------------------------------------*
       6200-HISTORISER-JAMBE.
           MOVE WS-DATE-TRAITEMENT TO GLH-DATE.
           MOVE GLEXT-LIBELLE      TO GLH-LIBELLE.
           MOVE WS-HIST-LOT-DATE   TO GLH-LOT-DATE.
           MOVE WS-HIST-LOT-PROG   TO GLH-LOT-PROGRAMME.
           MOVE WS-SEGMENT-ECRITURE TO GLH-SEGMENT.

           IF WS-HST-OK
               WRITE GLHSTFIL-ENREG FROM GLH-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 7000-TROUVER-CREER-COMPTE : lit dans GL-SOLDE-ENREG le      *
      * solde du compte cible dans GLBALFIL-IDX, en le créant à     *
      * zéro s'il n'y figure pas encore                             *
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
      * solde du compte cible pour le segment de l'écriture, créé à *
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
                           WS-SEGMENT-ECRITURE
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
                   MOVE WS-SEGMENT-ECRITURE
                       TO WS-GLS-SEGMENT(WS-GLS-IDX)
                   MOVE ZEROES TO WS-GLS-SOLDE(WS-GLS-IDX)
                   MOVE ZEROES TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4000-TERMINER : ferme les fichiers du jour, réécrit GLBALFIL *
      * en entier depuis son index et la table des soldes par       *
      * agence dans GLSEGFIL                                        *
      * -----------------------------------------------------------*
       4000-TERMINER.
           CLOSE MVTFILE.
               MOVE WS-TOTAL-EXTRAIT TO CTLTRL-TOTAL-CTL
               WRITE GLEXTFILE-TRL FROM CTLTRL-ENREG
               CLOSE GLEXTFILE
               CALL "SIMCTL01" USING WS-SIMULATION-SW
               IF WS-SIMULATION
                   DISPLAY "SIMULATION - IFSTSFIL NON MIS A JOUR"
               ELSE
                   PERFORM 4200-POSER-ETAT-INTERFACE
               END-IF
           END-IF.

      * Index inutilisable : GLBALFIL est laissé tel quel plutôt
      * que réécrit vide
           IF WS-GIX-OUVERT
               OPEN OUTPUT GLBALFIL
               IF NOT WS-GLB-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR GLBALFIL - STATUT "
                       WS-GLB-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 4050-POSITIONNER-SOLDES
                   PERFORM 4100-ECRIRE-UN-SOLDE
                       UNTIL WS-FIN-SOLDES
                   CLOSE GLBALFIL
               END-IF
               CLOSE GLBALFIL-IDX
           END-IF.

           OPEN OUTPUT GLSEGFIL.
           IF NOT WS-GLS-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLSEGFIL - STATUT "
                   WS-GLS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 4300-ECRIRE-UN-SEGMENT
                   VARYING WS-GLS-IDX FROM 1 BY 1
                       UNTIL WS-GLS-IDX > WS-NB-GLS
               CLOSE GLSEGFIL
           END-IF.

           DISPLAY "COMPTES DU GRAND LIVRE : " WS-NB-GLB.
           DISPLAY "SOLDES PAR AGENCE      : " WS-NB-GLS.
           DISPLAY "ECRITURES EXTRAITES    : " WS-NB-EXTRAITS.

      * -----------------------------------------------------------*
           END-IF.

      * -----------------------------------------------------------*
      * 4050-POSITIONNER-SOLDES : se positionne sur le premier      *
      * compte de GLBALFIL-IDX et le lit                            *
      * -----------------------------------------------------------*
       4050-POSITIONNER-SOLDES.
           MOVE "N" TO WS-FIN-SOLDES-SW.
           MOVE LOW-VALUES TO GIDX-COMPTE.
           START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
               INVALID KEY
                   SET WS-FIN-SOLDES TO TRUE
           END-START.

           IF NOT WS-FIN-SOLDES
               PERFORM 4080-LIRE-SOLDE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 4080-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       4080-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 4100-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX dans GLBALFIL                                  *
      * -----------------------------------------------------------*
       4100-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.
           ADD 1 TO WS-NB-GLB.

           PERFORM 4080-LIRE-SOLDE-SUIVANT.

      * -----------------------------------------------------------*
      * 4300-ECRIRE-UN-SEGMENT : écrit un poste de la table des     *
      * soldes par agence dans GLSEGFIL                             *
      * -----------------------------------------------------------*
       4300-ECRIRE-UN-SEGMENT.
           MOVE WS-GLS-COMPTE(WS-GLS-IDX)   TO GLS-COMPTE.
           MOVE WS-GLS-SEGMENT(WS-GLS-IDX)  TO GLS-SEGMENT.
           MOVE WS-GLS-SOLDE(WS-GLS-IDX)    TO GLS-SOLDE.
           MOVE WS-GLS-DATE-MAJ(WS-GLS-IDX) TO GLS-DATE-MAJ.

           WRITE GLSEGFIL-ENREG FROM GLS-ENREG.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
