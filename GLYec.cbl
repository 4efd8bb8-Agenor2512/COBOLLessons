      *                 une seconde fois (code retour 8, même garde
      *                 que GLCLS010). Un compte de GLBALFIL absent
      *                 du plan est conservé au bilan et signalé.
      * 2026-10-10  AG  Dimension agence : la clôture solde chaque
      *                 compte de résultat segment par segment - une
      *                 écriture de clôture par agence porteuse d'un
      *                 solde dans GLSEGFIL (copy GLSEGREC), le reste au
      *                 siège (HQ) - et porte le résultat de chaque
      *                 agence au report à nouveau sur son propre
      *                 segment ; GLSEGFIL est réécrit sans les postes
      *                 soldés et le récapitulatif ventile le résultat
      *                 par segment. GLHSTFIL passe de 60 à 62
      *                 caractères.
      * 2026-10-15  AG  Plus de table de 100 soldes : comme dans
      *                 GLPOST010, GLBALFIL-IDX est rechargé depuis
      *                 GLBALFIL (IDXMST01) en début de run ; la
      *                 photographie et le virement des résultats le
      *                 parcourent dans l'ordre des comptes, chaque
      *                 compte de résultat viré en est retiré, le report
      *                 à nouveau y est mis à jour par sa clé, puis
      *                 GLBALFIL est réécrit depuis l'index. Au-delà du
      *                 100e compte, les soldes n'étaient ni
      *                 photographiés ni virés et sortaient du grand
      *                 livre.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.

      * Index des soldes du grand livre (miroir de GLBALFIL tenu par
      * IDXMST01), lu et mis à jour par compte au postage
           SELECT GLBALFIL-IDX ASSIGN TO "GLBALFIL-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIDX-COMPTE
               FILE STATUS IS WS-GIX-STATUS.

      * Soldes par compte et segment d'agence - voir copy GLSEGREC
           SELECT GLSEGFIL ASSIGN TO "GLSEGFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-STATUS.

      * Historique des périodes closes - voir copy GLPERREC
           SELECT GLPERFIL ASSIGN TO "GLPERFIL"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  GLBALFIL-IDX.
       01  GLBALFIL-IDX-ENREG.
           05  GIDX-COMPTE             PIC X(06).
           05  GIDX-RESTE              PIC X(33).

       FD  GLSEGFIL
           RECORD CONTAINS 25 CHARACTERS.
       01  GLSEGFIL-ENREG              PIC X(25).

       FD  GLPERFIL
           RECORD CONTAINS 21 CHARACTERS.
       01  GLPERFIL-ENREG              PIC X(21).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  CLSANN
           RECORD CONTAINS 80 CHARACTERS.
      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Solde par segment d'agence - voir copy GLSEGREC
       COPY GLSEGREC.

      * Enregistrement de l'historique des périodes - voir GLPERREC
       COPY GLPERREC.

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-GLS-STATUS               PIC X(02).
           88  WS-GLS-OK               VALUE "00".

       01  WS-GLP-STATUS               PIC X(02).
           88  WS-GLP-OK               VALUE "00".
           88  WS-GLP-EOF              VALUE "10".
       01  WS-COA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-COA-TROUVE           VALUE "O".

      * Soldes du grand livre, même mécanique que GLPOST010 : un
      * compte à la fois dans GL-SOLDE-ENREG, parcouru ou lu par sa
      * clé dans GLBALFIL-IDX ; GLBALFIL réécrit en entier depuis
      * l'index, sans les comptes de résultat retirés à la clôture
       01  WS-GIX-STATUS               PIC X(02).
           88  WS-GIX-OK               VALUE "00".

       01  WS-GIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-GIX-OUVERT           VALUE "O".

       01  WS-FIN-SOLDES-SW            PIC X(01) VALUE "N".
           88  WS-FIN-SOLDES           VALUE "O".

      * Classe au plan du compte en cours (B = bilan, R = résultat)
       01  WS-GLB-CLASSE               PIC X(01).

      * Rechargement de l'index du grand livre (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "GLBALFIL".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-GLB-TROUVE-SWITCH       PIC X(01) VALUE "N".
           88  WS-GLB-TROUVE           VALUE "O".

       01  WS-COMPTE-CIBLE             PIC X(06).

      * Table des soldes par compte et segment d'agence, chargée
      * depuis GLSEGFIL et réécrite sans les postes soldés
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

      * Résultat de l'exercice : somme des soldes des comptes de
      * résultat virés au report à nouveau
       01  WS-RESULTAT-EXERCICE        PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-MONTANT-VIRE             PIC 9(07)V9(02).

      * Ventilation du résultat par segment : chaque agence solde
      * ses propres comptes de résultat dans son report à nouveau,
      * le siège (HQ) prend le reste
       01  WS-AGENCES-LISTE            PIC X(06) VALUE "A1A2A3".
       01  WS-AGENCES-TABLE REDEFINES WS-AGENCES-LISTE.
           05  WS-AGENCE-CODE          PIC X(02) OCCURS 3 TIMES.
       01  WS-RESULTAT-AGENCES.
           05  WS-RESULTAT-AGENCE      PIC S9(09)V9(02)
                                       OCCURS 3 TIMES.
       01  WS-NO-AGC                   PIC 9(01).
       01  WS-RESULTAT-SIEGE           PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-SOLDE-SIEGE              PIC S9(07)V9(02).

      * Jambe de clôture en cours : segment et mouvement signé
      * (positif = débit, négatif = crédit)
       01  WS-SEGMENT-VIRE             PIC X(02).
       01  WS-MOUVEMENT-VIRE           PIC S9(09)V9(02).
       01  WS-COMPTE-VIRE              PIC X(06).

       01  WS-NB-RESULTAT-VIRES        PIC 9(05) VALUE ZEROES.
       01  WS-NB-BILAN-CONSERVES       PIC 9(05) VALUE ZEROES.
       01  WS-NB-HORS-PLAN             PIC 9(05) VALUE ZEROES.

      * Libellé des écritures de clôture : CLOTURE AAAA
       01  WS-LIBELLE-CLOTURE.
           05  CR-RESULTAT             PIC -(08)9.99.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-LIGNE-RESULTAT-SEGMENT.
           05  FILLER                  PIC X(11) VALUE "  SEGMENT ".
           05  CS-SEGMENT              PIC X(02).
           05  FILLER                  PIC X(07) VALUE "     : ".
           05  CS-RESULTAT             PIC -(08)9.99.
           05  FILLER                  PIC X(48) VALUE SPACES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).


      * -----------------------------------------------------------*
      * 1000-INITIALISER : détermine l'exercice à clore, refuse une *
      * clôture déjà faite, charge le plan, ouvre les soldes        *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-EXERCICE FROM COMMAND-LINE.
               MOVE WS-DATE-TRAITEMENT(1:4) TO WS-EXERCICE
           END-IF.

           MOVE ZEROES TO WS-RESULTAT-AGENCES.

           COMPUTE WS-PERIODE-ANNUELLE = WS-EXERCICE * 100 + 13.
           COMPUTE WS-DATE-CLOTURE = WS-EXERCICE * 10000 + 1231.
           MOVE WS-EXERCICE TO WS-LIB-EXERCICE.

           IF WS-CODE-RETOUR < 8
               PERFORM 1100-CHARGER-PLAN
               PERFORM 1200-OUVRIR-SOLDES
               PERFORM 1300-CHARGER-SEGMENTS
               PERFORM 1700-OUVRIR-RECAPITULATIF
           END-IF.

           END-READ.

      * -----------------------------------------------------------*
      * 1200-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (même mécanique que GLPOST010) et l'ouvre en mise à jour ;  *
      * GLBALFIL absent ou index inutilisable = clôture refusée     *
      * -----------------------------------------------------------*
       1200-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR NOT = ZEROES
               DISPLAY "GLBALFIL ABSENT OU INDEX EN ERREUR (IDXMST01 "
                   WS-IXM-RETOUR ") - CLOTURE REFUSEE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               OPEN I-O GLBALFIL-IDX
               IF WS-GIX-OK
                   SET WS-GIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR GLBALFIL-IDX - STATUT "
                       WS-GIX-STATUS " - CLOTURE REFUSEE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1250-POSITIONNER-SOLDES : se positionne sur le premier      *
      * compte de GLBALFIL-IDX et le lit                            *
      * -----------------------------------------------------------*
       1250-POSITIONNER-SOLDES.
           MOVE "N" TO WS-FIN-SOLDES-SW.
           MOVE LOW-VALUES TO GIDX-COMPTE.
           START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
               INVALID KEY
                   SET WS-FIN-SOLDES TO TRUE
           END-START.

           IF NOT WS-FIN-SOLDES
               PERFORM 1260-LIRE-SOLDE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 1260-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       1260-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-SEGMENTS : charge GLSEGFIL en table ; fichier  *
      * absent = aucun solde d'agence, tout le résultat au siège    *
      * -----------------------------------------------------------*
       1300-CHARGER-SEGMENTS.
           OPEN INPUT GLSEGFIL.
           IF WS-GLS-OK
               PERFORM 1350-LIRE-ET-STOCKER-SEGMENT
                   UNTIL NOT WS-GLS-OK OR WS-NB-GLS >= 300
               CLOSE GLSEGFIL
           ELSE
               DISPLAY "GLSEGFIL INTROUVABLE - RESULTAT AU SIEGE"
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
      * 1270-CLASSER-LE-COMPTE : cherche la classe au plan du       *
      * compte en cours ; compte hors plan = conservé au bilan,     *
      * signalé                                                     *
      * -----------------------------------------------------------*
       1270-CLASSER-LE-COMPTE.
           MOVE "N" TO WS-COA-TROUVE-SWITCH.
           END-IF.

           IF WS-COA-TROUVE
               MOVE WS-COA-CLASSE(WS-COA-IDX) TO WS-GLB-CLASSE
           ELSE
               DISPLAY "COMPTE HORS PLAN - CONSERVE AU BILAN : "
                   GLB-COMPTE
               ADD 1 TO WS-NB-HORS-PLAN
               MOVE "B" TO WS-GLB-CLASSE
           END-IF.

      * -----------------------------------------------------------*
                   WS-GLP-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1250-POSITIONNER-SOLDES
               PERFORM 2100-PHOTOGRAPHIER-UN-COMPTE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLPERFIL
           END-IF.

      * -----------------------------------------------------------*
      * 2100-PHOTOGRAPHIER-UN-COMPTE : photographie le solde du     *
      * compte en cours sous la période annuelle                    *
      * -----------------------------------------------------------*
       2100-PHOTOGRAPHIER-UN-COMPTE.
           MOVE WS-PERIODE-ANNUELLE TO GLPER-PERIODE.
           MOVE GLB-COMPTE          TO GLPER-COMPTE.
           MOVE GL-SOLDE            TO GLPER-SOLDE.
           WRITE GLPERFIL-ENREG FROM GLPER-ENREG.

           PERFORM 1260-LIRE-SOLDE-SUIVANT.

      * -----------------------------------------------------------*
      * 3000-VIRER-LES-RESULTATS : vire le solde de chaque compte   *
      * de résultat au report à nouveau, écritures de clôture       *
                       "HISTORIQUE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 1250-POSITIONNER-SOLDES
                   PERFORM 3100-VIRER-UN-COMPTE
                       UNTIL WS-FIN-SOLDES
                   PERFORM 3500-DOTER-REPORT-A-NOUVEAU
                   CLOSE GLHSTFIL
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3100-VIRER-UN-COMPTE : solde un compte de résultat par des  *
      * écritures de clôture - une par segment d'agence porteur     *
      * d'un solde, le reste au siège -, cumule le résultat de      *
      * l'exercice et retire le compte de GLBALFIL-IDX              *
      * -----------------------------------------------------------*
       3100-VIRER-UN-COMPTE.
           PERFORM 1270-CLASSER-LE-COMPTE.

           IF WS-GLB-CLASSE = "R"
               MOVE GLB-COMPTE TO WS-COMPTE-VIRE
               MOVE GL-SOLDE   TO WS-SOLDE-SIEGE
               PERFORM 3150-VIRER-UN-SEGMENT
                   VARYING WS-GLS-IDX FROM 1 BY 1
                       UNTIL WS-GLS-IDX > WS-NB-GLS

               IF WS-SOLDE-SIEGE NOT = ZEROES
                   MOVE "HQ" TO WS-SEGMENT-VIRE
                   COMPUTE WS-MOUVEMENT-VIRE = WS-SOLDE-SIEGE * -1
                   PERFORM 3170-HISTORISER-CLOTURE
               END-IF
           END-IF.

           IF WS-GLB-CLASSE = "R" AND GL-SOLDE NOT = ZEROES
               ADD GL-SOLDE TO WS-RESULTAT-EXERCICE
               PERFORM 3200-POINTER-SUR-ETAT
               ADD 1 TO WS-NB-RESULTAT-VIRES
           END-IF.

      * Le nouvel exercice s'ouvre sans les comptes de résultat
           IF WS-GLB-CLASSE = "R"
               PERFORM 3120-RETIRER-LE-COMPTE
           END-IF.

           PERFORM 1260-LIRE-SOLDE-SUIVANT.

      * -----------------------------------------------------------*
      * 3120-RETIRER-LE-COMPTE : retire de GLBALFIL-IDX le compte   *
      * de résultat soldé                                           *
      * -----------------------------------------------------------*
       3120-RETIRER-LE-COMPTE.
           DELETE GLBALFIL-IDX RECORD
               INVALID KEY
                   DISPLAY "RETRAIT DU COMPTE " GLB-COMPTE
                       " DE GLBALFIL-IDX EN ERREUR - STATUT "
                       WS-GIX-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
           END-DELETE.

      * -----------------------------------------------------------*
      * 3150-VIRER-UN-SEGMENT : solde la part d'une agence dans le  *
      * compte de résultat viré et la cumule au résultat de         *
      * l'agence                                                    *
      * -----------------------------------------------------------*
       3150-VIRER-UN-SEGMENT.
           IF WS-GLS-COMPTE(WS-GLS-IDX) = WS-COMPTE-VIRE
               AND WS-GLS-SOLDE(WS-GLS-IDX) NOT = ZEROES
               MOVE WS-GLS-SEGMENT(WS-GLS-IDX) TO WS-SEGMENT-VIRE
               COMPUTE WS-MOUVEMENT-VIRE =
                   WS-GLS-SOLDE(WS-GLS-IDX) * -1
               PERFORM 3170-HISTORISER-CLOTURE

               SUBTRACT WS-GLS-SOLDE(WS-GLS-IDX) FROM WS-SOLDE-SIEGE
               PERFORM 3160-CUMULER-RESULTAT-AGENCE
                   VARYING WS-NO-AGC FROM 1 BY 1
                       UNTIL WS-NO-AGC > 3

               MOVE ZEROES TO WS-GLS-SOLDE(WS-GLS-IDX)
               MOVE WS-DATE-TRAITEMENT
                   TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 3160-CUMULER-RESULTAT-AGENCE : ajoute la part soldée au     *
      * résultat de son agence                                      *
      * -----------------------------------------------------------*
       3160-CUMULER-RESULTAT-AGENCE.
           IF WS-AGENCE-CODE(WS-NO-AGC) = WS-SEGMENT-VIRE
               ADD WS-GLS-SOLDE(WS-GLS-IDX)
                   TO WS-RESULTAT-AGENCE(WS-NO-AGC)
           END-IF.

      * -----------------------------------------------------------*
      * 3170-HISTORISER-CLOTURE : écrit dans GLHSTFIL une jambe de  *
      * clôture du compte et du segment en cours (mouvement signé : *
      * positif au débit, négatif au crédit)                        *
      * -----------------------------------------------------------*
       3170-HISTORISER-CLOTURE.
           IF WS-MOUVEMENT-VIRE > ZEROES
               MOVE WS-MOUVEMENT-VIRE TO WS-MONTANT-VIRE
               MOVE "D" TO GLH-SENS
           ELSE
               COMPUTE WS-MONTANT-VIRE = WS-MOUVEMENT-VIRE * -1
               MOVE "C" TO GLH-SENS
           END-IF.

           MOVE WS-DATE-CLOTURE    TO GLH-DATE.
           MOVE WS-COMPTE-VIRE     TO GLH-COMPTE.
           MOVE WS-MONTANT-VIRE    TO GLH-MONTANT.
           MOVE WS-LIBELLE-CLOTURE TO GLH-LIBELLE.
           MOVE WS-DATE-TRAITEMENT TO GLH-LOT-DATE.
           MOVE "GLYEC010"         TO GLH-LOT-PROGRAMME.
           MOVE WS-SEGMENT-VIRE    TO GLH-SEGMENT.
           WRITE GLHSTFIL-ENREG FROM GLH-ENREG.

      * -----------------------------------------------------------*
      * 3200-POINTER-SUR-ETAT : pointe le compte viré sur le        *
      * récapitulatif de clôture                                    *
      * -----------------------------------------------------------*
       3200-POINTER-SUR-ETAT.
           IF WS-RPT-OK
               MOVE GLB-COMPTE       TO DL-COMPTE
               MOVE GL-SOLDE         TO DL-SOLDE
               MOVE WS-COMPTE-REPORT TO DL-REPORT
               WRITE CLSANN-LIGNE FROM WS-LIGNE-DETAIL
           END-IF.

      * -----------------------------------------------------------*
      * 3500-DOTER-REPORT-A-NOUVEAU : porte le résultat de          *
      * l'exercice au compte de report à nouveau, contrepartie des  *
      * écritures de clôture - résultat de chaque agence sur son    *
      * segment, le reste au siège                                  *
      * -----------------------------------------------------------*
       3500-DOTER-REPORT-A-NOUVEAU.
           MOVE WS-RESULTAT-EXERCICE TO WS-RESULTAT-SIEGE.
           MOVE WS-COMPTE-REPORT     TO WS-COMPTE-VIRE.

           PERFORM 3550-DOTER-REPORT-AGENCE
               VARYING WS-NO-AGC FROM 1 BY 1
                   UNTIL WS-NO-AGC > 3.

           IF WS-RESULTAT-SIEGE NOT = ZEROES
               MOVE "HQ" TO WS-SEGMENT-VIRE
               MOVE WS-RESULTAT-SIEGE TO WS-MOUVEMENT-VIRE
               PERFORM 3170-HISTORISER-CLOTURE
           END-IF.

           IF WS-RESULTAT-EXERCICE = ZEROES
               CONTINUE
           ELSE
               MOVE WS-COMPTE-REPORT TO WS-COMPTE-CIBLE
               PERFORM 7000-TROUVER-CREER-COMPTE
               ADD WS-RESULTAT-EXERCICE TO GL-SOLDE
               MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ
               PERFORM 7050-REECRIRE-COMPTE
           END-IF.

      * -----------------------------------------------------------*
      * 3550-DOTER-REPORT-AGENCE : porte le résultat d'une agence   *
      * au report à nouveau sur son segment (solde GLSEGFIL et      *
      * jambe historisée)                                           *
      * -----------------------------------------------------------*
       3550-DOTER-REPORT-AGENCE.
           IF WS-RESULTAT-AGENCE(WS-NO-AGC) NOT = ZEROES
               MOVE WS-AGENCE-CODE(WS-NO-AGC) TO WS-SEGMENT-VIRE
               MOVE WS-RESULTAT-AGENCE(WS-NO-AGC) TO WS-MOUVEMENT-VIRE
               PERFORM 3170-HISTORISER-CLOTURE
               SUBTRACT WS-RESULTAT-AGENCE(WS-NO-AGC)
                   FROM WS-RESULTAT-SIEGE

               PERFORM 3650-TROUVER-CREER-SEGMENT
               ADD WS-RESULTAT-AGENCE(WS-NO-AGC)
                   TO WS-GLS-SOLDE(WS-GLS-IDX)
               MOVE WS-DATE-TRAITEMENT
                   TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 3650-TROUVER-CREER-SEGMENT : positionne WS-GLS-IDX sur le   *
      * solde du report à nouveau pour l'agence en cours, créé à    *
      * zéro s'il n'existe pas                                      *
      * -----------------------------------------------------------*
       3650-TROUVER-CREER-SEGMENT.
           MOVE "N" TO WS-GLS-TROUVE-SWITCH.

           IF WS-NB-GLS > ZEROES
               SET WS-GLS-IDX TO 1
               SEARCH WS-GLS-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-GLS-COMPTE(WS-GLS-IDX) = WS-COMPTE-REPORT
                       AND WS-GLS-SEGMENT(WS-GLS-IDX) =
                           WS-SEGMENT-VIRE
                       SET WS-GLS-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-GLS-TROUVE
               IF WS-NB-GLS >= 300
                   DISPLAY "TABLE DES SEGMENTS PLEINE (300) - REPORT "
                       "SUR LE DERNIER POSTE"
                   SET WS-GLS-IDX TO WS-NB-GLS
               ELSE
                   ADD 1 TO WS-NB-GLS
                   SET WS-GLS-IDX TO WS-NB-GLS
                   MOVE WS-COMPTE-REPORT TO WS-GLS-COMPTE(WS-GLS-IDX)
                   MOVE WS-SEGMENT-VIRE  TO WS-GLS-SEGMENT(WS-GLS-IDX)
                   MOVE ZEROES TO WS-GLS-SOLDE(WS-GLS-IDX)
                   MOVE ZEROES TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4000-ROUVRIR-LE-BILAN : réécrit GLBALFIL depuis             *
      * GLBALFIL-IDX, qui ne garde que les comptes de bilan - le    *
      * nouvel exercice s'ouvre sans les comptes de résultat        *
      * soldés - et GLSEGFIL sans les postes d'agence soldés        *
      * -----------------------------------------------------------*
       4000-ROUVRIR-LE-BILAN.
           IF WS-CODE-RETOUR >= 8
               CONTINUE
           ELSE
               PERFORM 4050-REECRIRE-SOLDES
           END-IF.

           IF WS-CODE-RETOUR >= 8
               CONTINUE
           ELSE
               OPEN OUTPUT GLSEGFIL
               IF NOT WS-GLS-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE GLSEGFIL - "
                       "STATUT " WS-GLS-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   PERFORM 4200-ECRIRE-UN-SEGMENT
                       VARYING WS-GLS-IDX FROM 1 BY 1
                           UNTIL WS-GLS-IDX > WS-NB-GLS
                   CLOSE GLSEGFIL
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4050-REECRIRE-SOLDES : réécrit GLBALFIL en entier depuis    *
      * GLBALFIL-IDX, dans l'ordre des comptes                      *
      * -----------------------------------------------------------*
       4050-REECRIRE-SOLDES.
           OPEN OUTPUT GLBALFIL.
           IF NOT WS-GLB-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - STATUT "
                   WS-GLB-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1250-POSITIONNER-SOLDES
               PERFORM 4100-ECRIRE-UN-SOLDE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLBALFIL
           END-IF.

      * -----------------------------------------------------------*
      * 4100-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX - un compte de bilan, les comptes de résultat  *
      * en ont été retirés - dans le grand livre du nouvel exercice *
      * -----------------------------------------------------------*
       4100-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.
           ADD 1 TO WS-NB-BILAN-CONSERVES.

           PERFORM 1260-LIRE-SOLDE-SUIVANT.

      * -----------------------------------------------------------*
      * 4200-ECRIRE-UN-SEGMENT : écrit un solde d'agence non soldé  *
      * dans GLSEGFIL                                               *
      * -----------------------------------------------------------*
       4200-ECRIRE-UN-SEGMENT.
           IF WS-GLS-SOLDE(WS-GLS-IDX) NOT = ZEROES
               MOVE WS-GLS-COMPTE(WS-GLS-IDX)   TO GLS-COMPTE
               MOVE WS-GLS-SEGMENT(WS-GLS-IDX)  TO GLS-SEGMENT
               MOVE WS-GLS-SOLDE(WS-GLS-IDX)    TO GLS-SOLDE
               MOVE WS-GLS-DATE-MAJ(WS-GLS-IDX) TO GLS-DATE-MAJ
               WRITE GLSEGFIL-ENREG FROM GLS-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 5000-TERMINER : imprime le récapitulatif de clôture         *
      * -----------------------------------------------------------*
       5000-TERMINER.
           IF WS-GIX-OUVERT
               CLOSE GLBALFIL-IDX
           END-IF.

           IF WS-RPT-OK
               MOVE WS-RESULTAT-EXERCICE TO CR-RESULTAT
               WRITE CLSANN-LIGNE FROM WS-LIGNE-RESULTAT
               PERFORM 5100-IMPRIMER-RESULTAT-AGENCE
                   VARYING WS-NO-AGC FROM 1 BY 1
                       UNTIL WS-NO-AGC > 3
               MOVE "HQ" TO CS-SEGMENT
               MOVE WS-RESULTAT-SIEGE TO CS-RESULTAT
               WRITE CLSANN-LIGNE FROM WS-LIGNE-RESULTAT-SEGMENT
               CLOSE CLSANN
           END-IF.

           DISPLAY "RESULTAT DE L'EXERCICE    : "
               WS-RESULTAT-EXERCICE.

      * -----------------------------------------------------------*
      * 5100-IMPRIMER-RESULTAT-AGENCE : imprime la part d'une       *
      * agence dans le résultat de l'exercice                       *
      * -----------------------------------------------------------*
       5100-IMPRIMER-RESULTAT-AGENCE.
           MOVE WS-AGENCE-CODE(WS-NO-AGC)     TO CS-SEGMENT.
           MOVE WS-RESULTAT-AGENCE(WS-NO-AGC) TO CS-RESULTAT.
           WRITE CLSANN-LIGNE FROM WS-LIGNE-RESULTAT-SEGMENT.

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
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
