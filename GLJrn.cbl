      *                 distinct GLJRN1 (date de traitement) et les
      *                 soldes GLBALFIL sont mis à jour par la même
      *                 mécanique de table que GLPOST010.
      * 2026-10-10  AG  Dimension agence : chaque écriture saisie vise
      *                 un segment analytique (A1/A2/A3, ou HQ pour le
      *                 siège quand la saisie est laissée à blanc),
      *                 porté dans GLH-SEGMENT à l'historisation ; une
      *                 écriture sur une agence met aussi à jour le
      *                 solde de l'agence dans GLSEGFIL (copy GLSEGREC),
      *                 un reclassement entre agences devient possible.
      *                 GLHSTFIL passe de 60 à 62 caractères.
      * 2026-10-13  AG  Ouverture de session par le sous-programme
      *                 commun OPRSGN01 (mot de passe conservé en
      *                 empreinte, changement imposé à la première
      *                 connexion et après expiration, verrouillage
      *                 après trois échecs consécutifs) : la table des
      *                 opérateurs chargée ici et la comparaison en
      *                 clair disparaissent.
      * 2026-10-15  AG  Plus de table de 100 soldes : comme dans
      *                 GLPOST010, GLBALFIL-IDX est rechargé depuis
      *                 GLBALFIL (IDXMST01), chaque compte y est lu et
      *                 mis à jour par sa clé, puis GLBALFIL est
      *                 réécrit depuis l'index dans l'ordre des
      *                 comptes.
      * 2026-10-15  AG  Lot à extourner : une fois le lot équilibré,
      *                 le comptable peut le marquer à extourner
      *                 (provisions de loyers, primes, factures non
      *                 parvenues). Ses jambes sont alors inscrites
      *                 au registre des régularisations ACRREGF (copy
      *                 ACRREC) et ACREXT010 passe l'écriture inverse
      *                 au premier jour ouvré de la période ouverte
      *                 suivante. Un lot à extourner doit tenir dans
      *                 une seule période ; sans registre, il n'est
      *                 pas posté.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Plan comptable : comptes admis à la saisie - voir GLCOAREC
           SELECT GLCOAFIL ASSIGN TO "GLCOAFIL"
               ORGANIZATION IS LINE SEQUENTIAL
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

      * Historique permanent des écritures - voir copy GLHSTREC
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Registre des régularisations à extourner - voir copy ACRREC
           SELECT ACRREGF ASSIGN TO "ACRREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  GLCOAFIL
           RECORD CONTAINS 38 CHARACTERS.
       01  GLCOAFIL-ENREG              PIC X(38).
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

       FD  ACRREGF
           RECORD CONTAINS 90 CHARACTERS.
       01  ACRREGF-ENREG               PIC X(90).

       WORKING-STORAGE SECTION.

      * Enregistrement du plan comptable - voir copy GLCOAREC
       COPY GLCOAREC.
      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Solde par segment d'agence - voir copy GLSEGREC
       COPY GLSEGREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Jambe inscrite au registre des régularisations - voir ACRREC
       COPY ACRREC.

       01  WS-COA-STATUS               PIC X(02).
           88  WS-COA-OK               VALUE "00".
       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-GLS-STATUS               PIC X(02).
           88  WS-GLS-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-ACR-STATUS               PIC X(02).
           88  WS-ACR-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

       01  WS-HABILITE-SW              PIC X(01) VALUE "N".
           88  WS-HABILITE             VALUE "O".

      * Appel du sous-programme commun de session OPRSGN01, seul
      * à lire et écrire le fichier des opérateurs OPRFILE
       01  WS-SGN-FONCTION             PIC X(01).
       01  WS-SGN-NIVEAU               PIC 9(01).
       01  WS-SGN-RESULTAT             PIC X(01).
           88  WS-SGN-ACCEPTE          VALUE "O".
           88  WS-SGN-VERROUILLE       VALUE "V".
           88  WS-SGN-FICHIER-ABSENT   VALUE "F".
      * Opérateur demandeur, sans objet pour une ouverture de session
       01  WS-SGN-OPERATEUR            PIC X(08) VALUE SPACES.

      * Table du plan comptable, pour le contrôle des comptes
       01  WS-COA-TABLE.
       01  WS-COA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-COA-TROUVE           VALUE "O".

      * Soldes du grand livre, même mécanique que GLPOST010 : lus
      * et réécrits par compte dans GLBALFIL-IDX, GLBALFIL réécrit
      * en entier depuis l'index après le postage
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

       01  WS-GLB-TROUVE-SWITCH        PIC X(01) VALUE "N".
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

      * Lot d'écritures saisies, posté seulement s'il somme à zéro
       01  WS-NB-ECRITURES             PIC 9(02) VALUE ZEROES.
       01  WS-ECR-TABLE.
               10  WS-ECR-MONTANT      PIC 9(07)V9(02).
               10  WS-ECR-LIBELLE      PIC X(20).
               10  WS-ECR-DATE         PIC 9(08).
               10  WS-ECR-SEGMENT      PIC X(02).

      * Saisie de l'écriture courante
       01  WS-ACTION                   PIC X(01).
       01  WS-LIBELLE-SAISI            PIC X(20).
       01  WS-DATE-SAISIE              PIC X(08).
       01  WS-DATE-ECRITURE            PIC 9(08).
      * Segment analytique visé : agence A1/A2/A3 ou HQ (siège,
      * par défaut quand la saisie est laissée à blanc)
       01  WS-SEGMENT-SAISI            PIC X(02).
           88  WS-SEGMENT-VALIDE       VALUE "A1" "A2" "A3" "HQ".
           88  WS-SEGMENT-AGENCE       VALUE "A1" "A2" "A3".
       01  WS-SAISIE-VALIDE-SW         PIC X(01).
           88  WS-SAISIE-VALIDE        VALUE "O".

       01  WS-NB-POSTEES               PIC 9(02) VALUE ZEROES.
       01  WS-NO-ECR                   PIC 9(02).

      * Lot à extourner au premier jour ouvré de la période ouverte
      * suivante (ACREXT010) : toutes ses écritures doivent tomber
      * dans la même période, celle de la première écriture
       01  WS-EXTOURNE-SW              PIC X(01) VALUE "N".
           88  WS-LOT-A-EXTOURNER      VALUE "O".
       01  WS-PERIODE-LOT              PIC 9(06).
       01  WS-NB-HORS-PERIODE          PIC 9(02) VALUE ZEROES.
       01  WS-HEURE-LOT                PIC 9(08).

      * Contrôle de période comptable (sous-programme commun
      * PERCTL01) : une écriture datée en période close est refusée
       01  WS-PERIODE-OUVERTE          PIC 9(06).
           STOP RUN.

      * -----------------------------------------------------------*
      * 0500-CONTROLER-HABILITATION : fait contrôler l'identité et  *
      * le mot de passe par OPRSGN01 (comme MENU010) et exige le    *
      * niveau 2 au moins                                           *
      * -----------------------------------------------------------*
       0500-CONTROLER-HABILITATION.
           MOVE SPACES TO WS-ID-SAISI.
           DISPLAY "IDENTIFIANT  : ".
           ACCEPT WS-ID-SAISI.
           DISPLAY "MOT DE PASSE : ".
           ACCEPT WS-MDP-SAISI.

           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SGN-OPERATEUR,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.
           IF WS-SGN-FICHIER-ABSENT
               DISPLAY "OPRFILE ABSENT - SAISIE IMPOSSIBLE"
           END-IF.
           IF WS-SGN-ACCEPTE
               AND WS-SGN-NIVEAU >= 2
               SET WS-HABILITE TO TRUE
               DISPLAY "BONJOUR " WS-ID-SAISI
           END-IF.

      * -----------------------------------------------------------*
      * -----------------------------------------------------------*
      * 2100-SAISIR-UNE-ECRITURE : saisit et valide une écriture    *
      * (compte au plan, sens D/C, montant non nul, date en période *
      * ouverte, segment A1/A2/A3/HQ) puis l'empile dans le lot     *
      * -----------------------------------------------------------*
       2100-SAISIR-UNE-ECRITURE.
           IF WS-NB-ECRITURES >= 50
                       TO WS-ECR-LIBELLE(WS-ECR-IDX)
                   MOVE WS-DATE-ECRITURE
                       TO WS-ECR-DATE(WS-ECR-IDX)
                   MOVE WS-SEGMENT-SAISI
                       TO WS-ECR-SEGMENT(WS-ECR-IDX)
                   DISPLAY "ECRITURE EMPILEE (" WS-NB-ECRITURES ")"
               ELSE
                   DISPLAY "ECRITURE REFUSEE - RESSAISIR"
               END-IF
           END-IF.

           MOVE SPACES TO WS-SEGMENT-SAISI.
           DISPLAY "SEGMENT (BLANC = HQ) : ".
           ACCEPT WS-SEGMENT-SAISI.
           IF WS-SEGMENT-SAISI = SPACES
               MOVE "HQ" TO WS-SEGMENT-SAISI
           END-IF.

           PERFORM 2300-CHERCHER-COMPTE-PLAN.

           CALL "PERCTL01" USING WS-DATE-ECRITURE,
               WHEN WS-PERIODE-CLOSE
                   DISPLAY "DATE EN PERIODE CLOSE : "
                       WS-DATE-ECRITURE
               WHEN NOT WS-SEGMENT-VALIDE
                   DISPLAY "SEGMENT INVALIDE : " WS-SEGMENT-SAISI
               WHEN OTHER
                   SET WS-SAISIE-VALIDE TO TRUE
           END-EVALUATE.
                   DISPLAY "LOT DESEQUILIBRE DE " WS-DESEQUILIBRE
                       " - RIEN N'EST POSTE"
               ELSE
                   PERFORM 3200-DEMANDER-EXTOURNE
                   IF WS-LOT-A-EXTOURNER
                       AND WS-NB-HORS-PERIODE > ZEROES
                       DISPLAY "LOT A EXTOURNER SUR PLUSIEURS "
                           "PERIODES - RIEN N'EST POSTE"
                   ELSE
                       PERFORM 4000-POSTER-LE-LOT
                   END-IF
               END-IF
           END-IF.

           END-IF.

      * -----------------------------------------------------------*
      * 3200-DEMANDER-EXTOURNE : le lot équilibré est-il à          *
      * extourner ? Si oui, compte ses écritures hors de la période *
      * de la première                                              *
      * -----------------------------------------------------------*
       3200-DEMANDER-EXTOURNE.
           MOVE SPACES TO WS-EXTOURNE-SW.
           DISPLAY "EXTOURNE AU PREMIER JOUR OUVRE DE LA PERIODE "
               "SUIVANTE (O/N) : ".
           ACCEPT WS-EXTOURNE-SW.

           IF WS-LOT-A-EXTOURNER
               MOVE WS-ECR-DATE(1)(1:6) TO WS-PERIODE-LOT
               MOVE ZEROES TO WS-NB-HORS-PERIODE
               PERFORM 3250-CONTROLER-PERIODE-ECRITURE
                   VARYING WS-NO-ECR FROM 1 BY 1
                       UNTIL WS-NO-ECR > WS-NB-ECRITURES
           END-IF.

      * -----------------------------------------------------------*
      * 3250-CONTROLER-PERIODE-ECRITURE : compte une écriture datée *
      * hors de la période du lot à extourner                       *
      * -----------------------------------------------------------*
       3250-CONTROLER-PERIODE-ECRITURE.
           SET WS-ECR-IDX TO WS-NO-ECR.
           IF WS-ECR-DATE(WS-ECR-IDX)(1:6) NOT = WS-PERIODE-LOT
               ADD 1 TO WS-NB-HORS-PERIODE
           END-IF.

      * -----------------------------------------------------------*
      * 4000-POSTER-LE-LOT : ouvre l'index des soldes, applique     *
      * chaque écriture (historisée sous le lot GLJRN1), réécrit    *
      * GLBALFIL et GLSEGFIL                                        *
      * -----------------------------------------------------------*
       4000-POSTER-LE-LOT.
           PERFORM 4100-OUVRIR-SOLDES.
           IF NOT WS-GIX-OUVERT
               DISPLAY "POSTAGE REFUSE - SOLDES DU GRAND LIVRE "
                   "INDISPONIBLES"
           ELSE
               PERFORM 4200-CHARGER-SEGMENTS
               PERFORM 4050-HISTORISER-ET-POSTER
               CLOSE GLBALFIL-IDX
           END-IF.

      * -----------------------------------------------------------*
      * 4050-HISTORISER-ET-POSTER : poste le lot sous réserve de    *
      * pouvoir l'historiser                                        *
      * -----------------------------------------------------------*
       4050-HISTORISER-ET-POSTER.
      * EXTEND : l'historique des écritures est permanent ; sans
      * lui, pas de postage - une OD sans trace n'existe pas
           OPEN EXTEND GLHSTFIL.
                   WS-HST-STATUS
               DISPLAY "POSTAGE REFUSE - PAS D'OD SANS HISTORIQUE"
           ELSE
               IF WS-LOT-A-EXTOURNER
                   PERFORM 4070-OUVRIR-REGISTRE
               END-IF
               IF WS-LOT-A-EXTOURNER AND NOT WS-ACR-OK
                   DISPLAY "POSTAGE REFUSE - EXTOURNE NON INSCRITE "
                       "AU REGISTRE"
                   CLOSE GLHSTFIL
               ELSE
                   ACCEPT WS-HEURE-LOT FROM TIME
                   PERFORM 4300-POSTER-UNE-ECRITURE
                       VARYING WS-NO-ECR FROM 1 BY 1
                           UNTIL WS-NO-ECR > WS-NB-ECRITURES
                   CLOSE GLHSTFIL
                   IF WS-LOT-A-EXTOURNER
                       CLOSE ACRREGF
                       DISPLAY "LOT INSCRIT AU REGISTRE DES "
                           "EXTOURNES"
                   END-IF
                   PERFORM 4500-REECRIRE-SOLDES
                   PERFORM 4600-REECRIRE-SEGMENTS
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4070-OUVRIR-REGISTRE : ouvre en EXTEND le registre des      *
      * régularisations, créé s'il n'existe pas encore              *
      * -----------------------------------------------------------*
       4070-OUVRIR-REGISTRE.
           OPEN EXTEND ACRREGF.
           IF WS-ACR-STATUS = "35"
               OPEN OUTPUT ACRREGF
           END-IF.
           IF NOT WS-ACR-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ACRREGF - STATUT "
                   WS-ACR-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 4100-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * et l'ouvre en mise à jour (même mécanique que GLPOST010) ;  *
      * GLBALFIL absent = grand livre vierge                        *
      * -----------------------------------------------------------*
       4100-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR"
           ELSE
               IF WS-IXM-RETOUR = 4
                   DISPLAY "GLBALFIL INTROUVABLE - GRAND LIVRE VIERGE"
               END-IF
               OPEN I-O GLBALFIL-IDX
               IF WS-GIX-OK
                   SET WS-GIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR GLBALFIL-IDX - STATUT "
                       WS-GIX-STATUS
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4200-CHARGER-SEGMENTS : charge GLSEGFIL en table (même      *
      * mécanique que GLPOST010) ; absent = aucun solde d'agence    *
      * -----------------------------------------------------------*
       4200-CHARGER-SEGMENTS.
           OPEN INPUT GLSEGFIL.
           IF WS-GLS-OK
               PERFORM 4250-LIRE-ET-STOCKER-SEGMENT
                   UNTIL NOT WS-GLS-OK OR WS-NB-GLS >= 300
               CLOSE GLSEGFIL
           ELSE
               DISPLAY "GLSEGFIL INTROUVABLE - SEGMENTS VIERGES"
           END-IF.

      * -----------------------------------------------------------*
      * 4250-LIRE-ET-STOCKER-SEGMENT : lit un solde de segment et   *
      * le place dans la table                                      *
      * -----------------------------------------------------------*
       4250-LIRE-ET-STOCKER-SEGMENT.
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
      * 4300-POSTER-UNE-ECRITURE : applique une écriture du lot au  *
      * solde de son compte (et de son agence le cas échéant) et    *
      * l'historise sous le lot GLJRN1 avec son segment             *
      * -----------------------------------------------------------*
       4300-POSTER-UNE-ECRITURE.
           SET WS-ECR-IDX TO WS-NO-ECR.
           PERFORM 7000-TROUVER-CREER-COMPTE.

           IF WS-ECR-SENS(WS-ECR-IDX) = "D"
               ADD WS-ECR-MONTANT(WS-ECR-IDX) TO GL-SOLDE
           ELSE
               SUBTRACT WS-ECR-MONTANT(WS-ECR-IDX) FROM GL-SOLDE
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ.
           PERFORM 7050-REECRIRE-COMPTE.

           MOVE WS-ECR-SEGMENT(WS-ECR-IDX) TO WS-SEGMENT-SAISI.
           IF WS-SEGMENT-AGENCE
               PERFORM 7100-TROUVER-CREER-SEGMENT
               IF WS-ECR-SENS(WS-ECR-IDX) = "D"
                   ADD WS-ECR-MONTANT(WS-ECR-IDX)
                       TO WS-GLS-SOLDE(WS-GLS-IDX)
               ELSE
                   SUBTRACT WS-ECR-MONTANT(WS-ECR-IDX)
                       FROM WS-GLS-SOLDE(WS-GLS-IDX)
               END-IF
               MOVE WS-DATE-TRAITEMENT
                   TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
           END-IF.

           MOVE WS-ECR-DATE(WS-ECR-IDX)    TO GLH-DATE.
           MOVE WS-ECR-COMPTE(WS-ECR-IDX)  TO GLH-COMPTE.
           MOVE WS-ECR-LIBELLE(WS-ECR-IDX) TO GLH-LIBELLE.
           MOVE WS-DATE-TRAITEMENT         TO GLH-LOT-DATE.
           MOVE "GLJRN1"                   TO GLH-LOT-PROGRAMME.
           MOVE WS-ECR-SEGMENT(WS-ECR-IDX) TO GLH-SEGMENT.

           WRITE GLHSTFIL-ENREG FROM GLH-ENREG.
           ADD 1 TO WS-NB-POSTEES.

           IF WS-LOT-A-EXTOURNER
               PERFORM 4400-INSCRIRE-AU-REGISTRE
           END-IF.

      * -----------------------------------------------------------*
      * 4400-INSCRIRE-AU-REGISTRE : inscrit l'écriture postée au    *
      * registre des régularisations, à extourner par ACREXT010     *
      * -----------------------------------------------------------*
       4400-INSCRIRE-AU-REGISTRE.
           MOVE WS-DATE-TRAITEMENT         TO ACR-LOT-DATE.
           MOVE WS-HEURE-LOT(1:6)          TO ACR-LOT-HEURE.
           MOVE "GLJRN1"                   TO ACR-ORIGINE.
           MOVE SPACES                     TO ACR-MODELE.
           MOVE WS-NO-ECR                  TO ACR-NO-JAMBE.
           MOVE WS-ECR-DATE(WS-ECR-IDX)    TO ACR-DATE.
           MOVE WS-ECR-COMPTE(WS-ECR-IDX)  TO ACR-COMPTE.
           MOVE WS-ECR-SENS(WS-ECR-IDX)    TO ACR-SENS.
           MOVE WS-ECR-MONTANT(WS-ECR-IDX) TO ACR-MONTANT.
           MOVE WS-ECR-LIBELLE(WS-ECR-IDX) TO ACR-LIBELLE.
           MOVE WS-ECR-SEGMENT(WS-ECR-IDX) TO ACR-SEGMENT.
           SET ACR-A-EXTOURNER             TO TRUE.
           MOVE ZEROES                     TO ACR-DATE-EXTOURNE.

           WRITE ACRREGF-ENREG FROM ACR-ENREG.

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
           END-REWRITE.

      * -----------------------------------------------------------*
      * 7100-TROUVER-CREER-SEGMENT : positionne WS-GLS-IDX sur le   *
      * solde du compte cible pour l'agence de l'écriture, créé à   *
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
                           WS-SEGMENT-SAISI
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
                   MOVE WS-SEGMENT-SAISI
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
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - STATUT "
                   WS-GLB-STATUS
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
           OPEN OUTPUT GLSEGFIL.
           IF NOT WS-GLS-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLSEGFIL - STATUT "
                   WS-GLS-STATUS
           ELSE
               PERFORM 4650-ECRIRE-UN-SEGMENT
                   VARYING WS-GLS-IDX FROM 1 BY 1
                       UNTIL WS-GLS-IDX > WS-NB-GLS
               CLOSE GLSEGFIL
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
