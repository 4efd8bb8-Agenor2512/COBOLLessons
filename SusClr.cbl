       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSCLR1.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-14  AG  Création : lettrage du compte d'attente 471000.
      *                 GLPOST010 y impute tout mouvement sans règle
      *                 GLRULFIL et rien ne l'en sortait - le solde
      *                 grossissait sans que personne sache ce qu'il
      *                 contenait. Programme en mode ligne (même
      *                 principe que GLJRN1, niveau 2 au moins,
      *                 session par OPRSGN01) : les jambes 471000 de
      *                 GLHSTFIL que le registre SUSCLRF (copy
      *                 SUSCLR) ne solde pas encore sont listées avec
      *                 date, sens, montant, libellé, lot source et
      *                 ancienneté ; le comptable en réaffecte une ou
      *                 plusieurs à un compte du plan GLCOAFIL. Au
      *                 postage, chaque élément donne une écriture
      *                 équilibrée (jambe inverse sur 471000, même
      *                 sens sur le compte retenu, libellé et segment
      *                 d'origine) historisée dans GLHSTFIL sous le
      *                 lot distinct SUSCLR1, les soldes GLBALFIL et
      *                 GLSEGFIL sont mis à jour comme par GLJRN1 et
      *                 l'élément est inscrit au registre. Pour un
      *                 mouvement (lot MVTFILE) ou un lot de dépôts
      *                 CTLFILE, une règle GLRULFIL peut être ajoutée
      *                 dans la foulée pour que le même cas s'impute
      *                 directement la fois suivante. L'état des
      *                 suspens par ancienneté est SUSRPT010.
      * 2026-10-15  AG  Plus de table de 100 soldes : comme dans
      *                 GLPOST010, GLBALFIL-IDX est rechargé depuis
      *                 GLBALFIL (IDXMST01) avant le postage, chaque
      *                 compte y est lu et mis à jour par sa clé, puis
      *                 GLBALFIL est réécrit depuis l'index dans l'ordre
      *                 des comptes. Index inutilisable = postage
      *                 refusé.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Plan comptable : comptes admis en réaffectation - GLCOAREC
           SELECT GLCOAFIL ASSIGN TO "GLCOAFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      * Soldes du grand livre, un enregistrement par compte du plan
           SELECT GLBALFIL ASSIGN TO "GLBALFIL"
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

      * Règles d'imputation de GLPOST010 - voir copy GLRULREC
           SELECT GLRULFIL ASSIGN TO "GLRULFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-STATUS.

      * Registre permanent du lettrage 471000 - voir copy SUSCLR
           SELECT SUSCLRF ASSIGN TO "SUSCLRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  GLCOAFIL
           RECORD CONTAINS 38 CHARACTERS.
       01  GLCOAFIL-ENREG              PIC X(38).

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

       FD  GLRULFIL
           RECORD CONTAINS 15 CHARACTERS.
       01  GLRULFIL-ENREG              PIC X(15).

       FD  SUSCLRF
           RECORD CONTAINS 84 CHARACTERS.
       01  SUSCLRF-ENREG               PIC X(84).

       WORKING-STORAGE SECTION.

      * Enregistrement du plan comptable - voir copy GLCOAREC
       COPY GLCOAREC.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Solde par segment d'agence - voir copy GLSEGREC
       COPY GLSEGREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Règle d'imputation - voir copy GLRULREC
       COPY GLRULREC.

      * Entrée du registre de lettrage - voir copy SUSCLR
       COPY SUSCLR.

       01  WS-COA-STATUS               PIC X(02).
           88  WS-COA-OK               VALUE "00".

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-GLS-STATUS               PIC X(02).
           88  WS-GLS-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-RUL-STATUS               PIC X(02).
           88  WS-RUL-OK               VALUE "00".

       01  WS-SCL-STATUS               PIC X(02).
           88  WS-SCL-OK               VALUE "00".

      * Compte d'attente de GLPOST010 et lot des écritures de lettrage
       01  WS-COMPTE-ATTENTE           PIC X(06) VALUE "471000".
       01  WS-LOT-LETTRAGE             PIC X(08) VALUE "SUSCLR1".

      * Habilitation de l'opérateur : identité contrôlée par
      * OPRSGN01, niveau 2 au moins exigé pour réaffecter
       01  WS-ID-SAISI                 PIC X(08).
       01  WS-MDP-SAISI                PIC X(08).
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
           05  WS-COA-ENTREE OCCURS 100 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-COMPTE       PIC X(06).
       01  WS-NB-COA                   PIC 9(03) VALUE ZEROES.

       01  WS-COA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-COA-TROUVE           VALUE "O".

      * Table des règles d'imputation, pour ne pas créer une règle
      * que GLPOST010 connaît déjà (même limite de 50)
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-RUL-IDX.
               10  WS-RUL-PROGRAMME    PIC X(08).
               10  WS-RUL-TYPE         PIC X(01).
               10  WS-RUL-COMPTE       PIC X(06).
       01  WS-NB-RUL                   PIC 9(02) VALUE ZEROES.

       01  WS-RUL-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-RUL-TROUVE           VALUE "O".

      * Registre de lettrage chargé en table : une entrée solde une
      * seule jambe 471000 d'image identique (consommée au passage)
       01  WS-SCL-TABLE.
           05  WS-SCL-ENTREE OCCURS 1000 TIMES
                   INDEXED BY WS-SCL-IDX.
               10  WS-SCL-ELEMENT      PIC X(62).
               10  WS-SCL-CONSOMME     PIC X(01).
       01  WS-NB-SCL                   PIC 9(04) VALUE ZEROES.

       01  WS-SCL-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCL-TROUVE           VALUE "O".

      * Eléments en suspens : jambes 471000 non soldées, avec la
      * réaffectation choisie pendant la session
       01  WS-ELT-TABLE.
           05  WS-ELT-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-ELT-IDX.
               10  WS-ELT-IMAGE        PIC X(62).
               10  WS-ELT-CIBLE        PIC X(06).
               10  WS-ELT-REGLE-SW     PIC X(01).
                   88  WS-ELT-AVEC-REGLE VALUE "O".
               10  WS-ELT-REGLE-PROG   PIC X(08).
               10  WS-ELT-REGLE-TYPE   PIC X(01).
       01  WS-NB-ELT                   PIC 9(03) VALUE ZEROES.
       01  WS-NB-ELT-NON-CHARGES       PIC 9(05) VALUE ZEROES.
       01  WS-NO-ELT                   PIC 9(03).

      * Soldes du grand livre, même mécanique que GLPOST010 : un
      * compte à la fois dans GL-SOLDE-ENREG, lu et réécrit par sa
      * clé dans GLBALFIL-IDX ; GLBALFIL réécrit en entier depuis
      * l'index en fin de run
       01  WS-GIX-STATUS               PIC X(02).
           88  WS-GIX-OK               VALUE "00".

       01  WS-GIX-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-GIX-OUVERT           VALUE "O".

       01  WS-FIN-SOLDES-SW            PIC X(01) VALUE "N".
           88  WS-FIN-SOLDES           VALUE "O".

       01  WS-NB-GLB                   PIC 9(05) VALUE ZEROES.

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

       01  WS-SEGMENT-ECRITURE         PIC X(02).
           88  WS-SEGMENT-AGENCE       VALUE "A1" "A2" "A3".

      * Sens de la jambe en cours de postage
       01  WS-SENS-JAMBE               PIC X(01).

      * Saisie de la session
       01  WS-ACTION                   PIC X(01).
           88  WS-ACTION-LISTE         VALUE "L".
           88  WS-ACTION-SOLDER        VALUE "S".
           88  WS-ACTION-QUITTER       VALUE "Q" " ".
       01  WS-NO-SAISI                 PIC 9(03).
       01  WS-COMPTE-SAISI             PIC X(06).
       01  WS-REPONSE                  PIC X(01).
           88  WS-REPONSE-OUI          VALUE "O".

      * Règle proposée pour l'élément courant
       01  WS-REGLE-PROG               PIC X(08).
       01  WS-REGLE-TYPE               PIC X(01).

       01  WS-NB-RETENUS               PIC 9(03) VALUE ZEROES.
       01  WS-NB-POSTES                PIC 9(03) VALUE ZEROES.
       01  WS-NB-REGLES                PIC 9(02) VALUE ZEROES.

      * Ancienneté de l'élément (calendrier 30/360, même
      * approximation qu'INVAGE01)
       01  WS-JOURS-ELEMENT            PIC 9(07).
       01  WS-JOURS-AUJOURDHUI         PIC 9(07).
       01  WS-NB-JOURS-AGE             PIC S9(07).

      * Ligne de la liste des éléments en suspens
       01  WS-LIGNE-ELEMENT.
           05  LE-NO                   PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-SENS                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-MONTANT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-LOT-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-LOT-PROGRAMME        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-SEGMENT              PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-AGE                  PIC -(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-CIBLE                PIC X(06).

      * Contrôle de période comptable (sous-programme commun
      * PERCTL01) : pas de lettrage dans une période close
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-TRT-DECOMP REDEFINES WS-DATE-TRAITEMENT.
           05  WS-DATE-TRT-AAAA        PIC 9(04).
           05  WS-DATE-TRT-MM          PIC 9(02).
           05  WS-DATE-TRT-JJ          PIC 9(02).

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 0500-CONTROLER-HABILITATION.

           IF WS-HABILITE
               PERFORM 1000-INITIALISER
               PERFORM 2000-TRAITER-UN-CHOIX
                   UNTIL WS-ACTION-QUITTER
               PERFORM 3000-POSTER-LETTRAGE
           ELSE
               DISPLAY "LETTRAGE REFUSE - NIVEAU 2 EXIGE"
           END-IF.

           DISPLAY "ELEMENTS SOLDES : " WS-NB-POSTES.
           DISPLAY "REGLES CREEES   : " WS-NB-REGLES.
           STOP RUN.

      * -----------------------------------------------------------*
      * 0500-CONTROLER-HABILITATION : fait contrôler l'identité et  *
      * le mot de passe par OPRSGN01 (comme GLJRN1) et exige le     *
      * niveau 2 au moins                                           *
      * -----------------------------------------------------------*
       0500-CONTROLER-HABILITATION.
           MOVE SPACES TO WS-ID-SAISI.
           DISPLAY "IDENTIFIANT  : ".
           ACCEPT WS-ID-SAISI.

           MOVE SPACES TO WS-MDP-SAISI.
           DISPLAY "MOT DE PASSE : ".
           ACCEPT WS-MDP-SAISI.

           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SGN-OPERATEUR,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.
           IF WS-SGN-FICHIER-ABSENT
               DISPLAY "OPRFILE ABSENT - LETTRAGE IMPOSSIBLE"
           END-IF.
           IF WS-SGN-ACCEPTE
               AND WS-SGN-NIVEAU >= 2
               SET WS-HABILITE TO TRUE
               DISPLAY "BONJOUR " WS-ID-SAISI
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge le plan comptable, les règles et  *
      * le registre de lettrage, puis relève et liste les éléments  *
      * en suspens sur 471000                                       *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           COMPUTE WS-JOURS-AUJOURDHUI =
               (WS-DATE-TRT-AAAA * 360) + (WS-DATE-TRT-MM * 30)
               + WS-DATE-TRT-JJ.

           OPEN INPUT GLCOAFIL.
           IF WS-COA-OK
               PERFORM 1150-LIRE-ET-STOCKER-PLAN
                   UNTIL NOT WS-COA-OK OR WS-NB-COA >= 100
               CLOSE GLCOAFIL
           ELSE
               DISPLAY "GLCOAFIL INTROUVABLE - TOUT COMPTE SERA "
                   "REFUSE"
           END-IF.

           OPEN INPUT GLRULFIL.
           IF WS-RUL-OK
               PERFORM 1250-LIRE-ET-STOCKER-REGLE
                   UNTIL NOT WS-RUL-OK OR WS-NB-RUL >= 50
               CLOSE GLRULFIL
           END-IF.

           OPEN INPUT SUSCLRF.
           IF WS-SCL-OK
               PERFORM 1350-LIRE-ET-STOCKER-LETTRAGE
                   UNTIL NOT WS-SCL-OK OR WS-NB-SCL >= 1000
               CLOSE SUSCLRF
           END-IF.

           OPEN INPUT GLHSTFIL.
           IF WS-HST-OK
               PERFORM 1450-LIRE-ET-RETENIR-ELEMENT
                   UNTIL NOT WS-HST-OK
               CLOSE GLHSTFIL
           ELSE
               DISPLAY "GLHSTFIL INTROUVABLE - AUCUN ELEMENT"
           END-IF.

           IF WS-NB-ELT-NON-CHARGES > ZEROES
               DISPLAY "TABLE PLEINE (200) - " WS-NB-ELT-NON-CHARGES
                   " ELEMENTS PLUS RECENTS NON PRESENTES"
           END-IF.

           PERFORM 2100-LISTER-ELEMENTS.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-PLAN : lit un compte du plan et le     *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-PLAN.
           READ GLCOAFIL INTO GLCOA-ENREG
               AT END
                   MOVE "10" TO WS-COA-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-COA
                   MOVE GLCOA-COMPTE TO WS-COA-COMPTE(WS-NB-COA)
           END-READ.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-REGLE : lit une règle d'imputation et  *
      * la place dans la table                                      *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-REGLE.
           READ GLRULFIL INTO GLRUL-ENREG
               AT END
                   MOVE "10" TO WS-RUL-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-RUL
                   MOVE GLRUL-PROGRAMME
                       TO WS-RUL-PROGRAMME(WS-NB-RUL)
                   MOVE GLRUL-TYPE   TO WS-RUL-TYPE(WS-NB-RUL)
                   MOVE GLRUL-COMPTE TO WS-RUL-COMPTE(WS-NB-RUL)
           END-READ.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-LETTRAGE : lit une entrée du registre  *
      * de lettrage et la place dans la table, non consommée        *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-LETTRAGE.
           READ SUSCLRF INTO SCLR-ENREG
               AT END
                   MOVE "10" TO WS-SCL-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-SCL
                   MOVE SCLR-ELEMENT TO WS-SCL-ELEMENT(WS-NB-SCL)
                   MOVE "N" TO WS-SCL-CONSOMME(WS-NB-SCL)
           END-READ.

      * -----------------------------------------------------------*
      * 1450-LIRE-ET-RETENIR-ELEMENT : retient une jambe 471000 de  *
      * l'historique que le registre ne solde pas (les écritures de *
      * lettrage elles-mêmes sont écartées)                         *
      * -----------------------------------------------------------*
       1450-LIRE-ET-RETENIR-ELEMENT.
           READ GLHSTFIL INTO GLH-ENREG
               AT END
                   MOVE "10" TO WS-HST-STATUS
               NOT AT END
                   IF GLH-COMPTE = WS-COMPTE-ATTENTE
                       AND GLH-LOT-PROGRAMME NOT = WS-LOT-LETTRAGE
                       PERFORM 1500-CHERCHER-LETTRAGE
                       IF NOT WS-SCL-TROUVE
                           PERFORM 1550-EMPILER-ELEMENT
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1500-CHERCHER-LETTRAGE : une entrée non consommée du        *
      * registre porte-t-elle l'image de la jambe courante ? Si oui *
      * elle est consommée                                          *
      * -----------------------------------------------------------*
       1500-CHERCHER-LETTRAGE.
           MOVE "N" TO WS-SCL-TROUVE-SWITCH.

           IF WS-NB-SCL > ZEROES
               SET WS-SCL-IDX TO 1
               SEARCH WS-SCL-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SCL-IDX > WS-NB-SCL
                       SET WS-SCL-IDX TO WS-NB-SCL
                   WHEN WS-SCL-ELEMENT(WS-SCL-IDX) = GLH-ENREG
                       AND WS-SCL-CONSOMME(WS-SCL-IDX) = "N"
                       SET WS-SCL-TROUVE TO TRUE
                       MOVE "O" TO WS-SCL-CONSOMME(WS-SCL-IDX)
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 1550-EMPILER-ELEMENT : ajoute la jambe en suspens à la      *
      * table des éléments présentés                                *
      * -----------------------------------------------------------*
       1550-EMPILER-ELEMENT.
           IF WS-NB-ELT >= 200
               ADD 1 TO WS-NB-ELT-NON-CHARGES
           ELSE
               ADD 1 TO WS-NB-ELT
               SET WS-ELT-IDX TO WS-NB-ELT
               MOVE GLH-ENREG TO WS-ELT-IMAGE(WS-ELT-IDX)
               MOVE SPACES    TO WS-ELT-CIBLE(WS-ELT-IDX)
               MOVE "N"       TO WS-ELT-REGLE-SW(WS-ELT-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 2000-TRAITER-UN-CHOIX : affiche le menu et sert le choix    *
      * -----------------------------------------------------------*
       2000-TRAITER-UN-CHOIX.
           DISPLAY "L=LISTE  S=SOLDER UN ELEMENT  Q=FIN ET POSTAGE".
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-LISTE
                   PERFORM 2100-LISTER-ELEMENTS
               WHEN WS-ACTION-SOLDER
                   PERFORM 2200-SOLDER-UN-ELEMENT
               WHEN WS-ACTION-QUITTER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-LISTER-ELEMENTS : liste les éléments en suspens avec   *
      * leur ancienneté et la réaffectation déjà retenue            *
      * -----------------------------------------------------------*
       2100-LISTER-ELEMENTS.
           IF WS-NB-ELT = ZEROES
               DISPLAY "AUCUN ELEMENT EN SUSPENS SUR "
                   WS-COMPTE-ATTENTE
           ELSE
               DISPLAY "NO  DATE     S    MONTANT LIBELLE"
                   "              LOT               SG   AGE CIBLE"
               PERFORM 2150-AFFICHER-UN-ELEMENT
                   VARYING WS-NO-ELT FROM 1 BY 1
                       UNTIL WS-NO-ELT > WS-NB-ELT
           END-IF.

      * -----------------------------------------------------------*
      * 2150-AFFICHER-UN-ELEMENT : affiche une ligne de la liste    *
      * -----------------------------------------------------------*
       2150-AFFICHER-UN-ELEMENT.
           SET WS-ELT-IDX TO WS-NO-ELT.
           MOVE WS-ELT-IMAGE(WS-ELT-IDX) TO GLH-ENREG.

           COMPUTE WS-JOURS-ELEMENT =
               (GLH-DATE-AAAA * 360) + (GLH-DATE-MM * 30)
               + GLH-DATE-JJ.
           COMPUTE WS-NB-JOURS-AGE =
               WS-JOURS-AUJOURDHUI - WS-JOURS-ELEMENT.

           MOVE WS-NO-ELT         TO LE-NO.
           MOVE GLH-DATE          TO LE-DATE.
           MOVE GLH-SENS          TO LE-SENS.
           MOVE GLH-MONTANT       TO LE-MONTANT.
           MOVE GLH-LIBELLE       TO LE-LIBELLE.
           MOVE GLH-LOT-DATE      TO LE-LOT-DATE.
           MOVE GLH-LOT-PROGRAMME TO LE-LOT-PROGRAMME.
           MOVE GLH-SEGMENT       TO LE-SEGMENT.
           MOVE WS-NB-JOURS-AGE   TO LE-AGE.
           MOVE WS-ELT-CIBLE(WS-ELT-IDX) TO LE-CIBLE.

           DISPLAY WS-LIGNE-ELEMENT.

      * -----------------------------------------------------------*
      * 2200-SOLDER-UN-ELEMENT : saisit le numéro de l'élément et   *
      * le compte du plan qui le reçoit, propose la règle           *
      * d'imputation correspondante                                 *
      * -----------------------------------------------------------*
       2200-SOLDER-UN-ELEMENT.
           MOVE ZEROES TO WS-NO-SAISI.
           DISPLAY "NUMERO DE L'ELEMENT : ".
           ACCEPT WS-NO-SAISI.

           MOVE SPACES TO WS-COMPTE-SAISI.
           IF WS-NO-SAISI = ZEROES OR WS-NO-SAISI > WS-NB-ELT
               DISPLAY "ELEMENT INCONNU : " WS-NO-SAISI
           ELSE
               SET WS-ELT-IDX TO WS-NO-SAISI
               DISPLAY "COMPTE DU PLAN      : "
               ACCEPT WS-COMPTE-SAISI
               PERFORM 2300-CHERCHER-COMPTE-PLAN
               EVALUATE TRUE
                   WHEN WS-COMPTE-SAISI = WS-COMPTE-ATTENTE
                       DISPLAY "COMPTE D'ATTENTE REFUSE"
                   WHEN NOT WS-COA-TROUVE
                       DISPLAY "COMPTE ABSENT DU PLAN : "
                           WS-COMPTE-SAISI
                   WHEN OTHER
                       PERFORM 2400-RETENIR-REAFFECTATION
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 2300-CHERCHER-COMPTE-PLAN : le compte saisi figure-t-il au  *
      * plan comptable ?                                            *
      * -----------------------------------------------------------*
       2300-CHERCHER-COMPTE-PLAN.
           MOVE "N" TO WS-COA-TROUVE-SWITCH.

           IF WS-NB-COA > ZEROES
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-COA-COMPTE(WS-COA-IDX) = WS-COMPTE-SAISI
                       SET WS-COA-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2400-RETENIR-REAFFECTATION : retient le compte cible de     *
      * l'élément (une nouvelle saisie remplace la précédente) et,  *
      * si l'origine le permet, la règle à créer                    *
      * -----------------------------------------------------------*
       2400-RETENIR-REAFFECTATION.
           IF WS-ELT-CIBLE(WS-ELT-IDX) = SPACES
               ADD 1 TO WS-NB-RETENUS
           END-IF.
           MOVE WS-COMPTE-SAISI TO WS-ELT-CIBLE(WS-ELT-IDX).
           MOVE "N" TO WS-ELT-REGLE-SW(WS-ELT-IDX).
           DISPLAY "ELEMENT " WS-NO-SAISI " -> " WS-COMPTE-SAISI.

           PERFORM 2500-DEDUIRE-REGLE.
           IF WS-REGLE-PROG NOT = SPACES
               PERFORM 2600-CHERCHER-REGLE
               IF WS-RUL-TROUVE
                   DISPLAY "REGLE " WS-REGLE-PROG " " WS-REGLE-TYPE
                       " DEJA PRESENTE (" WS-RUL-COMPTE(WS-RUL-IDX)
                       ") - PAS DE NOUVELLE REGLE"
               ELSE
                   MOVE SPACES TO WS-REPONSE
                   DISPLAY "CREER LA REGLE " WS-REGLE-PROG " "
                       WS-REGLE-TYPE " -> " WS-COMPTE-SAISI
                       " (O/N) : "
                   ACCEPT WS-REPONSE
                   IF WS-REPONSE-OUI
                       SET WS-ELT-AVEC-REGLE(WS-ELT-IDX) TO TRUE
                       MOVE WS-REGLE-PROG
                           TO WS-ELT-REGLE-PROG(WS-ELT-IDX)
                       MOVE WS-REGLE-TYPE
                           TO WS-ELT-REGLE-TYPE(WS-ELT-IDX)
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2500-DEDUIRE-REGLE : règle GLRULFIL qui aurait imputé       *
      * l'élément - mouvement du jour (lot MVTFILE, programme       *
      * SOLDE, type = sens de la jambe 471000) ou lot de dépôts     *
      * CTLFILE (programme du lot, tout type) ; aucune sinon        *
      * -----------------------------------------------------------*
       2500-DEDUIRE-REGLE.
           MOVE WS-ELT-IMAGE(WS-ELT-IDX) TO GLH-ENREG.
           MOVE SPACES TO WS-REGLE-PROG WS-REGLE-TYPE.

           EVALUATE TRUE
               WHEN GLH-LOT-PROGRAMME = "MVTFILE"
                   MOVE "SOLDE"  TO WS-REGLE-PROG
                   MOVE GLH-SENS TO WS-REGLE-TYPE
               WHEN GLH-LIBELLE = "DEPOTS DU LOT"
                   MOVE GLH-LOT-PROGRAMME TO WS-REGLE-PROG
                   MOVE "*"               TO WS-REGLE-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2600-CHERCHER-REGLE : GLPOST010 a-t-il déjà une règle pour  *
      * ce programme et ce type (ou tout type) ?                    *
      * -----------------------------------------------------------*
       2600-CHERCHER-REGLE.
           MOVE "N" TO WS-RUL-TROUVE-SWITCH.

           IF WS-NB-RUL > ZEROES
               SET WS-RUL-IDX TO 1
               SEARCH WS-RUL-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-RUL-IDX > WS-NB-RUL
                       SET WS-RUL-IDX TO WS-NB-RUL
                   WHEN WS-RUL-PROGRAMME(WS-RUL-IDX) = WS-REGLE-PROG
                       AND (WS-RUL-TYPE(WS-RUL-IDX) = WS-REGLE-TYPE
                           OR WS-RUL-TYPE(WS-RUL-IDX) = "*")
                       SET WS-RUL-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 3000-POSTER-LETTRAGE : poste les réaffectations retenues    *
      * sous le lot SUSCLR1 - période close, registre ou historique *
      * indisponible : rien n'est posté                             *
      * -----------------------------------------------------------*
       3000-POSTER-LETTRAGE.
           CALL "PERCTL01" USING WS-DATE-TRAITEMENT,
               WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW.

           EVALUATE TRUE
               WHEN WS-NB-RETENUS = ZEROES
                   DISPLAY "AUCUNE REAFFECTATION - RIEN A POSTER"
               WHEN WS-PERIODE-CLOSE
                   DISPLAY "DATE DE TRAITEMENT EN PERIODE CLOSE - "
                       "RIEN N'EST POSTE"
               WHEN OTHER
                   PERFORM 4000-POSTER-LE-LOT
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 4000-POSTER-LE-LOT : ouvre les soldes du grand livre, puis  *
      * poste le lot - sans soldes, rien n'est posté                *
      * -----------------------------------------------------------*
       4000-POSTER-LE-LOT.
           PERFORM 4100-OUVRIR-SOLDES.
           IF WS-GIX-OUVERT
               PERFORM 4200-CHARGER-SEGMENTS
               PERFORM 4050-POSTER-LES-ELEMENTS
               CLOSE GLBALFIL-IDX
               MOVE "N" TO WS-GIX-OUVERT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 4050-POSTER-LES-ELEMENTS : ouvre le registre et             *
      * l'historique en ajout, poste chaque élément retenu,         *
      * réécrit GLBALFIL et GLSEGFIL puis ajoute les règles         *
      * -----------------------------------------------------------*
       4050-POSTER-LES-ELEMENTS.
      * Le registre est ouvert d'abord : sans lui, un élément posté
      * resterait présenté en suspens et serait soldé deux fois
           OPEN EXTEND SUSCLRF.
           IF WS-SCL-STATUS = "35"
               OPEN OUTPUT SUSCLRF
           END-IF.

           IF NOT WS-SCL-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR SUSCLRF - STATUT "
                   WS-SCL-STATUS
               DISPLAY "POSTAGE REFUSE - PAS DE LETTRAGE SANS "
                   "REGISTRE"
           ELSE
               OPEN EXTEND GLHSTFIL
               IF NOT WS-HST-OK
                   DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                       WS-HST-STATUS
                   DISPLAY "POSTAGE REFUSE - PAS D'OD SANS "
                       "HISTORIQUE"
               ELSE
                   PERFORM 4300-POSTER-UN-ELEMENT
                       VARYING WS-NO-ELT FROM 1 BY 1
                           UNTIL WS-NO-ELT > WS-NB-ELT
                   CLOSE GLHSTFIL
                   PERFORM 4500-REECRIRE-SOLDES
                   PERFORM 4600-REECRIRE-SEGMENTS
                   PERFORM 4700-AJOUTER-REGLES
               END-IF
               CLOSE SUSCLRF
           END-IF.

      * -----------------------------------------------------------*
      * 4100-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (même mécanique que GLPOST010) et l'ouvre en mise à jour ;  *
      * GLBALFIL absent = grand livre vierge. Index inutilisable =  *
      * postage refusé                                              *
      * -----------------------------------------------------------*
       4100-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "POSTAGE REFUSE"
           ELSE
               IF WS-IXM-RETOUR = 4
                   DISPLAY "GLBALFIL INTROUVABLE - GRAND LIVRE VIERGE"
               END-IF
               OPEN I-O GLBALFIL-IDX
               IF WS-GIX-OK
                   SET WS-GIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR GLBALFIL-IDX - STATUT "
                       WS-GIX-STATUS " - POSTAGE REFUSE"
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
      * 4300-POSTER-UN-ELEMENT : pour un élément réaffecté, jambe   *
      * inverse sur 471000 et jambe de même sens sur le compte      *
      * retenu, puis inscription au registre de lettrage            *
      * -----------------------------------------------------------*
       4300-POSTER-UN-ELEMENT.
           SET WS-ELT-IDX TO WS-NO-ELT.

           IF WS-ELT-CIBLE(WS-ELT-IDX) NOT = SPACES
               MOVE WS-ELT-IMAGE(WS-ELT-IDX) TO GLH-ENREG
               MOVE GLH-SEGMENT TO WS-SEGMENT-ECRITURE

               IF GLH-SENS = "D"
                   MOVE "C" TO WS-SENS-JAMBE
               ELSE
                   MOVE "D" TO WS-SENS-JAMBE
               END-IF
               MOVE WS-COMPTE-ATTENTE TO WS-COMPTE-CIBLE
               PERFORM 4400-POSTER-UNE-JAMBE

               MOVE WS-ELT-IMAGE(WS-ELT-IDX) TO GLH-ENREG
               MOVE GLH-SENS TO WS-SENS-JAMBE
               MOVE WS-ELT-CIBLE(WS-ELT-IDX) TO WS-COMPTE-CIBLE
               PERFORM 4400-POSTER-UNE-JAMBE

               MOVE WS-ELT-IMAGE(WS-ELT-IDX) TO SCLR-ELEMENT
               MOVE WS-DATE-TRAITEMENT       TO SCLR-DATE-LETTRAGE
               MOVE WS-ELT-CIBLE(WS-ELT-IDX) TO SCLR-COMPTE-CIBLE
               MOVE WS-ID-SAISI              TO SCLR-OPERATEUR
               WRITE SUSCLRF-ENREG FROM SCLR-ENREG
               ADD 1 TO WS-NB-POSTES
           END-IF.

      * -----------------------------------------------------------*
      * 4400-POSTER-UNE-JAMBE : applique une jambe au solde du      *
      * compte (et de l'agence le cas échéant) et l'historise sous  *
      * le lot SUSCLR1 avec le libellé et le segment d'origine      *
      * -----------------------------------------------------------*
       4400-POSTER-UNE-JAMBE.
           PERFORM 7000-TROUVER-CREER-COMPTE.

           IF WS-SENS-JAMBE = "D"
               ADD GLH-MONTANT TO GL-SOLDE
           ELSE
               SUBTRACT GLH-MONTANT FROM GL-SOLDE
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ.
           PERFORM 7050-REECRIRE-COMPTE.

           IF WS-SEGMENT-AGENCE
               PERFORM 7100-TROUVER-CREER-SEGMENT
               IF WS-SENS-JAMBE = "D"
                   ADD GLH-MONTANT TO WS-GLS-SOLDE(WS-GLS-IDX)
               ELSE
                   SUBTRACT GLH-MONTANT
                       FROM WS-GLS-SOLDE(WS-GLS-IDX)
               END-IF
               MOVE WS-DATE-TRAITEMENT
                   TO WS-GLS-DATE-MAJ(WS-GLS-IDX)
           END-IF.

           MOVE WS-DATE-TRAITEMENT TO GLH-DATE.
           MOVE WS-COMPTE-CIBLE    TO GLH-COMPTE.
           MOVE WS-SENS-JAMBE      TO GLH-SENS.
           MOVE WS-DATE-TRAITEMENT TO GLH-LOT-DATE.
           MOVE WS-LOT-LETTRAGE    TO GLH-LOT-PROGRAMME.

           WRITE GLHSTFIL-ENREG FROM GLH-ENREG.

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
      * solde du compte cible pour l'agence de l'élément, créé à    *
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
      * 4500-REECRIRE-SOLDES : réécrit GLBALFIL en entier depuis    *
      * GLBALFIL-IDX, dans l'ordre des comptes                      *
      * -----------------------------------------------------------*
       4500-REECRIRE-SOLDES.
           OPEN OUTPUT GLBALFIL.
           IF NOT WS-GLB-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - STATUT "
                   WS-GLB-STATUS
           ELSE
               PERFORM 4510-POSITIONNER-SOLDES
               PERFORM 4550-ECRIRE-UN-SOLDE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLBALFIL
           END-IF.

      * -----------------------------------------------------------*
      * 4510-POSITIONNER-SOLDES : se positionne sur le premier      *
      * compte de GLBALFIL-IDX et le lit                            *
      * -----------------------------------------------------------*
       4510-POSITIONNER-SOLDES.
           MOVE "N" TO WS-FIN-SOLDES-SW.
           MOVE LOW-VALUES TO GIDX-COMPTE.
           START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
               INVALID KEY
                   SET WS-FIN-SOLDES TO TRUE
           END-START.

           IF NOT WS-FIN-SOLDES
               PERFORM 4530-LIRE-SOLDE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 4530-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       4530-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 4550-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX dans GLBALFIL                                  *
      * -----------------------------------------------------------*
       4550-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.
           ADD 1 TO WS-NB-GLB.

           PERFORM 4530-LIRE-SOLDE-SUIVANT.

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

      * -----------------------------------------------------------*
      * 4700-AJOUTER-REGLES : ajoute à GLRULFIL les règles          *
      * demandées, une seule fois par programme et type, dans la    *
      * limite de la table de GLPOST010 (50 règles)                 *
      * -----------------------------------------------------------*
       4700-AJOUTER-REGLES.
           OPEN EXTEND GLRULFIL.
           IF WS-RUL-STATUS = "35"
               OPEN OUTPUT GLRULFIL
           END-IF.

           IF NOT WS-RUL-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLRULFIL - STATUT "
                   WS-RUL-STATUS " - AUCUNE REGLE CREEE"
           ELSE
               PERFORM 4750-AJOUTER-UNE-REGLE
                   VARYING WS-NO-ELT FROM 1 BY 1
                       UNTIL WS-NO-ELT > WS-NB-ELT
               CLOSE GLRULFIL
           END-IF.

      * -----------------------------------------------------------*
      * 4750-AJOUTER-UNE-REGLE : écrit la règle demandée pour un    *
      * élément si elle n'a pas déjà été ajoutée dans la session    *
      * -----------------------------------------------------------*
       4750-AJOUTER-UNE-REGLE.
           SET WS-ELT-IDX TO WS-NO-ELT.

           IF WS-ELT-AVEC-REGLE(WS-ELT-IDX)
               MOVE WS-ELT-REGLE-PROG(WS-ELT-IDX) TO WS-REGLE-PROG
               MOVE WS-ELT-REGLE-TYPE(WS-ELT-IDX) TO WS-REGLE-TYPE
               PERFORM 2600-CHERCHER-REGLE
               EVALUATE TRUE
                   WHEN WS-RUL-TROUVE
                       CONTINUE
                   WHEN WS-NB-RUL >= 50
                       DISPLAY "TABLE DES REGLES PLEINE (50) - REGLE "
                           WS-REGLE-PROG " NON CREEE"
                   WHEN OTHER
                       MOVE WS-REGLE-PROG TO GLRUL-PROGRAMME
                       MOVE WS-REGLE-TYPE TO GLRUL-TYPE
                       MOVE WS-ELT-CIBLE(WS-ELT-IDX) TO GLRUL-COMPTE
                       WRITE GLRULFIL-ENREG FROM GLRUL-ENREG
                       ADD 1 TO WS-NB-RUL
                       MOVE WS-REGLE-PROG TO WS-RUL-PROGRAMME(WS-NB-RUL)
                       MOVE WS-REGLE-TYPE TO WS-RUL-TYPE(WS-NB-RUL)
                       MOVE WS-ELT-CIBLE(WS-ELT-IDX)
                           TO WS-RUL-COMPTE(WS-NB-RUL)
                       ADD 1 TO WS-NB-REGLES
               END-EVALUATE
           END-IF.
