       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRRMNT1.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-23  AG  Création : passage en perte sous double
      *                 contrôle des créances irrécouvrables. Une
      *                 facture que plus personne ne paiera restait
      *                 dans INVFILE, relancée par DUN010 et
      *                 pénalisée par LATINT010 sans fin, ou était
      *                 supprimée à la main sans trace. Programme
      *                 en mode ligne (même principe que CORMNT1) :
      *                 l'opérateur s'identifie contre OPRFILE puis
      *                 propose le passage en perte d'une facture
      *                 ouverte d'INVFILE, avec un motif ; la
      *                 proposition part en ATTENTE dans IRRPENDF
      *                 (copy IRRREC) avec son identité et son
      *                 niveau. Un SECOND opérateur, de niveau
      *                 OPR-NIVEAU strictement supérieur à celui du
      *                 proposant, approuve les propositions en
      *                 attente, si la période de la date de
      *                 traitement est encore ouverte (PERCTL01) :
      *                 le restant dû est soldé au crédit du compte
      *                 clients 411000, au débit de la provision
      *                 pour dépréciation 491000 (dotée par
      *                 DCPROV010) dans la limite de son solde, le
      *                 surplus en perte sur créance irrécouvrable
      *                 654000 (même mécanique de table GLBALFIL que
      *                 GLPOST010, jambes historisées dans GLHSTFIL
      *                 sous le lot distinct IRRMNT1) ; la facture
      *                 est retirée d'INVFILE, réécrit sur place,
      *                 et sort ainsi de la relance et des intérêts
      *                 de retard. Chaque passage en perte est
      *                 inscrit au registre permanent IRRREGF et
      *                 les deux identités sont tracées dans
      *                 AUDITFIL et ACTLOGF. Une proposition non
      *                 approuvée au-delà du délai d'expiration, ou
      *                 dont la facture a été soldée entre-temps,
      *                 est abandonnée ; les autres sont reportées
      *                 dans IRRPENDF-NEW, recopié sur place, et
      *                 listées, vieillies, sur l'état IRRRPT. Le
      *                 registre s'édite pour les commissaires aux
      *                 comptes sur IRRLST, en entier ou pour une
      *                 période d'approbation.
      * 2026-10-10  AG  GLHSTREC étendu (copy commune) : segment
      *                 analytique GLH-SEGMENT, posé à HQ (siège) sur
      *                 les jambes historisées par ce programme -
      *                 GLHSTFIL passe de 60 à 62 caractères.
      * 2026-10-13  AG  Ouverture de session par le sous-programme
      *                 commun OPRSGN01 (mot de passe conservé en
      *                 empreinte, changement imposé à la première
      *                 connexion et après expiration, verrouillage
      *                 après trois échecs consécutifs) : la table des
      *                 opérateurs chargée ici et la comparaison en
      *                 clair disparaissent.
      * 2026-10-15  AG  Facture en devise : le passage en perte
      *                 (registre, grand livre, provision) porte sur sa
      *                 contre-valeur euro, le restant dû est montré
      *                 dans les deux monnaies - INVFILE étendu de 33 à
      *                 45 caractères
      * 2026-10-15  AG  Après la réécriture d'INVFILE, son index
      *                 INVFILE-IDX est rechargé (IDXMST01). Plus de
      *                 table de 100 soldes : comme dans GLPOST010,
      *                 GLBALFIL-IDX est rechargé depuis GLBALFIL avant
      *                 le déroulé des attentes, la provision y est lue
      *                 et chaque compte mis à jour par sa clé, puis
      *                 GLBALFIL est réécrit depuis l'index dans l'ordre
      *                 des comptes. Index inutilisable = approbation
      *                 impossible, attentes intactes.
      * 2026-10-15  AG  Plus de table de 500 factures : INVFILE-IDX
      *                 est rechargé depuis INVFILE en début de
      *                 session (IDXMST01) puis la facture proposée ou
      *                 approuvée y est lue par sa clé ; la facture
      *                 passée en perte est supprimée de l'index et
      *                 INVFILE est réécrit sur place, via le fichier
      *                 de travail IRRINVW, des seules factures encore
      *                 présentes dans l'index.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Factures ouvertes : les factures passées en perte en sont
      * retirées
           SELECT INVFILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Index des factures ouvertes (tenu par IDXMST01), lu par
      * numéro ; la facture passée en perte en est supprimée
           SELECT INVFILE-IDX ASSIGN TO "INVFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IIDX-NUMERO
               ALTERNATE RECORD KEY IS IIDX-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-IIX-STATUS.

      * Fichier de travail : factures d'INVFILE encore présentes
      * dans l'index, recopiées ensuite sur INVFILE
           SELECT IRRINVW ASSIGN TO "IRRINVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVW-STATUS.

      * Propositions de passage en perte en attente d'approbation
           SELECT IRRPENDF ASSIGN TO "IRRPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-STATUS.

      * Nouvelle génération des propositions encore en attente
           SELECT IRRPENDF-NEW ASSIGN TO "IRRPENDF-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNN-STATUS.

      * Registre permanent des créances passées en perte
           SELECT IRRREGF ASSIGN TO "IRRREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * Soldes du grand livre
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

      * Historique permanent des écritures - voir copy GLHSTREC
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Piste d'audit : identités du proposant et de l'approbateur
           SELECT AUDITFIL ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

      * Journal d'activité des opérateurs - voir copy ACTLREC
           SELECT ACTLOGF ASSIGN TO "ACTLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

      * Etat des propositions décidées, en attente ou expirées
           SELECT IRRRPT ASSIGN TO "IRRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Registre des passages en perte imprimé
           SELECT IRRLST ASSIGN TO "IRRLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  INVFILE-IDX.
       01  INVFILE-IDX-ENREG.
           05  IIDX-NUMERO             PIC X(08).
           05  IIDX-DATE               PIC X(08).
           05  IIDX-MONTANT            PIC X(09).
           05  IIDX-CLIENT             PIC X(08).
           05  IIDX-RESTE              PIC X(12).

       FD  IRRINVW
           RECORD CONTAINS 45 CHARACTERS.
       01  IRRINVW-ENREG               PIC X(45).

       FD  IRRPENDF
           RECORD CONTAINS 114 CHARACTERS.
       01  IRRPENDF-ENREG              PIC X(114).

       FD  IRRPENDF-NEW
           RECORD CONTAINS 114 CHARACTERS.
       01  IRRPENDF-NEW-ENREG          PIC X(114).

       FD  IRRREGF
           RECORD CONTAINS 114 CHARACTERS.
       01  IRRREGF-ENREG               PIC X(114).

       FD  GLBALFIL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  GLBALFIL-IDX.
       01  GLBALFIL-IDX-ENREG.
           05  GIDX-COMPTE             PIC X(06).
           05  GIDX-RESTE              PIC X(33).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  AUDITFIL
           RECORD CONTAINS 59 CHARACTERS.
       01  AUDITFIL-ENREG              PIC X(59).

       FD  ACTLOGF
           RECORD CONTAINS 43 CHARACTERS.
       01  ACTLOGF-ENREG               PIC X(43).

       FD  IRRRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  IRRRPT-LIGNE                PIC X(80).

       FD  IRRLST
           RECORD CONTAINS 80 CHARACTERS.
       01  IRRLST-LIGNE                PIC X(80).

       WORKING-STORAGE SECTION.

      * Proposition ou inscription au registre - voir copy IRRREC
       COPY IRRREC.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Trace d'audit - voir copy AUDITREC
       COPY AUDITREC.

      * Ligne du journal d'activité - voir copy ACTLREC
       COPY ACTLREC.

      * Facture ouverte courante (découpage INVFILE)
       01  WS-FACTURE-ENREG.
           05  WFA-NUMERO              PIC X(08).
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".
       01  WS-IIX-STATUS               PIC X(02).
           88  WS-IIX-OK               VALUE "00".
       01  WS-IVW-STATUS               PIC X(02).
           88  WS-IVW-OK               VALUE "00".
       01  WS-PEN-STATUS               PIC X(02).
           88  WS-PEN-OK               VALUE "00".
       01  WS-PNN-STATUS               PIC X(02).
           88  WS-PNN-OK               VALUE "00".
       01  WS-REG-STATUS               PIC X(02).
           88  WS-REG-OK               VALUE "00".
       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".
       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".
       01  WS-AUD-STATUS               PIC X(02).
           88  WS-AUD-OK               VALUE "00".
       01  WS-ACT-STATUS               PIC X(02).
           88  WS-ACT-OK               VALUE "00".
       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".
       01  WS-LST-STATUS               PIC X(02).
           88  WS-LST-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Comptes du plan : clients, provision pour dépréciation des
      * comptes clients, perte sur créance irrécouvrable
       01  WS-COMPTE-CLIENTS           PIC X(06) VALUE "411000".
       01  WS-COMPTE-PROVISION         PIC X(06) VALUE "491000".
       01  WS-COMPTE-PERTE             PIC X(06) VALUE "654000".

      * Appel du sous-programme commun de session OPRSGN01, seul
      * à lire et écrire le fichier des opérateurs OPRFILE
       01  WS-SGN-FONCTION             PIC X(01).
       01  WS-SGN-NIVEAU               PIC 9(01).
       01  WS-SGN-RESULTAT             PIC X(01).
           88  WS-SGN-ACCEPTE          VALUE "O".
           88  WS-SGN-VERROUILLE       VALUE "V".
           88  WS-SGN-FICHIER-ABSENT   VALUE "F".

      * Facture ouverte retenue, lue dans INVFILE-IDX ; un index
      * inutilisable interdit toute proposition et toute approbation
       01  WS-FACTURE-RETENUE.
           05  WS-INV-NUMERO           PIC X(08).
           05  WS-INV-DATE             PIC 9(08).
           05  WS-INV-MONTANT          PIC S9(07)V9(02).
           05  WS-INV-CLIENT           PIC X(08).
           05  WS-INV-DEVISE           PIC X(03).
           05  WS-INV-MONTANT-EUR      PIC S9(07)V9(02).

       01  WS-INVFILE-SW               PIC X(01) VALUE "N".
           88  WS-INVFILE-DISPONIBLE   VALUE "O".

       01  WS-INV-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-INV-TROUVE           VALUE "O".

       01  WS-DEJA-PROPOSEE-SW         PIC X(01) VALUE "N".
           88  WS-DEJA-PROPOSEE        VALUE "O".

      * Opérateur connecté (proposant ou approbateur selon la
      * fonction choisie)
       01  WS-ID-SAISI                 PIC X(08).
       01  WS-MDP-SAISI                PIC X(08).
       01  WS-OPERATEUR                PIC X(08).
       01  WS-NIVEAU-OPERATEUR         PIC 9(01).
       01  WS-CONNECTE-SW              PIC X(01) VALUE "N".
           88  WS-CONNECTE             VALUE "O".

       01  WS-ACTION                   PIC X(01).
           88  WS-ACTION-PROPOSER      VALUE "S".
           88  WS-ACTION-APPROUVER     VALUE "A".
           88  WS-ACTION-REGISTRE      VALUE "R".
           88  WS-ACTION-QUITTER       VALUE "Q" " ".

       01  WS-DECISION                 PIC X(01).
           88  WS-DECISION-APPROUVER   VALUE "A".
           88  WS-DECISION-LAISSER     VALUE "S" " ".

       01  WS-SAISIE-VALIDE-SW         PIC X(01).
           88  WS-SAISIE-VALIDE        VALUE "O".

       01  WS-FACTURE-SAISIE           PIC X(08).
       01  WS-MOTIF-SAISI              PIC X(30).

      * Période d'approbation demandée pour l'édition du registre
      * (AAAAMM, blanc = registre entier)
       01  WS-PERIODE-REGISTRE         PIC X(06).

      * Contrôle de période de la clôture mensuelle (PERCTL01) : les
      * passages en perte sont datés du jour de traitement
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".

      * Délai d'expiration des propositions non approuvées (jours
      * 30/360)
       01  WS-DELAI-EXPIRATION         PIC 9(02) VALUE 30.
       01  WS-AGE-JOURS                PIC S9(05).
       01  WS-DATE-DECOMP-T.
           05  WS-DECT-AAAA            PIC 9(04).
           05  WS-DECT-MM              PIC 9(02).
           05  WS-DECT-JJ              PIC 9(02).
       01  WS-DATE-DECOMP-E.
           05  WS-DECE-AAAA            PIC 9(04).
           05  WS-DECE-MM              PIC 9(02).
           05  WS-DECE-JJ              PIC 9(02).

      * Ventilation du restant dû passé en perte
       01  WS-PROVISION-DISPONIBLE     PIC S9(07)V9(02).

      * Jambe à poster, préparée par l'appelant de 7100
       01  WS-JAMBE-COMPTE             PIC X(06).
       01  WS-JAMBE-SENS               PIC X(01).
       01  WS-JAMBE-MONTANT            PIC S9(07)V9(02).
       01  WS-JAMBE-LIBELLE            PIC X(20).

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

      * Rechargement des index des maîtres (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08).
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-GLB-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-GLB-TROUVE           VALUE "O".

       01  WS-COMPTE-CIBLE             PIC X(06).

       01  WS-NB-PROPOSEES             PIC 9(05) VALUE ZEROES.
       01  WS-NB-APPROUVEES            PIC 9(05) VALUE ZEROES.
       01  WS-NB-APPROUVEES-PASSE      PIC 9(05) VALUE ZEROES.
       01  WS-NB-EN-ATTENTE            PIC 9(05) VALUE ZEROES.
       01  WS-NB-EXPIREES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-CLOSES                PIC 9(05) VALUE ZEROES.
       01  WS-NB-INSCRITES             PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-MONTANT            PIC S9(09)V9(02).
       01  WS-TOTAL-SUR-PROVISION      PIC S9(09)V9(02).
       01  WS-TOTAL-EN-PERTE           PIC S9(09)V9(02).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - l'état des attentes et le registre tiennent
      * chacun sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40).
       01  WS-TITRE-ATTENTES           PIC X(40)
               VALUE "PASSAGES EN PERTE - DECISIONS".
       01  WS-TITRE-REGISTRE           PIC X(40)
               VALUE "REGISTRE DES CREANCES PASSEES EN PERTE".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.

       01  WS-LIGNE-ATTENTE.
           05  AL-DATE-PROPOSITION     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-PROPOSANT            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-FACTURE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-CLIENT               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-MONTANT              PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-SORT                 PIC X(10).
           05  FILLER                  PIC X(05) VALUE " AGE ".
           05  AL-AGE                  PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-LIGNE-ENTETE-REG-1.
           05  FILLER                  PIC X(10) VALUE "FACTURE".
           05  FILLER                  PIC X(10) VALUE "CLIENT".
           05  FILLER                  PIC X(10) VALUE "DATE FACT".
           05  FILLER                  PIC X(10) VALUE "APPROUVEE".
           05  FILLER                  PIC X(12) VALUE "RESTANT DU".
           05  FILLER                  PIC X(12) VALUE "SUR PROV.".
           05  FILLER                  PIC X(16) VALUE "EN PERTE".

       01  WS-LIGNE-ENTETE-REG-2.
           05  FILLER                  PIC X(40)
               VALUE "  PAR PROPOSANT / APPROBATEUR - MOTIF".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-LIGNE-REGISTRE.
           05  RG-FACTURE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-CLIENT               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-DATE-FACTURE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-DATE-APPROBATION     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-MONTANT              PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-SUR-PROVISION        PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-EN-PERTE             PIC Z(06)9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-LIGNE-REGISTRE-2.
           05  FILLER                  PIC X(06) VALUE "  PAR ".
           05  RG-PROPOSANT            PIC X(08).
           05  FILLER                  PIC X(03) VALUE " / ".
           05  RG-APPROBATEUR          PIC X(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  RG-MOTIF                PIC X(30).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-LIGNE-TOTAL-REG.
           05  FILLER                  PIC X(20)
               VALUE "TOTAL DU REGISTRE : ".
           05  RT-NB                   PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  RT-MONTANT              PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-SUR-PROVISION        PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-EN-PERTE             PIC Z(06)9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-SYS-HHMMSS               PIC 9(08).

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 0500-OUVRIR-SESSION.

           IF WS-CONNECTE
               PERFORM 1000-INITIALISER
               PERFORM 2000-TRAITER-UNE-ACTION
                   UNTIL WS-ACTION-QUITTER
               PERFORM 6000-TERMINER
           ELSE
               DISPLAY "IDENTIFICATION REFUSEE"
           END-IF.

           STOP RUN.

      * -----------------------------------------------------------*
      * 0500-OUVRIR-SESSION : identifie l'opérateur par OPRSGN01    *
      * -----------------------------------------------------------*
       0500-OUVRIR-SESSION.
           MOVE SPACES TO WS-ID-SAISI.
           DISPLAY "IDENTIFIANT  : ".
           ACCEPT WS-ID-SAISI.

           MOVE SPACES TO WS-MDP-SAISI.
           DISPLAY "MOT DE PASSE : ".
           ACCEPT WS-MDP-SAISI.

           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-OPERATEUR,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.
           IF WS-SGN-FICHIER-ABSENT
               DISPLAY "OPRFILE ABSENT - SAISIE IMPOSSIBLE"
           END-IF.
           IF WS-SGN-ACCEPTE
               SET WS-CONNECTE TO TRUE
               MOVE WS-ID-SAISI TO WS-OPERATEUR
               MOVE WS-SGN-NIVEAU TO WS-NIVEAU-OPERATEUR
               DISPLAY "BONJOUR " WS-OPERATEUR
                   " (NIVEAU " WS-NIVEAU-OPERATEUR ")"
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre les factures ouvertes, l'audit et  *
      * le journal d'activité                                       *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-FACTURES.

      * EXTEND : la piste d'audit et le journal d'activité sont
      * partagés et permanents
           OPEN EXTEND AUDITFIL.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITFIL
           END-IF.
           IF NOT WS-AUD-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR AUDITFIL - STATUT "
                   WS-AUD-STATUS
           END-IF.

           OPEN EXTEND ACTLOGF.
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACTLOGF
           END-IF.
           IF NOT WS-ACT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR ACTLOGF - STATUT "
                   WS-ACT-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-FACTURES : recharge INVFILE-IDX depuis INVFILE  *
      * et l'ouvre ; fichier absent ou index inutilisable = passage *
      * en perte impossible                                         *
      * -----------------------------------------------------------*
       1100-OUVRIR-FACTURES.
           MOVE "INVFILE" TO WS-IXM-FICHIER.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           EVALUATE TRUE
               WHEN WS-IXM-RETOUR >= 8
                   DISPLAY "RECHARGEMENT DE INVFILE-IDX EN ERREUR - "
                       "PASSAGE EN PERTE IMPOSSIBLE"
               WHEN WS-IXM-RETOUR = 4
                   DISPLAY "INVFILE ABSENT - PASSAGE EN PERTE "
                       "IMPOSSIBLE"
               WHEN OTHER
                   PERFORM 1150-OUVRIR-INDEX-FACTURES
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 1150-OUVRIR-INDEX-FACTURES : ouvre INVFILE-IDX en mise à    *
      * jour                                                        *
      * -----------------------------------------------------------*
       1150-OUVRIR-INDEX-FACTURES.
           OPEN I-O INVFILE-IDX.
           IF WS-IIX-OK
               SET WS-INVFILE-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR INVFILE-IDX - STATUT "
                   WS-IIX-STATUS " - PASSAGE EN PERTE IMPOSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 2000-TRAITER-UNE-ACTION : affiche le menu et traite le      *
      * choix de l'opérateur                                        *
      * -----------------------------------------------------------*
       2000-TRAITER-UNE-ACTION.
           DISPLAY "S=PROPOSER UNE PERTE  A=APPROUVER  R=REGISTRE  "
               "Q=QUITTER".
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-PROPOSER
                   PERFORM 2100-PROPOSER-UNE-PERTE
               WHEN WS-ACTION-APPROUVER
                   PERFORM 3000-APPROUVER-LES-ATTENTES
               WHEN WS-ACTION-REGISTRE
                   PERFORM 5000-EDITER-LE-REGISTRE
               WHEN WS-ACTION-QUITTER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-PROPOSER-UNE-PERTE : saisit et valide une proposition, *
      * posée en attente d'approbation                              *
      * -----------------------------------------------------------*
       2100-PROPOSER-UNE-PERTE.
           IF NOT WS-INVFILE-DISPONIBLE
               DISPLAY "FACTURES INDISPONIBLES - PROPOSITION "
                   "IMPOSSIBLE"
           ELSE
               PERFORM 2200-ACCEPTER-ET-VALIDER
               IF WS-SAISIE-VALIDE
                   PERFORM 2400-POSER-EN-ATTENTE
               ELSE
                   DISPLAY "PROPOSITION REFUSEE - RESSAISIR"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2200-ACCEPTER-ET-VALIDER : une tentative de saisie complète *
      * de la proposition                                           *
      * -----------------------------------------------------------*
       2200-ACCEPTER-ET-VALIDER.
           MOVE "N" TO WS-SAISIE-VALIDE-SW.

           MOVE SPACES TO WS-FACTURE-SAISIE.
           DISPLAY "FACTURE              : ".
           ACCEPT WS-FACTURE-SAISIE.

           MOVE SPACES TO WS-MOTIF-SAISI.
           DISPLAY "MOTIF                : ".
           ACCEPT WS-MOTIF-SAISI.

           PERFORM 2300-CHERCHER-LA-FACTURE.
           PERFORM 2350-CHERCHER-UNE-ATTENTE.

           EVALUATE TRUE
               WHEN NOT WS-INV-TROUVE
                   DISPLAY "FACTURE ABSENTE D'INVFILE : "
                       WS-FACTURE-SAISIE
               WHEN WS-INV-MONTANT NOT > ZEROES
                   DISPLAY "AVOIR OU FACTURE SOLDEE - PAS DE PERTE"
               WHEN WS-MOTIF-SAISI = SPACES
                   DISPLAY "MOTIF OBLIGATOIRE"
               WHEN WS-DEJA-PROPOSEE
                   DISPLAY "FACTURE DEJA PROPOSEE EN PERTE"
               WHEN OTHER
                   SET WS-SAISIE-VALIDE TO TRUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2300-CHERCHER-LA-FACTURE : lit la facture saisie dans       *
      * INVFILE-IDX, si elle est encore ouverte, et la retient      *
      * -----------------------------------------------------------*
       2300-CHERCHER-LA-FACTURE.
           MOVE "N" TO WS-INV-TROUVE-SWITCH.

           IF WS-INVFILE-DISPONIBLE
               MOVE WS-FACTURE-SAISIE TO IIDX-NUMERO
               READ INVFILE-IDX INTO WS-FACTURE-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-INV-TROUVE TO TRUE
                       PERFORM 2320-RETENIR-LA-FACTURE
               END-READ
           END-IF.

      * -----------------------------------------------------------*
      * 2320-RETENIR-LA-FACTURE : retient la facture lue ; le       *
      * passage en perte est comptabilisé en euros : contre-valeur  *
      * du poste en devise (poste antérieur aux devises = euros)    *
      * -----------------------------------------------------------*
       2320-RETENIR-LA-FACTURE.
           MOVE WFA-NUMERO  TO WS-INV-NUMERO.
           MOVE WFA-DATE    TO WS-INV-DATE.
           MOVE WFA-MONTANT TO WS-INV-MONTANT.
           MOVE WFA-CLIENT  TO WS-INV-CLIENT.
           IF WFA-EN-EURO
               MOVE "EUR"           TO WS-INV-DEVISE
               MOVE WFA-MONTANT     TO WS-INV-MONTANT-EUR
           ELSE
               MOVE WFA-DEVISE      TO WS-INV-DEVISE
               MOVE WFA-MONTANT-EUR TO WS-INV-MONTANT-EUR
           END-IF.

      * -----------------------------------------------------------*
      * 2350-CHERCHER-UNE-ATTENTE : la facture saisie a-t-elle déjà *
      * une proposition en attente dans IRRPENDF ?                  *
      * -----------------------------------------------------------*
       2350-CHERCHER-UNE-ATTENTE.
           MOVE "N" TO WS-DEJA-PROPOSEE-SW.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT IRRPENDF.
           IF WS-PEN-OK
               PERFORM 2370-LIRE-UNE-ATTENTE
                   UNTIL WS-FIN-FICHIER OR WS-DEJA-PROPOSEE
               CLOSE IRRPENDF
           END-IF.

       2370-LIRE-UNE-ATTENTE.
           READ IRRPENDF INTO IRR-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF IRR-FACTURE = WS-FACTURE-SAISIE
                       SET WS-DEJA-PROPOSEE TO TRUE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2400-POSER-EN-ATTENTE : pose la proposition validée dans    *
      * IRRPENDF avec l'identité et le niveau du proposant, et la   *
      * journalise dans ACTLOGF                                     *
      * -----------------------------------------------------------*
       2400-POSER-EN-ATTENTE.
           MOVE WS-INV-NUMERO  TO IRR-FACTURE.
           MOVE WS-INV-CLIENT  TO IRR-CLIENT.
           MOVE WS-INV-DATE    TO IRR-DATE-FACTURE.
           MOVE WS-INV-MONTANT-EUR TO IRR-MONTANT.
           MOVE WS-MOTIF-SAISI             TO IRR-MOTIF.
           MOVE WS-DATE-TRAITEMENT         TO IRR-DATE-PROPOSITION.
           MOVE WS-OPERATEUR               TO IRR-PROPOSANT.
           MOVE WS-NIVEAU-OPERATEUR        TO IRR-NIVEAU.
           MOVE ZEROES TO IRR-DATE-APPROBATION IRR-SUR-PROVISION
               IRR-EN-PERTE.
           MOVE SPACES TO IRR-APPROBATEUR.

           OPEN EXTEND IRRPENDF.
           IF WS-PEN-STATUS = "35"
               OPEN OUTPUT IRRPENDF
           END-IF.
           IF WS-PEN-OK
               WRITE IRRPENDF-ENREG FROM IRR-ENREG
               CLOSE IRRPENDF
               ADD 1 TO WS-NB-PROPOSEES
               DISPLAY "PASSAGE EN PERTE POSE EN ATTENTE "
                   "D'APPROBATION"

               MOVE "S" TO ACTL-EVENEMENT
               MOVE "PERTE PROPOSEE" TO ACTL-DETAIL
               PERFORM 9500-JOURNALISER-ACTIVITE
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR IRRPENDF - STATUT "
                   WS-PEN-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 3000-APPROUVER-LES-ATTENTES : déroule les propositions en   *
      * attente - approbation par l'opérateur connecté (niveau      *
      * strictement supérieur au proposant exigé), expiration des   *
      * propositions trop anciennes, report des autres ; rien ne    *
      * se décide sans période ouverte, historique et registre      *
      * -----------------------------------------------------------*
       3000-APPROUVER-LES-ATTENTES.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-NB-APPROUVEES-PASSE.

           CALL "PERCTL01" USING WS-DATE-TRAITEMENT,
               WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW.

           EVALUATE TRUE
               WHEN NOT WS-INVFILE-DISPONIBLE
                   DISPLAY "FACTURES INDISPONIBLES - APPROBATION "
                       "IMPOSSIBLE"
               WHEN WS-PERIODE-CLOSE
                   DISPLAY "PERIODE " WS-DATE-TRAITEMENT(1:6)
                       " DEJA CLOSE - APPROBATION IMPOSSIBLE"
               WHEN OTHER
                   PERFORM 3050-OUVRIR-LE-PASSAGE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 3050-OUVRIR-LE-PASSAGE : ouvre l'historique, le registre et *
      * les soldes d'abord - sans eux, les attentes restent         *
      * intactes - puis déroule les attentes                        *
      * -----------------------------------------------------------*
       3050-OUVRIR-LE-PASSAGE.
      * EXTEND : l'historique des écritures et le registre sont
      * permanents
           OPEN EXTEND GLHSTFIL.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT GLHSTFIL
           END-IF.
           OPEN EXTEND IRRREGF.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT IRRREGF
           END-IF.

           IF NOT WS-HST-OK OR NOT WS-REG-OK
               DISPLAY "GLHSTFIL (" WS-HST-STATUS ") OU IRRREGF ("
                   WS-REG-STATUS ") INDISPONIBLE - APPROBATION "
                   "IMPOSSIBLE"
           ELSE
               PERFORM 4100-OUVRIR-SOLDES
               IF WS-GIX-OUVERT
                   OPEN INPUT IRRPENDF
                   IF NOT WS-PEN-OK
                       DISPLAY "IRRPENDF ABSENT - AUCUNE PROPOSITION "
                           "EN ATTENTE"
                   ELSE
                       PERFORM 3060-DEROULER-LES-ATTENTES
                   END-IF
               END-IF
           END-IF.

           IF WS-HST-OK
               CLOSE GLHSTFIL
           END-IF.
           IF WS-REG-OK
               CLOSE IRRREGF
           END-IF.

           IF WS-GIX-OUVERT
               IF WS-NB-APPROUVEES-PASSE > ZEROES
                   PERFORM 4500-REECRIRE-SOLDES
                   PERFORM 3900-REECRIRE-LES-FACTURES
               END-IF
               CLOSE GLBALFIL-IDX
               MOVE "N" TO WS-GIX-OUVERT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 3060-DEROULER-LES-ATTENTES : soumet chaque attente à la     *
      * décision, reporte les survivantes dans IRRPENDF-NEW et      *
      * pointe le tout sur l'état des décisions                     *
      * -----------------------------------------------------------*
       3060-DEROULER-LES-ATTENTES.
           MOVE ZEROES TO WS-NB-GLB.

           OPEN OUTPUT IRRPENDF-NEW.
           IF NOT WS-PNN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR IRRPENDF-NEW - "
                   "STATUT " WS-PNN-STATUS
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           MOVE WS-TITRE-ATTENTES TO WS-TITRE-RAPPORT.
           MOVE 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           OPEN OUTPUT IRRRPT.
           IF WS-RPT-OK
               WRITE IRRRPT-LIGNE FROM WS-LIGNE-ENTETE-1
           END-IF.

           PERFORM 3100-TRAITER-UNE-ATTENTE
               UNTIL WS-FIN-FICHIER.

           CLOSE IRRPENDF.
           IF WS-PNN-OK
               CLOSE IRRPENDF-NEW
               PERFORM 3800-RECOPIER-LES-ATTENTES
           END-IF.
           IF WS-RPT-OK
               CLOSE IRRRPT
           END-IF.

      * -----------------------------------------------------------*
      * 3100-TRAITER-UNE-ATTENTE : lit une proposition en attente   *
      * et la soumet à la décision de l'approbateur                 *
      * -----------------------------------------------------------*
       3100-TRAITER-UNE-ATTENTE.
           READ IRRPENDF INTO IRR-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   PERFORM 3200-DECIDER-UNE-ATTENTE
           END-READ.

      * -----------------------------------------------------------*
      * 3200-DECIDER-UNE-ATTENTE : expiration, clôture (facture     *
      * soldée entre-temps), approbation ou report de la            *
      * proposition courante                                        *
      * -----------------------------------------------------------*
       3200-DECIDER-UNE-ATTENTE.
           MOVE WS-DATE-TRAITEMENT   TO WS-DATE-DECOMP-T.
           MOVE IRR-DATE-PROPOSITION TO WS-DATE-DECOMP-E.
           COMPUTE WS-AGE-JOURS =
               ((WS-DECT-AAAA - WS-DECE-AAAA) * 360)
               + ((WS-DECT-MM - WS-DECE-MM) * 30)
               + (WS-DECT-JJ - WS-DECE-JJ).

           MOVE IRR-FACTURE TO WS-FACTURE-SAISIE.
           PERFORM 2300-CHERCHER-LA-FACTURE.

           IF WS-AGE-JOURS > WS-DELAI-EXPIRATION
               DISPLAY "PROPOSITION " IRR-FACTURE " EXPIREE "
                   "(PROPOSEE LE " IRR-DATE-PROPOSITION
                   ") - ABANDONNEE"
               ADD 1 TO WS-NB-EXPIREES
               MOVE "EXPIREE" TO AL-SORT
               PERFORM 3600-POINTER-SUR-ETAT
           ELSE
           IF NOT WS-INV-TROUVE
               OR WS-INV-MONTANT NOT > ZEROES
               DISPLAY "FACTURE " IRR-FACTURE " SOLDEE OU ABSENTE - "
                   "PROPOSITION CLOSE"
               ADD 1 TO WS-NB-CLOSES
               MOVE "CLOSE" TO AL-SORT
               PERFORM 3600-POINTER-SUR-ETAT
           ELSE
               DISPLAY " "
               DISPLAY "FACTURE " IRR-FACTURE " PROPOSEE EN PERTE LE "
                   IRR-DATE-PROPOSITION " PAR " IRR-PROPOSANT
                   " (NIVEAU " IRR-NIVEAU ")"
               DISPLAY "CLIENT     : " IRR-CLIENT
               DISPLAY "DATE FACT. : " IRR-DATE-FACTURE
               DISPLAY "PROPOSE    : " IRR-MONTANT
               DISPLAY "RESTANT DU : " WS-INV-MONTANT
                   " " WS-INV-DEVISE
                   "  CONTRE-VALEUR EUR : "
                   WS-INV-MONTANT-EUR
               DISPLAY "MOTIF      : " IRR-MOTIF

               IF WS-OPERATEUR = IRR-PROPOSANT
                   DISPLAY "ON N'APPROUVE PAS SA PROPRE PROPOSITION "
                       "- REPORTEE"
                   PERFORM 3500-REPORTER-L-ATTENTE
               ELSE
               IF WS-NIVEAU-OPERATEUR NOT > IRR-NIVEAU
                   DISPLAY "NIVEAU INSUFFISANT POUR APPROUVER - "
                       "REPORTEE"
                   PERFORM 3500-REPORTER-L-ATTENTE
               ELSE
                   DISPLAY "A=APPROUVER  S=LAISSER EN ATTENTE"
                   MOVE SPACES TO WS-DECISION
                   ACCEPT WS-DECISION
                   IF WS-DECISION-APPROUVER
                       PERFORM 3400-PASSER-EN-PERTE
                   ELSE
                       PERFORM 3500-REPORTER-L-ATTENTE
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3400-PASSER-EN-PERTE : solde le restant dû de la facture -  *
      * crédit clients, débit provision dans la limite de son solde *
      * créditeur, surplus en perte -, retire la facture            *
      * d'INVFILE-IDX, inscrit le registre et trace les deux        *
      * identités                                                   *
      * -----------------------------------------------------------*
       3400-PASSER-EN-PERTE.
           MOVE WS-INV-MONTANT-EUR TO IRR-MONTANT.

           PERFORM 3450-LIRE-PROVISION-DISPONIBLE.
           IF WS-PROVISION-DISPONIBLE > IRR-MONTANT
               MOVE IRR-MONTANT TO IRR-SUR-PROVISION
           ELSE
               MOVE WS-PROVISION-DISPONIBLE TO IRR-SUR-PROVISION
           END-IF.
           COMPUTE IRR-EN-PERTE = IRR-MONTANT - IRR-SUR-PROVISION.

           MOVE SPACES TO WS-JAMBE-LIBELLE.
           MOVE "PERTE "    TO WS-JAMBE-LIBELLE(1:6).
           MOVE IRR-FACTURE TO WS-JAMBE-LIBELLE(7:8).

           MOVE IRR-SUR-PROVISION   TO WS-JAMBE-MONTANT.
           MOVE WS-COMPTE-PROVISION TO WS-JAMBE-COMPTE.
           MOVE "D" TO WS-JAMBE-SENS.
           PERFORM 7100-POSTER-UNE-JAMBE.

           MOVE IRR-EN-PERTE    TO WS-JAMBE-MONTANT.
           MOVE WS-COMPTE-PERTE TO WS-JAMBE-COMPTE.
           MOVE "D" TO WS-JAMBE-SENS.
           PERFORM 7100-POSTER-UNE-JAMBE.

           MOVE IRR-MONTANT       TO WS-JAMBE-MONTANT.
           MOVE WS-COMPTE-CLIENTS TO WS-JAMBE-COMPTE.
           MOVE "C" TO WS-JAMBE-SENS.
           PERFORM 7100-POSTER-UNE-JAMBE.

           MOVE IRR-FACTURE TO IIDX-NUMERO.
           DELETE INVFILE-IDX RECORD
               INVALID KEY
                   DISPLAY "SUPPRESSION DE " IRR-FACTURE
                       " DANS INVFILE-IDX EN ERREUR - STATUT "
                       WS-IIX-STATUS
           END-DELETE.
           ADD 1 TO WS-NB-APPROUVEES WS-NB-APPROUVEES-PASSE.

           MOVE WS-DATE-TRAITEMENT TO IRR-DATE-APPROBATION.
           MOVE WS-OPERATEUR       TO IRR-APPROBATEUR.
           WRITE IRRREGF-ENREG FROM IRR-ENREG.
           DISPLAY "FACTURE PASSEE EN PERTE - SUR PROVISION "
               IRR-SUR-PROVISION " EN PERTE " IRR-EN-PERTE.

           MOVE SPACES TO AUDIT-CHAMP.
           MOVE "PRO-" TO AUDIT-CHAMP(1:4).
           MOVE IRR-PROPOSANT TO AUDIT-CHAMP(5:8).
           PERFORM 3470-TRACER-AUDIT.

           MOVE SPACES TO AUDIT-CHAMP.
           MOVE "APP-" TO AUDIT-CHAMP(1:4).
           MOVE WS-OPERATEUR TO AUDIT-CHAMP(5:8).
           PERFORM 3470-TRACER-AUDIT.

           MOVE "S" TO ACTL-EVENEMENT.
           MOVE "PERTE APPROUVEE" TO ACTL-DETAIL.
           PERFORM 9500-JOURNALISER-ACTIVITE.

           MOVE "EN PERTE" TO AL-SORT.
           PERFORM 3600-POINTER-SUR-ETAT.

      * -----------------------------------------------------------*
      * 3450-LIRE-PROVISION-DISPONIBLE : solde créditeur du compte  *
      * de provision (négatif dans GLBALFIL-IDX), zéro s'il n'y en  *
      * a pas                                                       *
      * -----------------------------------------------------------*
       3450-LIRE-PROVISION-DISPONIBLE.
           MOVE ZEROES TO WS-PROVISION-DISPONIBLE.
           MOVE "N" TO WS-GLB-TROUVE-SWITCH.

           MOVE WS-COMPTE-PROVISION TO GIDX-COMPTE.
           READ GLBALFIL-IDX INTO GL-SOLDE-ENREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-GLB-TROUVE TO TRUE
           END-READ.

           IF WS-GLB-TROUVE AND GL-SOLDE < ZEROES
               COMPUTE WS-PROVISION-DISPONIBLE = GL-SOLDE * -1
           END-IF.

      * -----------------------------------------------------------*
      * 3470-TRACER-AUDIT : écrit une trace du passage en perte     *
      * dans AUDITFIL (restant dû avant, zéro après)                *
      * -----------------------------------------------------------*
       3470-TRACER-AUDIT.
           MOVE WS-DATE-TRAITEMENT TO AUDIT-DATE.
           ACCEPT WS-SYS-HHMMSS FROM TIME.
           MOVE WS-SYS-HHMMSS(1:6) TO AUDIT-HEURE.
           MOVE "IRRMNT1" TO AUDIT-PROGRAMME.
           MOVE IRR-MONTANT TO AUDIT-AVANT.
           MOVE ZEROES TO AUDIT-APRES.

           IF WS-AUD-OK
               WRITE AUDITFIL-ENREG FROM AUDIT-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3500-REPORTER-L-ATTENTE : reporte la proposition non        *
      * décidée dans la nouvelle génération et la pointe sur l'état *
      * -----------------------------------------------------------*
       3500-REPORTER-L-ATTENTE.
           ADD 1 TO WS-NB-EN-ATTENTE.

           IF WS-PNN-OK
               WRITE IRRPENDF-NEW-ENREG FROM IRR-ENREG
           END-IF.

           MOVE "EN ATTENTE" TO AL-SORT.
           PERFORM 3600-POINTER-SUR-ETAT.

      * -----------------------------------------------------------*
      * 3600-POINTER-SUR-ETAT : pointe la proposition sur l'état    *
      * des décisions, avec son âge                                 *
      * -----------------------------------------------------------*
       3600-POINTER-SUR-ETAT.
           IF WS-RPT-OK
               MOVE IRR-DATE-PROPOSITION TO AL-DATE-PROPOSITION
               MOVE IRR-PROPOSANT        TO AL-PROPOSANT
               MOVE IRR-FACTURE          TO AL-FACTURE
               MOVE IRR-CLIENT           TO AL-CLIENT
               MOVE IRR-MONTANT          TO AL-MONTANT
               MOVE WS-AGE-JOURS         TO AL-AGE
               WRITE IRRRPT-LIGNE FROM WS-LIGNE-ATTENTE
           END-IF.

      * -----------------------------------------------------------*
      * 3800-RECOPIER-LES-ATTENTES : réécrit IRRPENDF sur place     *
      * depuis la nouvelle génération (même recopie que CORMNT1)    *
      * -----------------------------------------------------------*
       3800-RECOPIER-LES-ATTENTES.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT IRRPENDF-NEW.
           IF NOT WS-PNN-OK
               DISPLAY "IMPOSSIBLE DE RELIRE IRRPENDF-NEW - STATUT "
                   WS-PNN-STATUS
           ELSE
               OPEN OUTPUT IRRPENDF
               IF NOT WS-PEN-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE IRRPENDF - "
                       "STATUT " WS-PEN-STATUS
               ELSE
                   PERFORM 3850-RECOPIER-UNE-ATTENTE
                       UNTIL WS-FIN-FICHIER
                   CLOSE IRRPENDF
               END-IF
               CLOSE IRRPENDF-NEW
           END-IF.

      * -----------------------------------------------------------*
      * 3850-RECOPIER-UNE-ATTENTE : recopie une attente dans        *
      * IRRPENDF                                                    *
      * -----------------------------------------------------------*
       3850-RECOPIER-UNE-ATTENTE.
           READ IRRPENDF-NEW
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   WRITE IRRPENDF-ENREG FROM IRRPENDF-NEW-ENREG
           END-READ.

      * -----------------------------------------------------------*
      * 3900-REECRIRE-LES-FACTURES : réécrit INVFILE sur place sans *
      * les factures passées en perte, qui sortent ainsi de la      *
      * relance DUN010 et des intérêts de retard LATINT010 : les    *
      * factures encore présentes dans INVFILE-IDX passent par      *
      * IRRINVW, recopié ensuite sur INVFILE                        *
      * -----------------------------------------------------------*
       3900-REECRIRE-LES-FACTURES.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT INVFILE.
           OPEN OUTPUT IRRINVW.
           IF NOT WS-INV-OK OR NOT WS-IVW-OK
               DISPLAY "INVFILE (" WS-INV-STATUS ") OU IRRINVW ("
                   WS-IVW-STATUS ") INDISPONIBLE"
               DISPLAY "FACTURES PASSEES EN PERTE A RETIRER A LA "
                   "MAIN - VOIR IRRRPT"
               IF WS-INV-OK
                   CLOSE INVFILE
               END-IF
               IF WS-IVW-OK
                   CLOSE IRRINVW
               END-IF
           ELSE
               PERFORM 3920-FILTRER-UNE-FACTURE
                   UNTIL WS-FIN-FICHIER
               CLOSE INVFILE
               CLOSE IRRINVW
               PERFORM 3940-RECOPIER-LES-FACTURES
           END-IF.

      * -----------------------------------------------------------*
      * 3920-FILTRER-UNE-FACTURE : recopie une facture d'INVFILE    *
      * dans IRRINVW si elle figure encore dans INVFILE-IDX         *
      * -----------------------------------------------------------*
       3920-FILTRER-UNE-FACTURE.
           READ INVFILE INTO WS-FACTURE-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   MOVE WFA-NUMERO TO IIDX-NUMERO
                   READ INVFILE-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           WRITE IRRINVW-ENREG FROM INVFILE-ENREG
                   END-READ
           END-READ.

      * -----------------------------------------------------------*
      * 3940-RECOPIER-LES-FACTURES : réécrit INVFILE sur place      *
      * depuis IRRINVW, puis recharge et rouvre son index           *
      * -----------------------------------------------------------*
       3940-RECOPIER-LES-FACTURES.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT IRRINVW.
           IF NOT WS-IVW-OK
               DISPLAY "IMPOSSIBLE DE RELIRE IRRINVW - STATUT "
                   WS-IVW-STATUS
               DISPLAY "FACTURES PASSEES EN PERTE A RETIRER A LA "
                   "MAIN - VOIR IRRRPT"
           ELSE
               OPEN OUTPUT INVFILE
               IF NOT WS-INV-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE INVFILE - STATUT "
                       WS-INV-STATUS
                   DISPLAY "FACTURES PASSEES EN PERTE A RETIRER A LA "
                       "MAIN - VOIR IRRRPT"
               ELSE
                   PERFORM 3950-RECOPIER-UNE-FACTURE
                       UNTIL WS-FIN-FICHIER
                   CLOSE INVFILE
                   PERFORM 3960-RECHARGER-INDEX-FACTURES
               END-IF
               CLOSE IRRINVW
           END-IF.

      * -----------------------------------------------------------*
      * 3950-RECOPIER-UNE-FACTURE : recopie une facture dans        *
      * INVFILE                                                     *
      * -----------------------------------------------------------*
       3950-RECOPIER-UNE-FACTURE.
           READ IRRINVW
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   WRITE INVFILE-ENREG FROM IRRINVW-ENREG
           END-READ.

      * -----------------------------------------------------------*
      * 3960-RECHARGER-INDEX-FACTURES : recharge INVFILE-IDX depuis *
      * INVFILE réécrit et le rouvre pour la suite de la session    *
      * -----------------------------------------------------------*
       3960-RECHARGER-INDEX-FACTURES.
           CLOSE INVFILE-IDX.
           MOVE "N" TO WS-INVFILE-SW.

           MOVE "INVFILE" TO WS-IXM-FICHIER.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.
           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE INVFILE-IDX EN ERREUR"
                   " - RELANCER IDXCHK1 INVFILE R"
           ELSE
               PERFORM 1150-OUVRIR-INDEX-FACTURES
           END-IF.

      * -----------------------------------------------------------*
      * 4100-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (même mécanique que GLPOST010) et l'ouvre en mise à jour ;  *
      * GLBALFIL absent = grand livre vierge. Index inutilisable =  *
      * approbation impossible                                      *
      * -----------------------------------------------------------*
       4100-OUVRIR-SOLDES.
           MOVE "GLBALFIL" TO WS-IXM-FICHIER.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "APPROBATION IMPOSSIBLE"
           ELSE
               IF WS-IXM-RETOUR = 4
                   DISPLAY "GLBALFIL INTROUVABLE - GRAND LIVRE VIERGE"
               END-IF
               OPEN I-O GLBALFIL-IDX
               IF WS-GIX-OK
                   SET WS-GIX-OUVERT TO TRUE
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR GLBALFIL-IDX - STATUT "
                       WS-GIX-STATUS " - APPROBATION IMPOSSIBLE"
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
      * 5000-EDITER-LE-REGISTRE : imprime sur IRRLST les passages   *
      * en perte du registre, tous ou ceux approuvés dans la        *
      * période demandée, avec leurs totaux                         *
      * -----------------------------------------------------------*
       5000-EDITER-LE-REGISTRE.
           MOVE SPACES TO WS-PERIODE-REGISTRE.
           DISPLAY "PERIODE AAAAMM (BLANC = REGISTRE ENTIER) : ".
           ACCEPT WS-PERIODE-REGISTRE.

           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-NB-INSCRITES WS-TOTAL-MONTANT
               WS-TOTAL-SUR-PROVISION WS-TOTAL-EN-PERTE.

           MOVE WS-TITRE-REGISTRE TO WS-TITRE-RAPPORT.
           MOVE 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           OPEN OUTPUT IRRLST.
           IF NOT WS-LST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR IRRLST - STATUT "
                   WS-LST-STATUS
           ELSE
               WRITE IRRLST-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE IRRLST-LIGNE FROM WS-LIGNE-ENTETE-REG-1
               WRITE IRRLST-LIGNE FROM WS-LIGNE-ENTETE-REG-2
           END-IF.

           OPEN INPUT IRRREGF.
           IF NOT WS-REG-OK
               DISPLAY "IRRREGF ABSENT - REGISTRE VIDE"
           ELSE
               PERFORM 5100-EDITER-UNE-INSCRIPTION
                   UNTIL WS-FIN-FICHIER
               CLOSE IRRREGF
           END-IF.

           IF WS-LST-OK
               MOVE WS-NB-INSCRITES        TO RT-NB
               MOVE WS-TOTAL-MONTANT       TO RT-MONTANT
               MOVE WS-TOTAL-SUR-PROVISION TO RT-SUR-PROVISION
               MOVE WS-TOTAL-EN-PERTE      TO RT-EN-PERTE
               MOVE SPACES TO IRRLST-LIGNE
               WRITE IRRLST-LIGNE
               WRITE IRRLST-LIGNE FROM WS-LIGNE-TOTAL-REG
               CLOSE IRRLST
               DISPLAY "REGISTRE EDITE SUR IRRLST : "
                   WS-NB-INSCRITES " PASSAGE(S) EN PERTE"
           END-IF.

      * -----------------------------------------------------------*
      * 5100-EDITER-UNE-INSCRIPTION : lit une inscription du        *
      * registre et l'imprime si elle est de la période demandée    *
      * -----------------------------------------------------------*
       5100-EDITER-UNE-INSCRIPTION.
           READ IRRREGF INTO IRR-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF WS-PERIODE-REGISTRE = SPACES
                       OR WS-PERIODE-REGISTRE
                           = IRR-DATE-APPROBATION(1:6)
                       PERFORM 5200-IMPRIMER-UNE-INSCRIPTION
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 5200-IMPRIMER-UNE-INSCRIPTION : deux lignes par passage en  *
      * perte - montants, puis identités et motif                   *
      * -----------------------------------------------------------*
       5200-IMPRIMER-UNE-INSCRIPTION.
           ADD 1 TO WS-NB-INSCRITES.
           ADD IRR-MONTANT       TO WS-TOTAL-MONTANT.
           ADD IRR-SUR-PROVISION TO WS-TOTAL-SUR-PROVISION.
           ADD IRR-EN-PERTE      TO WS-TOTAL-EN-PERTE.

           IF WS-LST-OK
               MOVE IRR-FACTURE          TO RG-FACTURE
               MOVE IRR-CLIENT           TO RG-CLIENT
               MOVE IRR-DATE-FACTURE     TO RG-DATE-FACTURE
               MOVE IRR-DATE-APPROBATION TO RG-DATE-APPROBATION
               MOVE IRR-MONTANT          TO RG-MONTANT
               MOVE IRR-SUR-PROVISION    TO RG-SUR-PROVISION
               MOVE IRR-EN-PERTE         TO RG-EN-PERTE
               WRITE IRRLST-LIGNE FROM WS-LIGNE-REGISTRE
               MOVE IRR-PROPOSANT        TO RG-PROPOSANT
               MOVE IRR-APPROBATEUR      TO RG-APPROBATEUR
               MOVE IRR-MOTIF            TO RG-MOTIF
               WRITE IRRLST-LIGNE FROM WS-LIGNE-REGISTRE-2
           END-IF.

      * -----------------------------------------------------------*
      * 6000-TERMINER : ferme l'audit et le journal d'activité,     *
      * affiche le récapitulatif                                    *
      * -----------------------------------------------------------*
       6000-TERMINER.
           IF WS-INVFILE-DISPONIBLE
               CLOSE INVFILE-IDX
           END-IF.
           IF WS-AUD-OK
               CLOSE AUDITFIL
           END-IF.
           IF WS-ACT-OK
               CLOSE ACTLOGF
           END-IF.

           DISPLAY "PERTES PROPOSEES     : " WS-NB-PROPOSEES.
           DISPLAY "PERTES APPROUVEES    : " WS-NB-APPROUVEES.
           DISPLAY "RESTENT EN ATTENTE   : " WS-NB-EN-ATTENTE.
           DISPLAY "PROPOSITIONS CLOSES  : " WS-NB-CLOSES.
           DISPLAY "PROPOSITIONS EXPIREES: " WS-NB-EXPIREES.

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
      * 7100-POSTER-UNE-JAMBE : applique la jambe préparée au solde *
      * de son compte (débit ajoute, crédit retranche) et           *
      * l'historise sous le lot IRRMNT1 - montant nul ignoré        *
      * -----------------------------------------------------------*
       7100-POSTER-UNE-JAMBE.
           IF WS-JAMBE-MONTANT NOT = ZEROES
               MOVE WS-JAMBE-COMPTE TO WS-COMPTE-CIBLE
               PERFORM 7000-TROUVER-CREER-COMPTE
               IF WS-JAMBE-SENS = "D"
                   ADD WS-JAMBE-MONTANT TO GL-SOLDE
               ELSE
                   SUBTRACT WS-JAMBE-MONTANT FROM GL-SOLDE
               END-IF
               MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ
               PERFORM 7050-REECRIRE-COMPTE

               MOVE WS-DATE-TRAITEMENT TO GLH-DATE
               MOVE WS-JAMBE-COMPTE    TO GLH-COMPTE
               MOVE WS-JAMBE-SENS      TO GLH-SENS
               MOVE WS-JAMBE-MONTANT   TO GLH-MONTANT
               MOVE WS-JAMBE-LIBELLE   TO GLH-LIBELLE
               MOVE WS-DATE-TRAITEMENT TO GLH-LOT-DATE
               MOVE "HQ"               TO GLH-SEGMENT
               MOVE "IRRMNT1"          TO GLH-LOT-PROGRAMME
               WRITE GLHSTFIL-ENREG FROM GLH-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9500-JOURNALISER-ACTIVITE : écrit l'événement courant dans  *
      * le journal d'activité (même principe que MENU010)           *
      * -----------------------------------------------------------*
       9500-JOURNALISER-ACTIVITE.
           MOVE WS-DATE-TRAITEMENT TO ACTL-DATE.
           ACCEPT WS-SYS-HHMMSS FROM TIME.
           MOVE WS-SYS-HHMMSS(1:6) TO ACTL-HEURE.
           MOVE WS-OPERATEUR TO ACTL-OPERATEUR.

           IF WS-ACT-OK
               WRITE ACTLOGF-ENREG FROM ACTL-ENREG
           END-IF.
