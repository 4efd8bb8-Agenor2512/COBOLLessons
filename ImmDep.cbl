       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMDEP010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-15  AG  Création : amortissement mensuel des
      *                 immobilisations du maître IMMFILE (copy
      *                 IMMREC, tenu par IMMMNT1) - fini la dotation
      *                 annuelle ressaisie dans GLJRN1 depuis un
      *                 tableur. Le dernier jour du mois (même
      *                 détection que REVAL010), et seulement si la
      *                 période de la date de traitement est encore
      *                 ouverte au sens de la clôture GLCLS010
      *                 (sous-programme commun PERCTL01), chaque
      *                 immobilisation est amortie de tous les mois
      *                 non encore amortis jusqu'à la période
      *                 courante (rattrapage d'un mois manqué, le
      *                 mois d'acquisition compte en entier) : en
      *                 linéaire coût / durée, le dernier mois
      *                 soldant la valeur nette ; en dégressif
      *                 valeur nette x taux annuel / 12, avec
      *                 bascule au linéaire sur la durée restante
      *                 dès qu'il devient supérieur. La dotation est
      *                 postée débit compte de dotation / crédit
      *                 compte d'amortissements (GLBALFIL par la
      *                 même mécanique de table que REVAL010,
      *                 jambes historisées dans GLHSTFIL sous le lot
      *                 distinct IMMDEP01). Une fiche non encore
      *                 portée à l'actif passe d'abord sa mise en
      *                 service (débit compte d'immobilisation /
      *                 crédit 404000). Une cession saisie par
      *                 IMMMNT1 est amortie jusqu'à son mois puis
      *                 sortie du bilan : reprise des amortissements
      *                 cumulés, prix de cession en 462000, sortie
      *                 du coût, et la différence entre le prix et
      *                 la valeur nette comptable en plus-value
      *                 (775000) ou moins-value (675000). Le maître
      *                 mis à jour part dans IMMFILE-NEW, le tableau
      *                 d'amortissement dans IMMRPT (RPTHDR010).
      *                 Raccordé au pilotage de reprise (STEPCTL01),
      *                 à la date de traitement (DATPRM01), aux
      *                 anomalies (EXCFILE) et au journal de run.
      * 2026-10-10  AG  GLHSTREC étendu (copy commune) : segment
      *                 analytique GLH-SEGMENT, posé à HQ (siège) sur
      *                 les jambes historisées par ce programme -
      *                 GLHSTFIL passe de 60 à 62 caractères.
      * 2026-10-11  AG  Fin de mois au calendrier d'exploitation : le
      *                 traitement se déclenche aussi le dernier jour
      *                 OUVRE du mois (drapeau CAL-DERNIER-OUVRE de
      *                 CALFILE, sous-programme commun CALFDM01) - un
      *                 mois finissant un samedi, un dimanche ou un
      *                 férié n'avait jamais de fenêtre son dernier jour
      *                 calendaire et le traitement de fin de mois était
      *                 sauté.
      * 2026-10-15  AG  Plus de table de 100 soldes : comme dans
      *                 GLPOST010, GLBALFIL-IDX est rechargé depuis
      *                 GLBALFIL (IDXMST01) en début de run, chaque
      *                 compte y est lu et mis à jour par sa clé, puis
      *                 GLBALFIL est réécrit depuis l'index dans l'ordre
      *                 des comptes. Index inutilisable = aucune fiche
      *                 traitée.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des immobilisations - voir copy IMMREC
           SELECT IMMFILE ASSIGN TO "IMMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMM-STATUS.

      * Nouveau maître : cumuls amortis, mises en service, sorties
           SELECT IMMFILE-NEW ASSIGN TO "IMMFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMN-STATUS.

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

      * Tableau des amortissements imprimé
           SELECT IMMRPT ASSIGN TO "IMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies (fiches incomplètes, période close)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  IMMFILE
           RECORD CONTAINS 139 CHARACTERS.
       01  IMMFILE-ENREG               PIC X(139).

       FD  IMMFILE-NEW
           RECORD CONTAINS 139 CHARACTERS.
       01  IMMFILE-NEW-ENREG           PIC X(139).

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

       FD  IMMRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  IMMRPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des immobilisations - voir IMMREC
       COPY IMMREC.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-IMM-STATUS               PIC X(02).
           88  WS-IMM-OK               VALUE "00".
           88  WS-IMM-EOF              VALUE "10".

       01  WS-IMN-STATUS               PIC X(02).
           88  WS-IMN-OK               VALUE "00".

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Comptes du plan dédiés aux immobilisations : contrepartie de
      * la mise en service, créance sur cession, résultat de cession
       01  WS-COMPTE-FOURNISSEUR-IMMO  PIC X(06) VALUE "404000".
       01  WS-COMPTE-CREANCE-CESSION   PIC X(06) VALUE "462000".
       01  WS-COMPTE-PLUS-VALUE        PIC X(06) VALUE "775000".
       01  WS-COMPTE-MOINS-VALUE       PIC X(06) VALUE "675000".

      * Période amortie courante (AAAAMM), avancée mois par mois,
      * et période cible du run (celle de la date de traitement,
      * ou celle de la cession si elle est antérieure)
       01  WS-PERIODE-COURANTE.
           05  WS-PRC-AAAA             PIC 9(04).
           05  WS-PRC-MM               PIC 9(02).
       01  WS-PERIODE-COURANTE-NUM REDEFINES WS-PERIODE-COURANTE
                                       PIC 9(06).
       01  WS-PERIODE-CIBLE            PIC 9(06).
       01  WS-PERIODE-TRAITEMENT       PIC 9(06).

      * Contrôle de période de la clôture mensuelle (PERCTL01) : une
      * date de traitement en période close ne poste rien
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".

      * Cession à comptabiliser dans ce run pour la fiche courante
       01  WS-CESSION-SW               PIC X(01) VALUE "N".
           88  WS-CESSION-A-POSTER     VALUE "O".

      * Calcul de la dotation
       01  WS-VNC                      PIC S9(07)V9(02).
       01  WS-MOIS-RESTANTS            PIC 9(03).
       01  WS-DOTATION-MOIS            PIC S9(07)V9(02).
       01  WS-DOTATION-LINEAIRE        PIC S9(07)V9(02).
       01  WS-DOTATION-IMMO            PIC S9(07)V9(02).
       01  WS-NB-MOIS-RUN              PIC 9(03).
       01  WS-RESULTAT-CESSION         PIC S9(07)V9(02).

      * Jambe à poster, préparée par l'appelant de 7100
       01  WS-JAMBE-COMPTE             PIC X(06).
       01  WS-JAMBE-SENS               PIC X(01).
       01  WS-JAMBE-MONTANT            PIC S9(07)V9(02).
       01  WS-JAMBE-LIBELLE            PIC X(20).

       01  WS-MOTIF-REJET              PIC X(40).

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

      * Dernier jour du mois de traitement, pour déclencher
      * l'amortissement (années bissextiles comprises)
       01  WS-DERNIER-JOUR             PIC 9(02).
       01  WS-QUOTIENT                 PIC 9(04).
       01  WS-RESTE-4                  PIC 9(04).
       01  WS-RESTE-100                PIC 9(04).
       01  WS-RESTE-400                PIC 9(04).

      * Date de traitement = fin de mois : dernier jour calendaire
      * du mois, ou dernier jour ouvré au calendrier d'exploitation
      * (CALFDM01) quand le mois finit un jour non ouvré
       01  WS-FIN-DE-MOIS-SW           PIC X(01) VALUE "N".
           88  WS-FIN-DE-MOIS          VALUE "O".

       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).
           05  WS-DEC-JJ               PIC 9(02).

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-AMORTIES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-MISES-EN-SERVICE      PIC 9(05) VALUE ZEROES.
       01  WS-NB-CESSIONS              PIC 9(05) VALUE ZEROES.
       01  WS-NB-JAMBES                PIC 9(07) VALUE ZEROES.
       01  WS-TOTAL-DOTATIONS          PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-RESULTAT-CESSION   PIC S9(09)V9(02) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cet état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "TABLEAU DES AMORTISSEMENTS".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(09) VALUE "IMMO".
           05  FILLER                  PIC X(21) VALUE "DESIGNATION".
           05  FILLER                  PIC X(02) VALUE "M".
           05  FILLER                  PIC X(12) VALUE "COUT".
           05  FILLER                  PIC X(12) VALUE "DOTATION".
           05  FILLER                  PIC X(12) VALUE "CUMUL".
           05  FILLER                  PIC X(12) VALUE "VNC".

       01  WS-LIGNE-DETAIL.
           05  DL-NUMERO               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-METHODE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-COUT                 PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DOTATION             PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUMUL                PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-VNC                  PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-LIGNE-CESSION.
           05  FILLER                  PIC X(11) VALUE "  CESSION ".
           05  LC-DATE                 PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  PRIX ".
           05  LC-PRIX                 PIC Z(06)9.99.
           05  FILLER                  PIC X(06) VALUE "  VNC ".
           05  LC-VNC                  PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-SENS-RESULTAT        PIC X(13).
           05  LC-RESULTAT             PIC Z(06)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-LIGNE-TOTAUX.
           05  FILLER                  PIC X(21)
               VALUE "FICHES AMORTIES    : ".
           05  TT-NB                   PIC ZZZZ9.
           05  FILLER                  PIC X(20)
               VALUE "   DOTATION TOTALE :".
           05  TT-DOTATION             PIC -(08)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-LIGNE-TOTAUX-2.
           05  FILLER                  PIC X(21)
               VALUE "CESSIONS POSTEES   : ".
           05  TT-NB-CESSIONS          PIC ZZZZ9.
           05  FILLER                  PIC X(20)
               VALUE "   RESULTAT NET    :".
           05  TT-RESULTAT             PIC -(08)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise de la fenêtre (sous-programme commun
      * STEPCTL01 + fichier RUNCTLF) : un step déjà terminé pour la
      * date du jour est sauté à la relance. La période amortie
      * portée par chaque fiche empêche déjà de doter deux fois un
      * même mois, mais la mise en service et la cession n'ont pas
      * cette garde
       01  WS-STEP-NOM                 PIC X(08) VALUE "IMMDEP01".
       01  WS-STEP-DATE                PIC 9(08).
       01  WS-STEP-FONCTION            PIC X(01).
       01  WS-STEP-NB-LUS              PIC 9(07).
       01  WS-STEP-NB-ECRITS           PIC 9(07).
       01  WS-STEP-DEJA-FAIT-SW        PIC X(01).
           88  WS-STEP-DEJA-FAIT       VALUE "O".

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

      * Heures machine HHMMSSCC telles que restituées par TIME ;
      * seuls les six premiers chiffres (HHMMSS) vont au journal
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).
       01  WS-SYS-HHMMSS               PIC 9(08).
       01  WS-NB-REJETS-RUN            PIC 9(07) VALUE ZEROES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 0100-CONTROLER-REPRISE.

           IF WS-STEP-DEJA-FAIT
               DISPLAY "STEP DEJA TERMINE POUR CETTE DATE - SAUTE"
           ELSE
               PERFORM 0300-CONTROLER-FIN-DE-MOIS
               IF WS-FIN-DE-MOIS
                   PERFORM 0400-CONTROLER-PERIODE
                   IF NOT WS-PERIODE-CLOSE
                       PERFORM 1000-INITIALISER
                       PERFORM 2000-TRAITER-UNE-IMMO
                           UNTIL WS-FIN-FICHIER
                       PERFORM 3000-TERMINER
                   END-IF
               ELSE
                   DISPLAY "PAS LE DERNIER JOUR DU MOIS - AUCUN "
                       "AMORTISSEMENT"
               END-IF
               PERFORM 0200-ENREGISTRER-BONNE-FIN
               PERFORM 9600-ECRIRE-JOURNAL-RUN
           END-IF.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 0100-CONTROLER-REPRISE : demande au pilotage de reprise     *
      * (STEPCTL01) si ce step s'est déjà terminé normalement pour  *
      * la date du jour                                             *
      * -----------------------------------------------------------*
       0100-CONTROLER-REPRISE.
           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE WS-DATE-TRAITEMENT TO WS-STEP-DATE.
           MOVE "D" TO WS-STEP-FONCTION.
           MOVE ZEROES TO WS-STEP-NB-LUS WS-STEP-NB-ECRITS.
           CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
               WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
               WS-STEP-DEJA-FAIT-SW.

      * -----------------------------------------------------------*
      * 0200-ENREGISTRER-BONNE-FIN : enregistre la bonne fin du     *
      * step (et ses compteurs) dans le pilotage de reprise, sauf   *
      * si le run s'est terminé en erreur fichier                   *
      * -----------------------------------------------------------*
       0200-ENREGISTRER-BONNE-FIN.
           IF WS-CODE-RETOUR < 8
               MOVE "F" TO WS-STEP-FONCTION
               MOVE WS-NB-LUS TO WS-STEP-NB-LUS
               MOVE WS-NB-AMORTIES TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 0300-CONTROLER-FIN-DE-MOIS : calcule le dernier jour du     *
      * mois de traitement                                          *
      * -----------------------------------------------------------*
       0300-CONTROLER-FIN-DE-MOIS.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP.
           EVALUATE WS-DEC-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DERNIER-JOUR
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DERNIER-JOUR
               WHEN 02
                   PERFORM 0370-FEVRIER-BISSEXTILE
               WHEN OTHER
                   DISPLAY "MOIS INVALIDE : " WS-DEC-MM
                   MOVE 31 TO WS-DERNIER-JOUR
           END-EVALUATE.

           IF WS-DEC-JJ = WS-DERNIER-JOUR
               MOVE "O" TO WS-FIN-DE-MOIS-SW
           ELSE
               CALL "CALFDM01" USING WS-DATE-TRAITEMENT,
                   WS-FIN-DE-MOIS-SW
           END-IF.

      * -----------------------------------------------------------*
      * 0370-FEVRIER-BISSEXTILE : 29 jours si l'année est divisible *
      * par 4 sans l'être par 100, ou divisible par 400             *
      * -----------------------------------------------------------*
       0370-FEVRIER-BISSEXTILE.
           DIVIDE WS-DEC-AAAA BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-4.
           DIVIDE WS-DEC-AAAA BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-100.
           DIVIDE WS-DEC-AAAA BY 400 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-400.

           IF (WS-RESTE-4 = ZEROES AND WS-RESTE-100 NOT = ZEROES)
               OR WS-RESTE-400 = ZEROES
               MOVE 29 TO WS-DERNIER-JOUR
           ELSE
               MOVE 28 TO WS-DERNIER-JOUR
           END-IF.

      * -----------------------------------------------------------*
      * 0400-CONTROLER-PERIODE : la dotation est datée du jour de   *
      * traitement ; si GLCLS010 a déjà clos cette période          *
      * (PERCTL01), rien n'est posté et l'anomalie est critique     *
      * -----------------------------------------------------------*
       0400-CONTROLER-PERIODE.
           MOVE WS-DATE-TRAITEMENT(1:6) TO WS-PERIODE-TRAITEMENT.
           CALL "PERCTL01" USING WS-DATE-TRAITEMENT,
               WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW.

           IF WS-PERIODE-CLOSE
               DISPLAY "PERIODE " WS-PERIODE-TRAITEMENT
                   " DEJA CLOSE - AUCUN AMORTISSEMENT POSTE"
               PERFORM 9700-NOTER-REJET

               OPEN EXTEND EXCFILE
               IF WS-EXC-OK
                   MOVE "DATE TRAITEMENT" TO EXC-CHAMP
                   SET EXC-SEV-CRITIQUE TO TRUE
                   MOVE WS-DATE-TRAITEMENT TO EXC-VALEUR1
                   MOVE WS-PERIODE-OUVERTE TO EXC-VALEUR2
                   MOVE "PERIODE CLOSE - DOTATIONS NON POSTEES"
                       TO EXC-MESSAGE
                   PERFORM 8100-ECRIRE-ANOMALIE
                   CLOSE EXCFILE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre les soldes du grand livre, le      *
      * maître, le nouveau maître, l'historique et l'état           *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-SOLDES.
           IF NOT WS-GIX-OUVERT
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           OPEN INPUT IMMFILE.
           IF NOT WS-IMM-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR IMMFILE - STATUT "
                   WS-IMM-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           OPEN OUTPUT IMMFILE-NEW.
           IF NOT WS-IMN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR IMMFILE-NEW - STATUT "
                   WS-IMN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * EXTEND : l'historique des écritures est permanent
           OPEN EXTEND GLHSTFIL.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT GLHSTFIL
           END-IF.
           IF NOT WS-HST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT IMMRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR IMMRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE IMMRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE IMMRPT-LIGNE FROM WS-LIGNE-ENTETE-2
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 2900-LIRE-IMMO
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (même mécanique que GLPOST010) et l'ouvre en mise à jour ;  *
      * GLBALFIL absent = grand livre vierge. Index inutilisable =  *
      * aucune fiche traitée                                        *
      * -----------------------------------------------------------*
       1100-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "AUCUNE FICHE TRAITEE"
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
                       WS-GIX-STATUS " - AUCUNE FICHE TRAITEE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2000-TRAITER-UNE-IMMO : met en service, amortit et sort     *
      * du bilan l'immobilisation courante, puis la réécrit         *
      * -----------------------------------------------------------*
       2000-TRAITER-UNE-IMMO.
           ADD 1 TO WS-NB-LUS.

           IF NOT IMM-SORTIE
               PERFORM 2050-CONTROLER-FICHE
               IF WS-MOTIF-REJET = SPACES
                   PERFORM 2100-DETERMINER-CIBLE
                   IF NOT IMM-INTEGREE
                       PERFORM 2200-METTRE-EN-SERVICE
                   END-IF
                   PERFORM 2300-AMORTIR-LA-FICHE
                   IF WS-CESSION-A-POSTER
                       PERFORM 2500-COMPTABILISER-CESSION
                   END-IF
               ELSE
                   PERFORM 8000-REJETER-FICHE
               END-IF
           END-IF.

           WRITE IMMFILE-NEW-ENREG FROM IMM-ENREG.

           PERFORM 2900-LIRE-IMMO.

      * -----------------------------------------------------------*
      * 2050-CONTROLER-FICHE : une fiche sans comptes, sans durée   *
      * ou sans mode d'amortissement reconnu n'est pas traitée      *
      * -----------------------------------------------------------*
       2050-CONTROLER-FICHE.
           MOVE SPACES TO WS-MOTIF-REJET.

           EVALUATE TRUE
               WHEN IMM-COMPTE-IMMO = SPACES
                   OR IMM-COMPTE-AMORT = SPACES
                   OR IMM-COMPTE-DOTATION = SPACES
                   MOVE "FICHE SANS COMPTES DU PLAN"
                       TO WS-MOTIF-REJET
               WHEN IMM-DUREE-MOIS NOT NUMERIC
                   OR IMM-DUREE-MOIS = ZEROES
                   MOVE "DUREE D'UTILISATION NULLE"
                       TO WS-MOTIF-REJET
               WHEN NOT IMM-LINEAIRE AND NOT IMM-DEGRESSIF
                   MOVE "MODE D'AMORTISSEMENT INCONNU"
                       TO WS-MOTIF-REJET
               WHEN IMM-DEGRESSIF AND IMM-TAUX-DEGRESSIF = ZEROES
                   MOVE "TAUX DEGRESSIF NUL"
                       TO WS-MOTIF-REJET
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-DETERMINER-CIBLE : période jusqu'à laquelle amortir -  *
      * celle du traitement, ou celle de la cession si une cession  *
      * datée au plus tard aujourd'hui est à comptabiliser          *
      * -----------------------------------------------------------*
       2100-DETERMINER-CIBLE.
           MOVE "N" TO WS-CESSION-SW.
           MOVE WS-PERIODE-TRAITEMENT TO WS-PERIODE-CIBLE.

           IF IMM-CESSION-SAISIE
               AND IMM-DATE-CESSION <= WS-DATE-TRAITEMENT
               SET WS-CESSION-A-POSTER TO TRUE
               MOVE IMM-DATE-CESSION(1:6) TO WS-PERIODE-CIBLE
           END-IF.

      * -----------------------------------------------------------*
      * 2200-METTRE-EN-SERVICE : porte le coût à l'actif (débit     *
      * compte d'immobilisation / crédit fournisseurs               *
      * d'immobilisations)                                          *
      * -----------------------------------------------------------*
       2200-METTRE-EN-SERVICE.
           MOVE SPACES TO WS-JAMBE-LIBELLE.
           MOVE "MES "     TO WS-JAMBE-LIBELLE(1:4).
           MOVE IMM-NUMERO TO WS-JAMBE-LIBELLE(5:8).
           MOVE IMM-COUT   TO WS-JAMBE-MONTANT.

           MOVE IMM-COMPTE-IMMO TO WS-JAMBE-COMPTE.
           MOVE "D" TO WS-JAMBE-SENS.
           PERFORM 7100-POSTER-UNE-JAMBE.

           MOVE WS-COMPTE-FOURNISSEUR-IMMO TO WS-JAMBE-COMPTE.
           MOVE "C" TO WS-JAMBE-SENS.
           PERFORM 7100-POSTER-UNE-JAMBE.

           SET IMM-INTEGREE TO TRUE.
           ADD 1 TO WS-NB-MISES-EN-SERVICE.

      * -----------------------------------------------------------*
      * 2300-AMORTIR-LA-FICHE : dote chaque mois non encore amorti  *
      * jusqu'à la période cible, poste la dotation cumulée du run  *
      * et imprime la ligne du tableau                              *
      * -----------------------------------------------------------*
       2300-AMORTIR-LA-FICHE.
           MOVE ZEROES TO WS-DOTATION-IMMO WS-NB-MOIS-RUN.

      * Premier mois à doter : celui qui suit la dernière période
      * amortie, ou le mois d'acquisition pour une fiche neuve
           IF IMM-PERIODE-AMORTIE = ZEROES
               MOVE IMM-ACQ-AAAA TO WS-PRC-AAAA
               MOVE IMM-ACQ-MM   TO WS-PRC-MM
           ELSE
               MOVE IMM-PERIODE-AMORTIE TO WS-PERIODE-COURANTE
               PERFORM 2350-AVANCER-PERIODE
           END-IF.

           COMPUTE WS-VNC = IMM-COUT - IMM-CUMUL-AMORT.

           PERFORM 2400-AMORTIR-UN-MOIS
               UNTIL WS-PERIODE-COURANTE-NUM > WS-PERIODE-CIBLE
                   OR IMM-NB-MOIS-AMORTIS >= IMM-DUREE-MOIS
                   OR WS-VNC <= ZEROES.

           IF WS-DOTATION-IMMO > ZEROES
               MOVE SPACES TO WS-JAMBE-LIBELLE
               MOVE "DOTATION "    TO WS-JAMBE-LIBELLE(1:9)
               MOVE IMM-NUMERO     TO WS-JAMBE-LIBELLE(10:8)
               MOVE WS-DOTATION-IMMO TO WS-JAMBE-MONTANT

               MOVE IMM-COMPTE-DOTATION TO WS-JAMBE-COMPTE
               MOVE "D" TO WS-JAMBE-SENS
               PERFORM 7100-POSTER-UNE-JAMBE

               MOVE IMM-COMPTE-AMORT TO WS-JAMBE-COMPTE
               MOVE "C" TO WS-JAMBE-SENS
               PERFORM 7100-POSTER-UNE-JAMBE

               ADD 1 TO WS-NB-AMORTIES
               ADD WS-DOTATION-IMMO TO WS-TOTAL-DOTATIONS
           END-IF.

           IF WS-RPT-OK
               MOVE IMM-NUMERO       TO DL-NUMERO
               MOVE IMM-LIBELLE      TO DL-LIBELLE
               MOVE IMM-METHODE      TO DL-METHODE
               MOVE IMM-COUT         TO DL-COUT
               MOVE WS-DOTATION-IMMO TO DL-DOTATION
               MOVE IMM-CUMUL-AMORT  TO DL-CUMUL
               MOVE WS-VNC           TO DL-VNC
               WRITE IMMRPT-LIGNE FROM WS-LIGNE-DETAIL
           END-IF.

      * -----------------------------------------------------------*
      * 2350-AVANCER-PERIODE : passe la période courante au mois    *
      * suivant                                                     *
      * -----------------------------------------------------------*
       2350-AVANCER-PERIODE.
           IF WS-PRC-MM = 12
               MOVE 1 TO WS-PRC-MM
               ADD 1 TO WS-PRC-AAAA
           ELSE
               ADD 1 TO WS-PRC-MM
           END-IF.

      * -----------------------------------------------------------*
      * 2400-AMORTIR-UN-MOIS : calcule la dotation d'un mois selon  *
      * le mode de la fiche et l'ajoute au cumul                    *
      * -----------------------------------------------------------*
       2400-AMORTIR-UN-MOIS.
           COMPUTE WS-MOIS-RESTANTS =
               IMM-DUREE-MOIS - IMM-NB-MOIS-AMORTIS.

           IF WS-MOIS-RESTANTS = 1
      * Dernier mois du plan : solde la valeur nette
               MOVE WS-VNC TO WS-DOTATION-MOIS
           ELSE
               IF IMM-LINEAIRE
                   COMPUTE WS-DOTATION-MOIS ROUNDED =
                       IMM-COUT / IMM-DUREE-MOIS
               ELSE
      * Dégressif, avec bascule au linéaire sur la durée restante
      * dès que celui-ci devient supérieur
                   COMPUTE WS-DOTATION-MOIS ROUNDED =
                       WS-VNC * IMM-TAUX-DEGRESSIF / 12
                   COMPUTE WS-DOTATION-LINEAIRE ROUNDED =
                       WS-VNC / WS-MOIS-RESTANTS
                   IF WS-DOTATION-LINEAIRE > WS-DOTATION-MOIS
                       MOVE WS-DOTATION-LINEAIRE TO WS-DOTATION-MOIS
                   END-IF
               END-IF
           END-IF.

           IF WS-DOTATION-MOIS > WS-VNC
               MOVE WS-VNC TO WS-DOTATION-MOIS
           END-IF.

           ADD WS-DOTATION-MOIS TO WS-DOTATION-IMMO IMM-CUMUL-AMORT.
           SUBTRACT WS-DOTATION-MOIS FROM WS-VNC.
           ADD 1 TO IMM-NB-MOIS-AMORTIS WS-NB-MOIS-RUN.
           MOVE WS-PERIODE-COURANTE TO IMM-PERIODE-AMORTIE.

           PERFORM 2350-AVANCER-PERIODE.

      * -----------------------------------------------------------*
      * 2500-COMPTABILISER-CESSION : sort l'immobilisation du bilan *
      * - reprise des amortissements, prix en créance sur cession,  *
      * sortie du coût, plus-value ou moins-value sur la VNC        *
      * -----------------------------------------------------------*
       2500-COMPTABILISER-CESSION.
           COMPUTE WS-VNC = IMM-COUT - IMM-CUMUL-AMORT.
           COMPUTE WS-RESULTAT-CESSION = IMM-PRIX-CESSION - WS-VNC.

           MOVE SPACES TO WS-JAMBE-LIBELLE.
           MOVE "CESSION "  TO WS-JAMBE-LIBELLE(1:8).
           MOVE IMM-NUMERO  TO WS-JAMBE-LIBELLE(9:8).

           MOVE IMM-CUMUL-AMORT  TO WS-JAMBE-MONTANT.
           MOVE IMM-COMPTE-AMORT TO WS-JAMBE-COMPTE.
           MOVE "D" TO WS-JAMBE-SENS.
           PERFORM 7100-POSTER-UNE-JAMBE.

           MOVE IMM-PRIX-CESSION TO WS-JAMBE-MONTANT.
           MOVE WS-COMPTE-CREANCE-CESSION TO WS-JAMBE-COMPTE.
           MOVE "D" TO WS-JAMBE-SENS.
           PERFORM 7100-POSTER-UNE-JAMBE.

           MOVE IMM-COUT        TO WS-JAMBE-MONTANT.
           MOVE IMM-COMPTE-IMMO TO WS-JAMBE-COMPTE.
           MOVE "C" TO WS-JAMBE-SENS.
           PERFORM 7100-POSTER-UNE-JAMBE.

           IF WS-RESULTAT-CESSION > ZEROES
               MOVE WS-RESULTAT-CESSION TO WS-JAMBE-MONTANT
               MOVE WS-COMPTE-PLUS-VALUE TO WS-JAMBE-COMPTE
               MOVE "C" TO WS-JAMBE-SENS
               MOVE "PLUS-VALUE   " TO LC-SENS-RESULTAT
           ELSE
               COMPUTE WS-JAMBE-MONTANT = WS-RESULTAT-CESSION * -1
               MOVE WS-COMPTE-MOINS-VALUE TO WS-JAMBE-COMPTE
               MOVE "D" TO WS-JAMBE-SENS
               MOVE "MOINS-VALUE  " TO LC-SENS-RESULTAT
           END-IF.
           PERFORM 7100-POSTER-UNE-JAMBE.

           SET IMM-SORTIE TO TRUE.
           ADD 1 TO WS-NB-CESSIONS.
           ADD WS-RESULTAT-CESSION TO WS-TOTAL-RESULTAT-CESSION.

           IF WS-RPT-OK
               MOVE IMM-DATE-CESSION TO LC-DATE
               MOVE IMM-PRIX-CESSION TO LC-PRIX
               MOVE WS-VNC           TO LC-VNC
               MOVE WS-JAMBE-MONTANT TO LC-RESULTAT
               WRITE IMMRPT-LIGNE FROM WS-LIGNE-CESSION
           END-IF.

      * -----------------------------------------------------------*
      * 2900-LIRE-IMMO : lit la prochaine fiche du maître           *
      * -----------------------------------------------------------*
       2900-LIRE-IMMO.
           READ IMMFILE INTO IMM-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3000-TERMINER : réécrit les soldes du grand livre, ferme    *
      * les fichiers et imprime les totaux                          *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-IMM-OK OR WS-IMM-EOF
               CLOSE IMMFILE
           END-IF.
           IF WS-IMN-OK
               CLOSE IMMFILE-NEW
           END-IF.
           IF WS-HST-OK
               CLOSE GLHSTFIL
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           IF WS-GIX-OUVERT
               IF WS-CODE-RETOUR < 8
                   PERFORM 3050-REECRIRE-SOLDES
               END-IF
               CLOSE GLBALFIL-IDX
           END-IF.

           IF WS-RPT-OK
               MOVE WS-NB-AMORTIES     TO TT-NB
               MOVE WS-TOTAL-DOTATIONS TO TT-DOTATION
               WRITE IMMRPT-LIGNE FROM WS-LIGNE-TOTAUX
               MOVE WS-NB-CESSIONS     TO TT-NB-CESSIONS
               MOVE WS-TOTAL-RESULTAT-CESSION TO TT-RESULTAT
               WRITE IMMRPT-LIGNE FROM WS-LIGNE-TOTAUX-2
               CLOSE IMMRPT
           END-IF.

           DISPLAY "FICHES LUES        : " WS-NB-LUS.
           DISPLAY "MISES EN SERVICE   : " WS-NB-MISES-EN-SERVICE.
           DISPLAY "FICHES AMORTIES    : " WS-NB-AMORTIES.
           DISPLAY "DOTATION TOTALE    : " WS-TOTAL-DOTATIONS.
           DISPLAY "CESSIONS POSTEES   : " WS-NB-CESSIONS.
           DISPLAY "JAMBES POSTEES     : " WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 3050-REECRIRE-SOLDES : réécrit GLBALFIL en entier depuis    *
      * GLBALFIL-IDX, dans l'ordre des comptes                      *
      * -----------------------------------------------------------*
       3050-REECRIRE-SOLDES.
           OPEN OUTPUT GLBALFIL.
           IF NOT WS-GLB-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - STATUT "
                   WS-GLB-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3060-POSITIONNER-SOLDES
               PERFORM 3100-ECRIRE-UN-SOLDE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLBALFIL
           END-IF.

      * -----------------------------------------------------------*
      * 3060-POSITIONNER-SOLDES : se positionne sur le premier      *
      * compte de GLBALFIL-IDX et le lit                            *
      * -----------------------------------------------------------*
       3060-POSITIONNER-SOLDES.
           MOVE "N" TO WS-FIN-SOLDES-SW.
           MOVE LOW-VALUES TO GIDX-COMPTE.
           START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
               INVALID KEY
                   SET WS-FIN-SOLDES TO TRUE
           END-START.

           IF NOT WS-FIN-SOLDES
               PERFORM 3080-LIRE-SOLDE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 3080-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       3080-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3100-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX dans GLBALFIL                                  *
      * -----------------------------------------------------------*
       3100-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.
           ADD 1 TO WS-NB-GLB.

           PERFORM 3080-LIRE-SOLDE-SUIVANT.

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
      * 7100-POSTER-UNE-JAMBE : applique la jambe préparée au solde *
      * de son compte (débit ajoute, crédit retranche) et           *
      * l'historise sous le lot IMMDEP01 - montant nul ignoré       *
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
               MOVE "IMMDEP01"         TO GLH-LOT-PROGRAMME
               IF WS-HST-OK
                   WRITE GLHSTFIL-ENREG FROM GLH-ENREG
               END-IF
               ADD 1 TO WS-NB-JAMBES
           END-IF.

      * -----------------------------------------------------------*
      * 8000-REJETER-FICHE : journalise une fiche incomplète, qui   *
      * est recopiée telle quelle sans rien poster                  *
      * -----------------------------------------------------------*
       8000-REJETER-FICHE.
           DISPLAY "FICHE " IMM-NUMERO " NON TRAITEE : "
               WS-MOTIF-REJET.
           PERFORM 9700-NOTER-REJET.

           MOVE "IMMOBILISATION" TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE IMM-COUT         TO EXC-VALEUR1.
           MOVE IMM-DUREE-MOIS   TO EXC-VALEUR2.
           MOVE SPACES           TO EXC-MESSAGE.
           MOVE IMM-NUMERO       TO EXC-MESSAGE(1:8).
           MOVE WS-MOTIF-REJET   TO EXC-MESSAGE(10:31).
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 8100-ECRIRE-ANOMALIE : horodate et écrit dans EXCFILE       *
      * l'anomalie préparée par l'appelant                          *
      * -----------------------------------------------------------*
       8100-ECRIRE-ANOMALIE.
           ACCEPT WS-SYS-HHMMSS FROM TIME.

           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.
           MOVE "IMMDEP01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "IMMDEP01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-JAMBES TO RUN-NB-ECRITS.
           MOVE WS-NB-REJETS-RUN TO RUN-NB-REJETES.
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
      * 9700-NOTER-REJET : retient le code retour 4 (enregistre-    *
      * ments rejetés) sans écraser un code plus grave              *
      * -----------------------------------------------------------*
       9700-NOTER-REJET.
           ADD 1 TO WS-NB-REJETS-RUN.
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
