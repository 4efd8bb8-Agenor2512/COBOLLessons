       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMCAL010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-19  AG  Création : calcul mensuel des commissions des
      *                 commerciaux sur les encaissements - fini le
      *                 calcul à la main depuis les listings de
      *                 CSHAPP010 et la ressaisie dans PAYELMF. Le
      *                 dernier jour du mois (même détection que
      *                 IMMDEP010), le run reprend les événements
      *                 commissionnables du mois (COMEVTF, copy
      *                 COMEVT) : sommes imputées sur les factures
      *                 par CSHAPP010 (encaissement, acompte, avoir)
      *                 et avoirs émis par MUL010. Pour chaque
      *                 facture concernée, l'assiette de ses lignes
      *                 (COMBASF, copy COMBAS, écrite par MUL010) et
      *                 l'historique des taux (COMRATF, copy COMRATE,
      *                 taux du client sinon du produit, à la date de
      *                 la facture) donnent la commission pleine de la
      *                 facture ; une somme imputée en touche la part
      *                 au prorata du TTC, un avoir émis la reprend
      *                 en entier (commission négative). Le
      *                 commercial est celui attitré au client dans
      *                 CUSTFILE (CUST-COMMERCIAL), contrôlé actif
      *                 dans PERSFILE. Une facture sans assiette
      *                 (émise avant l'assiette) ou un client sans
      *                 commercial actif ne commissionne rien et part
      *                 en avertissement dans EXCFILE (code retour
      *                 4). Chaque commercial reçoit un élément
      *                 variable COMM (montant signé) ajouté à
      *                 PAYELMF pour PAYREG010, et un relevé détaillé
      *                 (COMRPT, une page par commercial via
      *                 RPTHDR010). COMEVTF est vidé une fois le calcul
      *                 passé sans erreur fichier (même principe que
      *                 GRNFILE dans STKUPD010). Raccordé au pilotage
      *                 de reprise (STEPCTL01), à la date de
      *                 traitement (DATPRM01), aux anomalies (EXCFILE)
      *                 et au journal de run (RUNFILE).
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE passe de 144 à 145
      *                 caractères.
      * 2026-10-11  AG  Fin de mois au calendrier d'exploitation : le
      *                 traitement se déclenche aussi le dernier jour
      *                 OUVRE du mois (drapeau CAL-DERNIER-OUVRE de
      *                 CALFILE, sous-programme commun CALFDM01) - un
      *                 mois finissant un samedi, un dimanche ou un
      *                 férié n'avait jamais de fenêtre son dernier jour
      *                 calendaire et le traitement de fin de mois était
      *                 sauté.
      * 2026-10-15  AG  CUSTFILE passe à 102 caractères (devise de
      *                 facturation du client)
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maître des clients : commercial attitré - voir copy CUSTREC
           SELECT CUSTFILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUS-STATUS.

      * Maître des employés : nom et statut du commercial
           SELECT PERSFILE ASSIGN TO "PERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

      * Historique des taux de commission - voir copy COMRATE
           SELECT COMRATF ASSIGN TO "COMRATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

      * Evénements commissionnables du mois - voir copy COMEVT, vidé
      * après calcul
           SELECT COMEVTF ASSIGN TO "COMEVTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEV-STATUS.

      * Assiette des commissions par ligne de facture - voir copy
      * COMBAS
           SELECT COMBASF ASSIGN TO "COMBASF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBA-STATUS.

      * Eléments variables de paie de la période - voir copy
      * PAYELREC, en ajout
           SELECT PAYELMF ASSIGN TO "PAYELMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEL-STATUS.

      * Relevé des commissions par commercial
           SELECT COMRPT ASSIGN TO "COMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal des anomalies (événements non commissionnés)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CUSTFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-ENREG              PIC X(113).

       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  COMRATF
           RECORD CONTAINS 22 CHARACTERS.
       01  COMRATF-ENREG               PIC X(22).

       FD  COMEVTF
           RECORD CONTAINS 42 CHARACTERS.
       01  COMEVTF-ENREG               PIC X(42).

       FD  COMBASF
           RECORD CONTAINS 51 CHARACTERS.
       01  COMBASF-ENREG               PIC X(51).

       FD  PAYELMF
           RECORD CONTAINS 25 CHARACTERS.
       01  PAYELMF-ENREG               PIC X(25).

       FD  COMRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  COMRPT-LIGNE                PIC X(80).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Enregistrement du maître des clients - voir copy CUSTREC
       COPY CUSTREC.

      * Enregistrement du maître des employés - voir copy PERSONNE
       COPY PERSONNE.

      * Taux de commission - voir copy COMRATE
       COPY COMRATE.

      * Evénement commissionnable - voir copy COMEVT
       COPY COMEVT.

      * Ligne d'assiette - voir copy COMBAS
       COPY COMBAS.

      * Elément variable de paie - voir copy PAYELREC
       COPY PAYELREC.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

       01  WS-CUS-STATUS               PIC X(02).
           88  WS-CUS-OK               VALUE "00".

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".

       01  WS-CRT-STATUS               PIC X(02).
           88  WS-CRT-OK               VALUE "00".

       01  WS-CEV-STATUS               PIC X(02).
           88  WS-CEV-OK               VALUE "00".

       01  WS-CBA-STATUS               PIC X(02).
           88  WS-CBA-OK               VALUE "00".

       01  WS-PEL-STATUS               PIC X(02).
           88  WS-PEL-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Code de l'élément variable porté sur PAYELMF
       01  WS-CODE-ELEMENT             PIC X(04) VALUE "COMM".

      * Clients et leur commercial attitré
       01  WS-CLI-TABLE.
           05  WS-CLI-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-CLI-IDX.
               10  WS-CLI-CODE         PIC X(08).
               10  WS-CLI-COMMERCIAL   PIC X(06).
       01  WS-NB-CLI                   PIC 9(03) VALUE ZEROES.

      * Employés : matricule, nom et statut
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-MATRICULE    PIC X(06).
               10  WS-EMP-NOM          PIC X(12).
               10  WS-EMP-STATUT       PIC X(01).
       01  WS-NB-EMP                   PIC 9(03) VALUE ZEROES.

      * Historique des taux, dans l'ordre du fichier
       01  WS-TAU-TABLE.
           05  WS-TAU-ENTREE OCCURS 1000 TIMES.
               10  WS-TAU-TYPE         PIC X(01).
               10  WS-TAU-CODE         PIC X(08).
               10  WS-TAU-DATE-EFFET   PIC 9(08).
               10  WS-TAU-TAUX         PIC 9(02)V9(03).
       01  WS-NB-TAU                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-TAU                   PIC 9(04).

      * Evénements du mois : rang de leur facture dans la table des
      * factures, rang du commercial crédité (zéro = événement non
      * commissionné) et commission calculée
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTREE OCCURS 2000 TIMES.
               10  WS-EVT-TYPE         PIC X(01).
               10  WS-EVT-DATE         PIC 9(08).
               10  WS-EVT-CLIENT       PIC X(08).
               10  WS-EVT-FACTURE      PIC X(08).
               10  WS-EVT-MONTANT      PIC S9(07)V9(02).
               10  WS-EVT-RANG-FAC     PIC 9(04).
               10  WS-EVT-RANG-COM     PIC 9(03).
               10  WS-EVT-COMMISSION   PIC S9(07)V9(02).
       01  WS-NB-EVT                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-EVT                   PIC 9(04).

      * Factures touchées par les événements : commission pleine
      * (somme HT x taux) et TTC de leur assiette
       01  WS-FAC-TABLE.
           05  WS-FAC-ENTREE OCCURS 2000 TIMES
                   INDEXED BY WS-FAC-IDX.
               10  WS-FAC-NUMERO       PIC X(08).
               10  WS-FAC-COMMISSION   PIC S9(09)V9(05).
               10  WS-FAC-TTC          PIC S9(09)V9(02).
       01  WS-NB-FAC                   PIC 9(04) VALUE ZEROES.

       01  WS-FAC-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-FAC-TROUVE           VALUE "O".

      * Commerciaux crédités et leur total du mois
       01  WS-COM-TABLE.
           05  WS-COM-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-COM-IDX.
               10  WS-COM-MATRICULE    PIC X(06).
               10  WS-COM-NOM          PIC X(12).
               10  WS-COM-TOTAL        PIC S9(09)V9(02).
               10  WS-COM-NB-EVT       PIC 9(04).
       01  WS-NB-COM                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-COM                   PIC 9(03).

      * Commercial de l'événement courant
       01  WS-MATRICULE-COURANT        PIC X(06).

       01  WS-TROUVE-SWITCH            PIC X(01) VALUE "N".
           88  WS-TROUVE               VALUE "O".

      * Taux retenu pour une ligne d'assiette : celui du client
      * prime sur celui du produit
       01  WS-TAUX-RETENU              PIC 9(02)V9(03).
       01  WS-TAUX-CLIENT              PIC 9(02)V9(03).
       01  WS-TAUX-PRODUIT             PIC 9(02)V9(03).
       01  WS-DATE-TAUX-CLIENT         PIC 9(08).
       01  WS-DATE-TAUX-PRODUIT        PIC 9(08).
       01  WS-TAUX-CLIENT-SW           PIC X(01).
           88  WS-TAUX-CLIENT-TROUVE   VALUE "O".

      * Table pleine au chargement : rien n'est calculé ni vidé
       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

       01  WS-MOTIF-REJET              PIC X(40).

      * Dernier jour du mois de traitement, pour déclencher le
      * calcul (années bissextiles comprises)
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
       01  WS-NB-ASSIETTE              PIC 9(07) VALUE ZEROES.
       01  WS-NB-COMMISSIONNES         PIC 9(05) VALUE ZEROES.
       01  WS-NB-NON-COMMISSIONNES     PIC 9(05) VALUE ZEROES.
       01  WS-NB-ELEMENTS              PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-COMMISSIONS        PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-EDITE              PIC -(08)9.99.

      * Lignes de titre mises en forme par le sous-programme commun
      * RPTHDR010 - une page par commercial
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "RELEVE DES COMMISSIONS".
       01  WS-TITRE-REJETS             PIC X(40)
               VALUE "EVENEMENTS NON COMMISSIONNES".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-COMMERCIAL.
           05  FILLER                  PIC X(13) VALUE "COMMERCIAL : ".
           05  LCO-MATRICULE           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCO-NOM                 PIC X(12).
           05  FILLER                  PIC X(10) VALUE "  PERIODE ".
           05  LCO-PERIODE             PIC 9(06).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(02) VALUE "T".
           05  FILLER                  PIC X(10) VALUE "CLIENT".
           05  FILLER                  PIC X(10) VALUE "FACTURE".
           05  FILLER                  PIC X(14) VALUE "  MONTANT TTC".
           05  FILLER                  PIC X(14) VALUE "   COMMISSION".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-DETAIL.
           05  DL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TYPE                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-CLIENT               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FACTURE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MONTANT              PIC -(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMMISSION           PIC -(08)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-LIGNE-SOUS-TOTAL.
           05  FILLER                  PIC X(21)
               VALUE "EVENEMENTS         : ".
           05  ST-NB                   PIC ZZZ9.
           05  FILLER                  PIC X(21)
               VALUE "   TOTAL COMMISSION :".
           05  ST-TOTAL                PIC -(08)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-LIGNE-AUCUN.
           05  FILLER                  PIC X(40)
               VALUE "AUCUNE COMMISSION POUR LE MOIS".
           05  FILLER                  PIC X(40) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise (sous-programme commun STEPCTL01 +
      * fichier RUNCTLF) : un run déjà terminé pour la date du jour
      * est sauté à la relance - les éléments de paie ne sont pas
      * ajoutés deux fois
       01  WS-STEP-NOM                 PIC X(08) VALUE "COMCAL01".
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
                   PERFORM 1000-INITIALISER
                   IF WS-CODE-RETOUR < 8
                       PERFORM 2000-CUMULER-ASSIETTES
                       PERFORM 3000-CALCULER-COMMISSIONS
                       PERFORM 4000-ECRIRE-ELEMENTS-PAIE
                       PERFORM 5000-IMPRIMER-RELEVES
                       PERFORM 6000-VIDER-EVENEMENTS
                   END-IF
                   PERFORM 7000-TERMINER
               ELSE
                   DISPLAY "PAS LE DERNIER JOUR DU MOIS - AUCUN "
                       "CALCUL DE COMMISSIONS"
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
               MOVE WS-NB-ELEMENTS TO WS-STEP-NB-ECRITS
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
      * 1000-INITIALISER : ouvre le journal des anomalies et charge *
      * clients, employés, taux et événements du mois ; une table   *
      * pleine arrête le calcul plutôt que de commissionner un mois *
      * tronqué                                                     *
      * -----------------------------------------------------------*
       1000-INITIALISER.
      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCFILE
           END-IF.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

           PERFORM 1100-CHARGER-CLIENTS.
           PERFORM 1200-CHARGER-EMPLOYES.
           PERFORM 1300-CHARGER-TAUX.
           PERFORM 1400-CHARGER-EVENEMENTS.

           IF WS-TABLE-PLEINE
               DISPLAY "TABLE PLEINE - CALCUL DES COMMISSIONS ARRETE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-CLIENTS : charge le code et le commercial      *
      * attitré de chaque client                                    *
      * -----------------------------------------------------------*
       1100-CHARGER-CLIENTS.
           OPEN INPUT CUSTFILE.
           IF NOT WS-CUS-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR CUSTFILE - STATUT "
                   WS-CUS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1150-LIRE-ET-STOCKER-CLIENT
                   UNTIL NOT WS-CUS-OK OR WS-TABLE-PLEINE
               CLOSE CUSTFILE
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-CLIENT : lit un client et le place     *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-CLIENT.
           READ CUSTFILE INTO CLIENT-ENREG
               AT END
                   MOVE "10" TO WS-CUS-STATUS
               NOT AT END
                   IF WS-NB-CLI >= 500
                       DISPLAY "CUSTFILE DEPASSE 500 CLIENTS"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-CLI
                       MOVE CUST-CODE TO WS-CLI-CODE(WS-NB-CLI)
                       MOVE CUST-COMMERCIAL
                           TO WS-CLI-COMMERCIAL(WS-NB-CLI)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-EMPLOYES : charge matricule, nom et statut de  *
      * chaque employé                                              *
      * -----------------------------------------------------------*
       1200-CHARGER-EMPLOYES.
           OPEN INPUT PERSFILE.
           IF NOT WS-PERS-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PERSFILE - STATUT "
                   WS-PERS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 1250-LIRE-ET-STOCKER-EMPLOYE
                   UNTIL NOT WS-PERS-OK OR WS-TABLE-PLEINE
               CLOSE PERSFILE
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-EMPLOYE : lit un employé et le place   *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-EMPLOYE.
           READ PERSFILE INTO PERSONNE
               AT END
                   MOVE "10" TO WS-PERS-STATUS
               NOT AT END
                   IF WS-NB-EMP >= 500
                       DISPLAY "PERSFILE DEPASSE 500 EMPLOYES"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-EMP
                       MOVE PERSONNE-MATRICULE
                           TO WS-EMP-MATRICULE(WS-NB-EMP)
                       MOVE PERSONNE1 TO WS-EMP-NOM(WS-NB-EMP)
                       MOVE PERSONNE-STATUT
                           TO WS-EMP-STATUT(WS-NB-EMP)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1300-CHARGER-TAUX : charge l'historique des taux ; fichier  *
      * absent = aucun taux, aucune commission                      *
      * -----------------------------------------------------------*
       1300-CHARGER-TAUX.
           OPEN INPUT COMRATF.
           IF WS-CRT-OK
               PERFORM 1350-LIRE-ET-STOCKER-TAUX
                   UNTIL NOT WS-CRT-OK OR WS-TABLE-PLEINE
               CLOSE COMRATF
           ELSE
               DISPLAY "COMRATF ABSENT - AUCUN TAUX DE COMMISSION"
           END-IF.

      * -----------------------------------------------------------*
      * 1350-LIRE-ET-STOCKER-TAUX : lit un taux et le place dans la *
      * table                                                       *
      * -----------------------------------------------------------*
       1350-LIRE-ET-STOCKER-TAUX.
           READ COMRATF INTO CRT-ENREG
               AT END
                   MOVE "10" TO WS-CRT-STATUS
               NOT AT END
                   IF WS-NB-TAU >= 1000
                       DISPLAY "COMRATF DEPASSE 1000 TAUX"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-TAU
                       MOVE CRT-TYPE TO WS-TAU-TYPE(WS-NB-TAU)
                       MOVE CRT-CODE TO WS-TAU-CODE(WS-NB-TAU)
                       MOVE CRT-DATE-EFFET
                           TO WS-TAU-DATE-EFFET(WS-NB-TAU)
                       MOVE CRT-TAUX TO WS-TAU-TAUX(WS-NB-TAU)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1400-CHARGER-EVENEMENTS : charge les événements du mois et  *
      * recense les factures qu'ils touchent ; fichier absent =     *
      * aucun événement                                             *
      * -----------------------------------------------------------*
       1400-CHARGER-EVENEMENTS.
           OPEN INPUT COMEVTF.
           IF WS-CEV-OK
               PERFORM 1450-LIRE-ET-STOCKER-EVENEMENT
                   UNTIL NOT WS-CEV-OK OR WS-TABLE-PLEINE
               CLOSE COMEVTF
           ELSE
               DISPLAY "COMEVTF ABSENT - AUCUN EVENEMENT"
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-ET-STOCKER-EVENEMENT : lit un événement, le place *
      * dans la table et le rattache à sa facture                   *
      * -----------------------------------------------------------*
       1450-LIRE-ET-STOCKER-EVENEMENT.
           READ COMEVTF INTO CEV-ENREG
               AT END
                   MOVE "10" TO WS-CEV-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF WS-NB-EVT >= 2000
                       DISPLAY "COMEVTF DEPASSE 2000 EVENEMENTS"
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-EVT
                       MOVE CEV-TYPE    TO WS-EVT-TYPE(WS-NB-EVT)
                       MOVE CEV-DATE    TO WS-EVT-DATE(WS-NB-EVT)
                       MOVE CEV-CLIENT  TO WS-EVT-CLIENT(WS-NB-EVT)
                       MOVE CEV-FACTURE TO WS-EVT-FACTURE(WS-NB-EVT)
                       MOVE CEV-MONTANT TO WS-EVT-MONTANT(WS-NB-EVT)
                       MOVE ZEROES TO WS-EVT-RANG-COM(WS-NB-EVT)
                       MOVE ZEROES TO WS-EVT-COMMISSION(WS-NB-EVT)
                       PERFORM 1470-TROUVER-CREER-FACTURE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1470-TROUVER-CREER-FACTURE : positionne WS-FAC-IDX sur la   *
      * facture de l'événement, en l'ajoutant à la table si elle    *
      * n'y est pas encore, et retient son rang dans l'événement    *
      * -----------------------------------------------------------*
       1470-TROUVER-CREER-FACTURE.
           MOVE CEV-FACTURE TO CBA-FACTURE.
           PERFORM 2200-CHERCHER-FACTURE.

           IF NOT WS-FAC-TROUVE
               ADD 1 TO WS-NB-FAC
               SET WS-FAC-IDX TO WS-NB-FAC
               MOVE CEV-FACTURE TO WS-FAC-NUMERO(WS-FAC-IDX)
               MOVE ZEROES TO WS-FAC-COMMISSION(WS-FAC-IDX)
               MOVE ZEROES TO WS-FAC-TTC(WS-FAC-IDX)
           END-IF.

           SET WS-EVT-RANG-FAC(WS-NB-EVT) TO WS-FAC-IDX.

      * -----------------------------------------------------------*
      * 2000-CUMULER-ASSIETTES : parcourt une fois l'assiette des   *
      * commissions et cumule, pour chaque facture touchée par un   *
      * événement, la commission pleine et le TTC de ses lignes     *
      * -----------------------------------------------------------*
       2000-CUMULER-ASSIETTES.
           OPEN INPUT COMBASF.
           IF WS-CBA-OK
               PERFORM 2050-LIRE-ET-CUMULER-ASSIETTE
                   UNTIL NOT WS-CBA-OK
               CLOSE COMBASF
           ELSE
               DISPLAY "COMBASF ABSENT - AUCUNE ASSIETTE"
           END-IF.

      * -----------------------------------------------------------*
      * 2050-LIRE-ET-CUMULER-ASSIETTE : lit une ligne d'assiette et *
      * la cumule sur sa facture si un événement la touche          *
      * -----------------------------------------------------------*
       2050-LIRE-ET-CUMULER-ASSIETTE.
           READ COMBASF INTO CBA-ENREG
               AT END
                   MOVE "10" TO WS-CBA-STATUS
               NOT AT END
                   PERFORM 2200-CHERCHER-FACTURE
                   IF WS-FAC-TROUVE
                       ADD 1 TO WS-NB-ASSIETTE
                       PERFORM 2100-CHERCHER-TAUX
                       COMPUTE WS-FAC-COMMISSION(WS-FAC-IDX) =
                           WS-FAC-COMMISSION(WS-FAC-IDX)
                           + CBA-MONTANT-HT * WS-TAUX-RETENU / 100
                       ADD CBA-MONTANT-TTC TO WS-FAC-TTC(WS-FAC-IDX)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2100-CHERCHER-TAUX : retient le taux de la ligne d'assiette *
      * courante - celui du client à la date d'effet la plus        *
      * récente ne dépassant pas la date de la facture, sinon celui *
      * du produit, sinon zéro                                      *
      * -----------------------------------------------------------*
       2100-CHERCHER-TAUX.
           MOVE ZEROES TO WS-TAUX-CLIENT WS-TAUX-PRODUIT.
           MOVE ZEROES TO WS-DATE-TAUX-CLIENT WS-DATE-TAUX-PRODUIT.
           MOVE "N" TO WS-TAUX-CLIENT-SW.

           PERFORM 2150-EXAMINER-UN-TAUX
               VARYING WS-NO-TAU FROM 1 BY 1
                   UNTIL WS-NO-TAU > WS-NB-TAU.

           IF WS-TAUX-CLIENT-TROUVE
               MOVE WS-TAUX-CLIENT TO WS-TAUX-RETENU
           ELSE
               MOVE WS-TAUX-PRODUIT TO WS-TAUX-RETENU
           END-IF.

      * -----------------------------------------------------------*
      * 2150-EXAMINER-UN-TAUX : retient le taux courant s'il vise   *
      * le client ou le produit de la ligne et s'il est plus récent *
      * que celui déjà retenu (à date égale, le dernier saisi)      *
      * -----------------------------------------------------------*
       2150-EXAMINER-UN-TAUX.
           IF WS-TAU-DATE-EFFET(WS-NO-TAU) NOT > CBA-DATE
               IF WS-TAU-TYPE(WS-NO-TAU) = "C"
                   AND WS-TAU-CODE(WS-NO-TAU) = CBA-CLIENT
                   AND WS-TAU-DATE-EFFET(WS-NO-TAU)
                       NOT < WS-DATE-TAUX-CLIENT
                   MOVE WS-TAU-TAUX(WS-NO-TAU) TO WS-TAUX-CLIENT
                   MOVE WS-TAU-DATE-EFFET(WS-NO-TAU)
                       TO WS-DATE-TAUX-CLIENT
                   SET WS-TAUX-CLIENT-TROUVE TO TRUE
               END-IF
               IF WS-TAU-TYPE(WS-NO-TAU) = "P"
                   AND WS-TAU-CODE(WS-NO-TAU) = CBA-PRODUIT
                   AND WS-TAU-DATE-EFFET(WS-NO-TAU)
                       NOT < WS-DATE-TAUX-PRODUIT
                   MOVE WS-TAU-TAUX(WS-NO-TAU) TO WS-TAUX-PRODUIT
                   MOVE WS-TAU-DATE-EFFET(WS-NO-TAU)
                       TO WS-DATE-TAUX-PRODUIT
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2200-CHERCHER-FACTURE : cherche CBA-FACTURE dans la table   *
      * des factures touchées par les événements                    *
      * -----------------------------------------------------------*
       2200-CHERCHER-FACTURE.
           MOVE "N" TO WS-FAC-TROUVE-SWITCH.

           IF WS-NB-FAC > ZEROES
               SET WS-FAC-IDX TO 1
               SEARCH WS-FAC-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-FAC-IDX > WS-NB-FAC
                       CONTINUE
                   WHEN WS-FAC-NUMERO(WS-FAC-IDX) = CBA-FACTURE
                       SET WS-FAC-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 3000-CALCULER-COMMISSIONS : calcule la commission de chaque *
      * événement et la cumule sur son commercial                   *
      * -----------------------------------------------------------*
       3000-CALCULER-COMMISSIONS.
           PERFORM 3100-CALCULER-UN-EVENEMENT
               VARYING WS-NO-EVT FROM 1 BY 1
                   UNTIL WS-NO-EVT > WS-NB-EVT.

      * -----------------------------------------------------------*
      * 3100-CALCULER-UN-EVENEMENT : la somme imputée (ou l'avoir   *
      * émis) touche la commission pleine de sa facture au prorata  *
      * du TTC ; sans assiette ou sans commercial actif, rien n'est *
      * commissionné et l'événement part en anomalie                *
      * -----------------------------------------------------------*
       3100-CALCULER-UN-EVENEMENT.
           SET WS-FAC-IDX TO WS-EVT-RANG-FAC(WS-NO-EVT).
           PERFORM 3200-CHERCHER-COMMERCIAL.

           EVALUATE TRUE
               WHEN WS-FAC-TTC(WS-FAC-IDX) = ZEROES
                   MOVE "FACTURE SANS ASSIETTE DE COMMISSION"
                       TO WS-MOTIF-REJET
                   PERFORM 3500-REJETER-EVENEMENT
               WHEN WS-MATRICULE-COURANT = SPACES
                   MOVE "CLIENT SANS COMMERCIAL ATTITRE"
                       TO WS-MOTIF-REJET
                   PERFORM 3500-REJETER-EVENEMENT
               WHEN NOT WS-TROUVE
                   MOVE "COMMERCIAL INCONNU OU INACTIF"
                       TO WS-MOTIF-REJET
                   PERFORM 3500-REJETER-EVENEMENT
               WHEN OTHER
                   PERFORM 3300-TROUVER-CREER-COMMERCIAL
                   IF WS-COM-IDX > 200
                       MOVE "TABLE DES COMMERCIAUX PLEINE (200)"
                           TO WS-MOTIF-REJET
                       PERFORM 3500-REJETER-EVENEMENT
                   ELSE
                       COMPUTE WS-EVT-COMMISSION(WS-NO-EVT) ROUNDED =
                           WS-EVT-MONTANT(WS-NO-EVT)
                           * WS-FAC-COMMISSION(WS-FAC-IDX)
                           / WS-FAC-TTC(WS-FAC-IDX)
                       SET WS-EVT-RANG-COM(WS-NO-EVT) TO WS-COM-IDX
                       ADD WS-EVT-COMMISSION(WS-NO-EVT)
                           TO WS-COM-TOTAL(WS-COM-IDX)
                       ADD WS-EVT-COMMISSION(WS-NO-EVT)
                           TO WS-TOTAL-COMMISSIONS
                       ADD 1 TO WS-COM-NB-EVT(WS-COM-IDX)
                       ADD 1 TO WS-NB-COMMISSIONNES
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 3200-CHERCHER-COMMERCIAL : retrouve le commercial attitré   *
      * du client de l'événement (blanc si client inconnu) et le    *
      * contrôle parmi les employés actifs (WS-TROUVE)              *
      * -----------------------------------------------------------*
       3200-CHERCHER-COMMERCIAL.
           MOVE SPACES TO WS-MATRICULE-COURANT.
           MOVE "N" TO WS-TROUVE-SWITCH.

           IF WS-NB-CLI > ZEROES
               SET WS-CLI-IDX TO 1
               SEARCH WS-CLI-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CLI-IDX > WS-NB-CLI
                       CONTINUE
                   WHEN WS-CLI-CODE(WS-CLI-IDX) =
                       WS-EVT-CLIENT(WS-NO-EVT)
                       MOVE WS-CLI-COMMERCIAL(WS-CLI-IDX)
                           TO WS-MATRICULE-COURANT
               END-SEARCH
           END-IF.

           IF WS-MATRICULE-COURANT NOT = SPACES
               AND WS-NB-EMP > ZEROES
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-EMP-IDX > WS-NB-EMP
                       CONTINUE
                   WHEN WS-EMP-MATRICULE(WS-EMP-IDX) =
                       WS-MATRICULE-COURANT
                       AND WS-EMP-STATUT(WS-EMP-IDX) = "A"
                       SET WS-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 3300-TROUVER-CREER-COMMERCIAL : positionne WS-COM-IDX sur   *
      * le commercial courant dans la table des commerciaux         *
      * crédités, en l'y créant à zéro ; table pleine = WS-COM-IDX  *
      * au-delà de 200                                              *
      * -----------------------------------------------------------*
       3300-TROUVER-CREER-COMMERCIAL.
           MOVE "N" TO WS-TROUVE-SWITCH.

           IF WS-NB-COM > ZEROES
               SET WS-COM-IDX TO 1
               SEARCH WS-COM-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-COM-IDX > WS-NB-COM
                       CONTINUE
                   WHEN WS-COM-MATRICULE(WS-COM-IDX) =
                       WS-MATRICULE-COURANT
                       SET WS-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-TROUVE
               IF WS-NB-COM >= 200
                   SET WS-COM-IDX TO 201
               ELSE
                   ADD 1 TO WS-NB-COM
                   SET WS-COM-IDX TO WS-NB-COM
                   MOVE WS-MATRICULE-COURANT
                       TO WS-COM-MATRICULE(WS-COM-IDX)
                   MOVE WS-EMP-NOM(WS-EMP-IDX)
                       TO WS-COM-NOM(WS-COM-IDX)
                   MOVE ZEROES TO WS-COM-TOTAL(WS-COM-IDX)
                   MOVE ZEROES TO WS-COM-NB-EVT(WS-COM-IDX)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3500-REJETER-EVENEMENT : l'événement courant n'est pas      *
      * commissionné - avertissement dans EXCFILE (motif posé par   *
      * l'appelant), repris en fin de relevé                        *
      * -----------------------------------------------------------*
       3500-REJETER-EVENEMENT.
           DISPLAY WS-MOTIF-REJET " : " WS-EVT-FACTURE(WS-NO-EVT)
               " CLIENT " WS-EVT-CLIENT(WS-NO-EVT).
           PERFORM 9700-NOTER-REJET.
           ADD 1 TO WS-NB-NON-COMMISSIONNES.

           MOVE WS-EVT-FACTURE(WS-NO-EVT) TO EXC-CHAMP.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE WS-EVT-MONTANT(WS-NO-EVT) TO EXC-VALEUR1.
           MOVE WS-EVT-DATE(WS-NO-EVT)    TO EXC-VALEUR2.
           MOVE WS-MOTIF-REJET            TO EXC-MESSAGE.
           PERFORM 8100-ECRIRE-ANOMALIE.

      * -----------------------------------------------------------*
      * 4000-ECRIRE-ELEMENTS-PAIE : ajoute à PAYELMF un élément     *
      * variable COMM par commercial au total non nul (EXTEND ;     *
      * fichier absent = première saisie de la période)             *
      * -----------------------------------------------------------*
       4000-ECRIRE-ELEMENTS-PAIE.
           OPEN EXTEND PAYELMF.
           IF WS-PEL-STATUS = "35"
               OPEN OUTPUT PAYELMF
           END-IF.

           IF NOT WS-PEL-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PAYELMF - STATUT "
                   WS-PEL-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 4100-ECRIRE-UN-ELEMENT
                   VARYING WS-NO-COM FROM 1 BY 1
                       UNTIL WS-NO-COM > WS-NB-COM
               CLOSE PAYELMF
           END-IF.

      * -----------------------------------------------------------*
      * 4100-ECRIRE-UN-ELEMENT : écrit l'élément du commercial      *
      * courant (montant signé : une reprise supérieure aux         *
      * commissions du mois devient une retenue) ; un total hors    *
      * de la capacité de PEL-VALEUR part en anomalie               *
      * -----------------------------------------------------------*
       4100-ECRIRE-UN-ELEMENT.
           SET WS-COM-IDX TO WS-NO-COM.

           EVALUATE TRUE
               WHEN WS-COM-TOTAL(WS-COM-IDX) = ZEROES
                   CONTINUE
               WHEN WS-COM-TOTAL(WS-COM-IDX) > 99999.99
               WHEN WS-COM-TOTAL(WS-COM-IDX) < -99999.99
                   DISPLAY "COMMISSION HORS CAPACITE DE PAYELMF : "
                       WS-COM-MATRICULE(WS-COM-IDX)
                   PERFORM 9700-NOTER-REJET
                   MOVE WS-COM-MATRICULE(WS-COM-IDX) TO EXC-CHAMP
                   SET EXC-SEV-AVERTISSEMENT TO TRUE
                   MOVE WS-COM-TOTAL(WS-COM-IDX) TO EXC-VALEUR1
                   MOVE ZEROES TO EXC-VALEUR2
                   MOVE "COMMISSION HORS CAPACITE - NON TRANSMISE"
                       TO EXC-MESSAGE
                   PERFORM 8100-ECRIRE-ANOMALIE
               WHEN OTHER
                   MOVE WS-COM-MATRICULE(WS-COM-IDX) TO PEL-MATRICULE
                   MOVE WS-CODE-ELEMENT               TO PEL-CODE
                   SET PEL-MONTANT-FIXE TO TRUE
                   MOVE WS-COM-TOTAL(WS-COM-IDX)      TO PEL-VALEUR
                   MOVE ZEROES                        TO PEL-TAUX
                   WRITE PAYELMF-ENREG FROM PEL-ENREG
                   ADD 1 TO WS-NB-ELEMENTS
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 5000-IMPRIMER-RELEVES : imprime une page par commercial     *
      * crédité (détail des événements et total), puis la page des  *
      * événements non commissionnés s'il y en a                    *
      * -----------------------------------------------------------*
       5000-IMPRIMER-RELEVES.
           OPEN OUTPUT COMRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR COMRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               IF WS-NB-COM = ZEROES
                   ADD 1 TO WS-NO-PAGE
                   CALL "RPTHDR010" USING WS-TITRE-RAPPORT,
                       WS-NO-PAGE, WS-LIGNE-ENTETE-1
                   WRITE COMRPT-LIGNE FROM WS-LIGNE-ENTETE-1
                   WRITE COMRPT-LIGNE FROM WS-LIGNE-VIDE
                   WRITE COMRPT-LIGNE FROM WS-LIGNE-AUCUN
               END-IF
               PERFORM 5100-IMPRIMER-UN-RELEVE
                   VARYING WS-NO-COM FROM 1 BY 1
                       UNTIL WS-NO-COM > WS-NB-COM
               IF WS-NB-NON-COMMISSIONNES > ZEROES
                   PERFORM 5300-IMPRIMER-REJETS
               END-IF
               CLOSE COMRPT
           END-IF.

      * -----------------------------------------------------------*
      * 5100-IMPRIMER-UN-RELEVE : page du commercial courant        *
      * -----------------------------------------------------------*
       5100-IMPRIMER-UN-RELEVE.
           SET WS-COM-IDX TO WS-NO-COM.

           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-VIDE.

           MOVE WS-COM-MATRICULE(WS-COM-IDX) TO LCO-MATRICULE.
           MOVE WS-COM-NOM(WS-COM-IDX)       TO LCO-NOM.
           MOVE WS-DATE-TRAITEMENT(1:6)      TO LCO-PERIODE.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-COMMERCIAL.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-ENTETE-2.

           PERFORM 5150-IMPRIMER-UN-DETAIL
               VARYING WS-NO-EVT FROM 1 BY 1
                   UNTIL WS-NO-EVT > WS-NB-EVT.

           MOVE WS-COM-NB-EVT(WS-COM-IDX) TO ST-NB.
           MOVE WS-COM-TOTAL(WS-COM-IDX)  TO ST-TOTAL.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-SOUS-TOTAL.

      * -----------------------------------------------------------*
      * 5150-IMPRIMER-UN-DETAIL : imprime l'événement courant s'il  *
      * revient au commercial de la page                            *
      * -----------------------------------------------------------*
       5150-IMPRIMER-UN-DETAIL.
           IF WS-EVT-RANG-COM(WS-NO-EVT) = WS-NO-COM
               PERFORM 5200-ECRIRE-LIGNE-DETAIL
           END-IF.

      * -----------------------------------------------------------*
      * 5200-ECRIRE-LIGNE-DETAIL : met en forme et écrit la ligne   *
      * de l'événement courant                                      *
      * -----------------------------------------------------------*
       5200-ECRIRE-LIGNE-DETAIL.
           MOVE WS-EVT-DATE(WS-NO-EVT)       TO DL-DATE.
           MOVE WS-EVT-TYPE(WS-NO-EVT)       TO DL-TYPE.
           MOVE WS-EVT-CLIENT(WS-NO-EVT)     TO DL-CLIENT.
           MOVE WS-EVT-FACTURE(WS-NO-EVT)    TO DL-FACTURE.
           MOVE WS-EVT-MONTANT(WS-NO-EVT)    TO DL-MONTANT.
           MOVE WS-EVT-COMMISSION(WS-NO-EVT) TO DL-COMMISSION.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-DETAIL.

      * -----------------------------------------------------------*
      * 5300-IMPRIMER-REJETS : page des événements non              *
      * commissionnés (commission à zéro), pour contrôle            *
      * -----------------------------------------------------------*
       5300-IMPRIMER-REJETS.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-REJETS, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-ENTETE-2.

           MOVE ZEROES TO WS-NO-COM.
           PERFORM 5150-IMPRIMER-UN-DETAIL
               VARYING WS-NO-EVT FROM 1 BY 1
                   UNTIL WS-NO-EVT > WS-NB-EVT.

           MOVE WS-NB-NON-COMMISSIONNES TO ST-NB.
           MOVE ZEROES TO ST-TOTAL.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE COMRPT-LIGNE FROM WS-LIGNE-SOUS-TOTAL.

      * -----------------------------------------------------------*
      * 6000-VIDER-EVENEMENTS : les événements du mois sont         *
      * commissionnés - COMEVTF est vidé, sauf erreur fichier       *
      * (il sera repris tel quel au prochain run)                   *
      * -----------------------------------------------------------*
       6000-VIDER-EVENEMENTS.
           IF WS-CODE-RETOUR < 8
               OPEN OUTPUT COMEVTF
               IF WS-CEV-OK
                   CLOSE COMEVTF
               ELSE
                   DISPLAY "IMPOSSIBLE DE VIDER COMEVTF - STATUT "
                       WS-CEV-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 7000-TERMINER : ferme le journal des anomalies et affiche   *
      * les compteurs du run                                        *
      * -----------------------------------------------------------*
       7000-TERMINER.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           DISPLAY "EVENEMENTS LUS         : " WS-NB-LUS.
           DISPLAY "LIGNES D'ASSIETTE      : " WS-NB-ASSIETTE.
           DISPLAY "EVENEMENTS COMMISSIONNES : " WS-NB-COMMISSIONNES.
           DISPLAY "EVENEMENTS REJETES     : "
               WS-NB-NON-COMMISSIONNES.
           DISPLAY "ELEMENTS DE PAIE ECRITS : " WS-NB-ELEMENTS.
           MOVE WS-TOTAL-COMMISSIONS TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL DES COMMISSIONS  : " WS-TOTAL-EDITE.

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
           MOVE "COMCAL01"         TO EXC-PROGRAMME.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "COMCAL01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-ELEMENTS TO RUN-NB-ECRITS.
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
