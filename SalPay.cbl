      *                 devise sont affichés avec leur contre-valeur
      *                 EUR calculée par FOREX01 pour les salaires
      *                 hors euro.
      * 2026-09-14  AG  Apurement des nets au grand livre : le run
      *                 écrit dans SALJNLF (copy PAYJNL, encadré
      *                 CTLHDTR sous le lot SALPAY01) l'écriture des
      *                 virements émis, en euros via FOREX01 - débit
      *                 421000 (nets dus au personnel, crédités par
      *                 le journal de paie de PAYREG010), crédit
      *                 banque 512000. Postée par PAYGL010.
      * 2026-09-28  AG  Chaque virement émis est tracé dans l'historique
      *                 permanent VIRHSTF (copy VIRHST, origine S), relu
      *                 par VIRRET010 pour rapprocher les retours de la
      *                 banque. Un employé dont un virement est revenu
      *                 (PERSONNE-COORD-STATUT = 'V', PERSFILE passe de
      *                 144 à 145 caractères) n'est plus payé tant que
      *                 ses coordonnées n'ont pas été ressaisies :
      *                 avertissement dans EXCFILE, code retour 4.
      * 2026-10-01  AG  Le net d'un sortant soldé dans le mois par
      *                 STCSOL010 (ligne S du registre STCREGF, copy
      *                 SORTIE) est viré bien que l'employé soit inactif
      *                 ; les autres inactifs restent écartés.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Nets à payer du run, écrits par PAYREG010 et complétés des
      * soldes de tout compte par STCSOL010
           SELECT NETFILE ASSIGN TO "NETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * Registre des soldes de tout compte de STCSOL010 - voir copy
      * SORTIE : le net d'un sortant soldé dans le mois est payé
      * bien que l'employé soit inactif
           SELECT STCREGF ASSIGN TO "STCREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STC-STATUS.

      * Historique permanent des virements émis - voir copy VIRHST
           SELECT VIRHSTF ASSIGN TO "VIRHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHS-STATUS.

      * Ecriture d'apurement des nets virés, postée au grand livre
      * par PAYGL010 - voir copy PAYJNL
           SELECT SALJNLF ASSIGN TO "SALJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJN-STATUS.

      * Journal des anomalies (employés sans coordonnées valides)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
           05  NET-IN-MONTANT          PIC S9(07)V9(02).

       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  STCREGF
           RECORD CONTAINS 109 CHARACTERS.
       01  STCREGF-ENREG               PIC X(109).

       FD  PAYFILE
           RECORD CONTAINS 68 CHARACTERS.
       01  PAYFILE-HDR                 PIC X(18).
       01  PAYFILE-TRL                 PIC X(20).

       FD  VIRHSTF
           RECORD CONTAINS 114 CHARACTERS.
       01  VIRHSTF-ENREG               PIC X(114).

       FD  SALJNLF
           RECORD CONTAINS 44 CHARACTERS.
       01  SALJNLF-ENREG               PIC X(44).
       01  SALJNLF-HDR                 PIC X(18).
       01  SALJNLF-TRL                 PIC X(20).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).
      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

      * Ligne de l'écriture d'apurement - voir copy PAYJNL
       COPY PAYJNL.

      * Virement émis, historisé pour le traitement des retours de
      * la banque (VIRRET010) - voir copy VIRHST
       COPY VIRHST.

      * Ligne du registre des soldes de tout compte - voir SORTIE
       COPY SORTIE.

       01  WS-STC-STATUS               PIC X(02).
           88  WS-STC-OK               VALUE "00".

       01  WS-VHS-STATUS               PIC X(02).
           88  WS-VHS-OK               VALUE "00".

       01  WS-SJN-STATUS               PIC X(02).
           88  WS-SJN-OK               VALUE "00".

      * Comptes de l'écriture d'apurement : rémunérations dues au
      * personnel et banque
       01  WS-COMPTE-PERSONNEL         PIC X(06) VALUE "421000".
       01  WS-COMPTE-BANQUE            PIC X(06) VALUE "512000".

      * Total des virements émis converti en euros (FOREX01),
      * montant de l'écriture d'apurement
       01  WS-TOTAL-VIREMENTS-EUR      PIC 9(09)V9(02) VALUE ZEROES.

      * Ordre de virement émis vers la banque
       01  WS-VIREMENT-ENREG.
           05  VIR-MATRICULE           PIC X(06).
               10  WS-EMP-STATUT       PIC X(01).
               10  WS-EMP-IBAN         PIC X(27).
               10  WS-EMP-BIC          PIC X(11).
               10  WS-EMP-COORD-STATUT PIC X(01).
               10  WS-EMP-SOLDE        PIC X(01).
       01  WS-NB-EMP                   PIC 9(03) VALUE ZEROES.

       01  WS-EMP-TROUVE-SWITCH        PIC X(01) VALUE "N".
       01  WS-TOTAL-VIREMENTS          PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-NB-SANS-IBAN             PIC 9(05) VALUE ZEROES.
       01  WS-NB-INACTIFS              PIC 9(05) VALUE ZEROES.
       01  WS-NB-SOLDES                PIC 9(05) VALUE ZEROES.
       01  WS-NB-A-VERIFIER            PIC 9(05) VALUE ZEROES.

       01  WS-SYS-HHMMSS               PIC 9(08).

               WRITE PAYFILE-HDR FROM CTLHDR-ENREG
           END-IF.

      * EXTEND : l'historique des virements est permanent ; premier
      * run = le fichier n'existe pas (statut 35)
           OPEN EXTEND VIRHSTF.
           IF WS-VHS-STATUS = "35"
               OPEN OUTPUT VIRHSTF
           END-IF.
           IF NOT WS-VHS-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR VIRHSTF - STATUT "
                   WS-VHS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               PERFORM 1150-LIRE-ET-STOCKER-EMPLOYE
                   UNTIL NOT WS-PERS-OK OR WS-NB-EMP >= 200
               CLOSE PERSFILE
               PERFORM 1200-MARQUER-SOLDES
           END-IF.

      * -----------------------------------------------------------*
                       WS-EMP-STATUT(WS-NB-EMP)
                   MOVE PERSONNE-IBAN TO WS-EMP-IBAN(WS-NB-EMP)
                   MOVE PERSONNE-BIC  TO WS-EMP-BIC(WS-NB-EMP)
                   MOVE PERSONNE-COORD-STATUT TO
                       WS-EMP-COORD-STATUT(WS-NB-EMP)
                   MOVE "N" TO WS-EMP-SOLDE(WS-NB-EMP)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-MARQUER-SOLDES : marque dans la table les sortants     *
      * soldés par STCSOL010 dans le mois de traitement ; registre  *
      * absent = aucun solde de tout compte                         *
      * -----------------------------------------------------------*
       1200-MARQUER-SOLDES.
           OPEN INPUT STCREGF.
           IF WS-STC-OK
               PERFORM 1250-LIRE-ET-MARQUER-SOLDE
                   UNTIL NOT WS-STC-OK
               CLOSE STCREGF
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-MARQUER-SOLDE : lit une ligne du registre et   *
      * marque l'employé d'un solde (ligne S) du mois               *
      * -----------------------------------------------------------*
       1250-LIRE-ET-MARQUER-SOLDE.
           READ STCREGF INTO STC-ENREG
               AT END
                   MOVE "10" TO WS-STC-STATUS
               NOT AT END
                   IF STC-SOLDE
                       AND STC-DATE-SOLDE(1:6) =
                           WS-DATE-TRAITEMENT(1:6)
                       AND WS-NB-EMP > ZEROES
                       SET WS-EMP-IDX TO 1
                       SEARCH WS-EMP-ENTREE
                           AT END
                               CONTINUE
                           WHEN WS-EMP-IDX > WS-NB-EMP
                               CONTINUE
                           WHEN WS-EMP-MATRICULE(WS-EMP-IDX) =
                               STC-MATRICULE
                               MOVE "O" TO WS-EMP-SOLDE(WS-EMP-IDX)
                       END-SEARCH
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-EMETTRE-VIREMENT : émet l'ordre de virement du net     *
      * courant - employé actif (ou sortant soldé dans le mois)     *
      * aux coordonnées valides seulement                           *
      * -----------------------------------------------------------*
       2000-EMETTRE-VIREMENT.
           PERFORM 2400-CHERCHER-EMPLOYE.
               WHEN NOT WS-EMP-TROUVE
                   PERFORM 2600-JOURNALISER-INCONNU
               WHEN WS-EMP-STATUT(WS-EMP-IDX) NOT = "A"
                   AND WS-EMP-SOLDE(WS-EMP-IDX) = "O"
                   AND WS-EMP-COORD-STATUT(WS-EMP-IDX) NOT = "V"
                   ADD 1 TO WS-NB-SOLDES
                   PERFORM 2200-CONTROLER-ET-EMETTRE
               WHEN WS-EMP-STATUT(WS-EMP-IDX) NOT = "A"
                   AND WS-EMP-SOLDE(WS-EMP-IDX) NOT = "O"
                   ADD 1 TO WS-NB-INACTIFS
               WHEN WS-EMP-COORD-STATUT(WS-EMP-IDX) = "V"
                   ADD 1 TO WS-NB-A-VERIFIER
                   PERFORM 2550-JOURNALISER-A-VERIFIER
               WHEN OTHER
                   PERFORM 2200-CONTROLER-ET-EMETTRE
           END-EVALUATE.

                   IF WS-PAY-OK
                       WRITE PAYFILE-ENREG FROM WS-VIREMENT-ENREG
                       PERFORM 2250-HISTORISER-VIREMENT
                       ADD 1 TO WS-NB-VIREMENTS
                       ADD NET-IN-MONTANT TO WS-TOTAL-VIREMENTS
                       PERFORM 2300-CUMULER-PAR-DEVISE
                       MOVE NET-IN-MONTANT TO WS-MONTANT-DEVISE
                       CALL "FOREX01" USING NET-IN-DEVISE,
                           WS-MONTANT-DEVISE, WS-MONTANT-EUR
                       ADD WS-MONTANT-EUR TO WS-TOTAL-VIREMENTS-EUR
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2250-HISTORISER-VIREMENT : trace le virement émis dans      *
      * l'historique permanent, relu par VIRRET010 au retour        *
      * -----------------------------------------------------------*
       2250-HISTORISER-VIREMENT.
           IF WS-VHS-OK
               MOVE SPACES             TO VHS-ENREG
               SET VHS-EMIS            TO TRUE
               SET VHS-SALAIRE         TO TRUE
               MOVE WS-DATE-TRAITEMENT TO VHS-DATE
               MOVE VIR-MATRICULE      TO VHS-REFERENCE
               MOVE VIR-MATRICULE      TO VHS-BENEFICIAIRE
               MOVE ZEROES             TO VHS-DATE-PIECE
               MOVE ZEROES             TO VHS-ECHEANCE
               MOVE VIR-NOM            TO VHS-NOM
               MOVE VIR-IBAN           TO VHS-IBAN
               MOVE VIR-BIC            TO VHS-BIC
               MOVE VIR-DEVISE         TO VHS-DEVISE
               MOVE VIR-MONTANT        TO VHS-MONTANT
               WRITE VIRHSTF-ENREG FROM VHS-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2300-CUMULER-PAR-DEVISE : cumule le virement dans le sous-  *
      * total de sa devise                                          *
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2550-JOURNALISER-A-VERIFIER : employé dont un virement est  *
      * revenu de la banque - pas de virement tant que ses          *
      * coordonnées n'ont pas été ressaisies                        *
      * -----------------------------------------------------------*
       2550-JOURNALISER-A-VERIFIER.
           DISPLAY "COORDONNEES BANCAIRES A VERIFIER : "
               NET-IN-MATRICULE.
           PERFORM 9700-NOTER-REJET.

           ACCEPT WS-SYS-HHMMSS FROM TIME.

           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.

           MOVE "SALPAY01"      TO EXC-PROGRAMME.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE "PERSONNE-COORD" TO EXC-CHAMP.
           MOVE NET-IN-MONTANT  TO EXC-VALEUR1.
           MOVE ZEROES          TO EXC-VALEUR2.
           MOVE "COORDONNEES A VERIFIER - VIREMENT NON EMIS"
               TO EXC-MESSAGE.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2600-JOURNALISER-INCONNU : net à payer d'un matricule       *
      * absent du maître - anomalie journalisée                     *
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.
           IF WS-VHS-OK
               CLOSE VIRHSTF
           END-IF.

           IF WS-PAY-OK
               MOVE "FN"              TO CTLTRL-TYPE
               CLOSE PAYFILE
           END-IF.

           PERFORM 3200-ECRIRE-APUREMENT.

           DISPLAY "VIREMENTS EMIS     : " WS-NB-VIREMENTS.
           DISPLAY "INACTIFS ECARTES   : " WS-NB-INACTIFS.
           DISPLAY "SOLDES DE SORTANTS : " WS-NB-SOLDES.
           DISPLAY "SANS IBAN VALIDE   : " WS-NB-SANS-IBAN.
           DISPLAY "COORD. A VERIFIER  : " WS-NB-A-VERIFIER.

           IF WS-NB-DEV > ZEROES
               PERFORM 3100-AFFICHER-UN-SOUS-TOTAL
           DISPLAY "SOUS-TOTAL " WS-DEV-CODE(WS-DEV-IDX) " : "
               EDIT-TOTAL-DEVISE "  SOIT EUR : " EDIT-TOTAL-EUR.

      * -----------------------------------------------------------*
      * 3200-ECRIRE-APUREMENT : écrit dans SALJNLF l'écriture       *
      * d'apurement des nets virés (débit 421000, crédit banque)    *
      * sous le lot SALPAY01 - rien à apurer, lot vide              *
      * -----------------------------------------------------------*
       3200-ECRIRE-APUREMENT.
           OPEN OUTPUT SALJNLF.
           IF NOT WS-SJN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR SALJNLF - STATUT "
                   WS-SJN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "EN"        TO CTLHDR-TYPE
               MOVE "SALPAY01"  TO CTLHDR-PROGRAMME
               MOVE WS-DATE-TRAITEMENT TO CTLHDR-DATE
               WRITE SALJNLF-HDR FROM CTLHDR-ENREG

               MOVE "FN"   TO CTLTRL-TYPE
               MOVE ZEROES TO CTLTRL-NB-ENREG
               MOVE ZEROES TO CTLTRL-TOTAL-CTL
               IF WS-TOTAL-VIREMENTS-EUR > ZEROES
                   MOVE WS-DATE-TRAITEMENT     TO PJN-DATE
                   MOVE WS-TOTAL-VIREMENTS-EUR TO PJN-MONTANT
                   MOVE "VIREMENTS SALAIRES"   TO PJN-LIBELLE

                   MOVE WS-COMPTE-PERSONNEL TO PJN-COMPTE
                   MOVE "D"                 TO PJN-SENS
                   WRITE SALJNLF-ENREG FROM PJN-ENREG

                   MOVE WS-COMPTE-BANQUE    TO PJN-COMPTE
                   MOVE "C"                 TO PJN-SENS
                   WRITE SALJNLF-ENREG FROM PJN-ENREG

                   MOVE 2 TO CTLTRL-NB-ENREG
                   MOVE WS-TOTAL-VIREMENTS-EUR TO CTLTRL-TOTAL-CTL
               END-IF
               WRITE SALJNLF-TRL FROM CTLTRL-ENREG
               CLOSE SALJNLF
           END-IF.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
