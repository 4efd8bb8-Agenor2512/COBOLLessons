      *                 le dernier code examiné, y compris ceux d'un
      *                 autre organisme, et l'ordre partait avec une
      *                 référence erronée.
      * 2026-09-14  AG  Apurement des retenues au grand livre :
      *                 DEDAGY porte désormais le compte de tiers de
      *                 l'organisme (AGY-COMPTE, DEDAGYF passe de 72
      *                 à 78 caractères, 431000 à blanc) et chaque
      *                 ordre émis écrit dans DEDJNLF (copy PAYJNL,
      *                 encadré CTLHDTR sous le lot DEDREM01) son
      *                 écriture d'apurement : débit du compte de
      *                 l'organisme, crédit banque 512000. Postée
      *                 par PAYGL010.
      * 2026-09-28  AG  Chaque ordre émis vers un organisme est tracé
      *                 dans l'historique permanent VIRHSTF (copy
      *                 VIRHST, origine O), relu par VIRRET010 quand le
      *                 virement revient de la banque.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * Ecritures d'apurement des retenues reversées, postées au
      * grand livre par PAYGL010 - voir copy PAYJNL
           SELECT DEDJNLF ASSIGN TO "DEDJNLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DJN-STATUS.

      * Historique permanent des virements émis - voir copy VIRHST
           SELECT VIRHSTF ASSIGN TO "VIRHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHS-STATUS.

      * Journal des anomalies (codes sans organisme)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
       01  DEDTOTF-ENREG               PIC X(43).

       FD  DEDAGYF
           RECORD CONTAINS 78 CHARACTERS.
       01  DEDAGYF-ENREG               PIC X(78).

       FD  DEDRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  DEDPAYF-HDR                 PIC X(18).
       01  DEDPAYF-TRL                 PIC X(20).

       FD  DEDJNLF
           RECORD CONTAINS 44 CHARACTERS.
       01  DEDJNLF-ENREG               PIC X(44).
       01  DEDJNLF-HDR                 PIC X(18).
       01  DEDJNLF-TRL                 PIC X(20).

       FD  VIRHSTF
           RECORD CONTAINS 114 CHARACTERS.
       01  VIRHSTF-ENREG               PIC X(114).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).
      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

      * Ligne des écritures d'apurement - voir copy PAYJNL
       COPY PAYJNL.

      * Virement émis, historisé pour le traitement des retours de
      * la banque (VIRRET010) - voir copy VIRHST
       COPY VIRHST.

       01  WS-VHS-STATUS               PIC X(02).
           88  WS-VHS-OK               VALUE "00".

       01  WS-DJN-STATUS               PIC X(02).
           88  WS-DJN-OK               VALUE "00".

      * Comptes de l'apurement : organisme par défaut et banque
       01  WS-COMPTE-ORGANISME-DEFAUT  PIC X(06) VALUE "431000".
       01  WS-COMPTE-BANQUE            PIC X(06) VALUE "512000".
       01  WS-COMPTE-EDITE             PIC X(06).
       01  WS-NB-JAMBES                PIC 9(07) VALUE ZEROES.

      * Ordre de paiement émis, même découpage que le virement de
      * SALPAY010 (la référence porte le premier code de retenue de
      * l'organisme)
               10  WS-AGY-NOM          PIC X(30).
               10  WS-AGY-IBAN         PIC X(27).
               10  WS-AGY-BIC          PIC X(11).
               10  WS-AGY-COMPTE       PIC X(06).
       01  WS-NB-AGY                   PIC 9(02) VALUE ZEROES.

       01  WS-AGY-TROUVE-SWITCH        PIC X(01) VALUE "N".
               WRITE DEDPAYF-HDR FROM CTLHDR-ENREG
           END-IF.

           OPEN OUTPUT DEDJNLF.
           IF NOT WS-DJN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR DEDJNLF - STATUT "
                   WS-DJN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE DEDJNLF-HDR FROM CTLHDR-ENREG
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
                   MOVE AGY-NOM  TO WS-AGY-NOM(WS-NB-AGY)
                   MOVE AGY-IBAN TO WS-AGY-IBAN(WS-NB-AGY)
                   MOVE AGY-BIC  TO WS-AGY-BIC(WS-NB-AGY)
                   MOVE AGY-COMPTE TO WS-AGY-COMPTE(WS-NB-AGY)
           END-READ.

      * -----------------------------------------------------------*
                   MOVE WS-AGY-NOM(WS-AGY-IDX)  TO WS-NOM-EDITE
                   MOVE WS-AGY-IBAN(WS-AGY-IDX) TO WS-IBAN-EDITE
                   MOVE WS-AGY-BIC(WS-AGY-IDX)  TO WS-BIC-EDITE
                   MOVE WS-AGY-COMPTE(WS-AGY-IDX) TO WS-COMPTE-EDITE
                   IF WS-COMPTE-EDITE = SPACES
                       MOVE WS-COMPTE-ORGANISME-DEFAUT
                           TO WS-COMPTE-EDITE
                   END-IF
                   MOVE WS-DTO-CODE(WS-DTO-IDX) TO WS-CODE-ORDRE
                   PERFORM 2300-EDITER-UN-BORDEREAU
               END-IF
               MOVE "EUR"              TO ORD-DEVISE
               MOVE WS-TOTAL-ORGANISME TO ORD-MONTANT
               WRITE DEDPAYF-ENREG FROM WS-ORDRE-ENREG
               PERFORM 2620-HISTORISER-VIREMENT
               ADD 1 TO WS-NB-ORDRES
               ADD WS-TOTAL-ORGANISME TO WS-TOTAL-ORDRES
               PERFORM 2650-ECRIRE-APUREMENT
           END-IF.

      * -----------------------------------------------------------*
      * 2620-HISTORISER-VIREMENT : trace l'ordre émis dans          *
      * l'historique permanent, relu par VIRRET010 au retour        *
      * -----------------------------------------------------------*
       2620-HISTORISER-VIREMENT.
           IF WS-VHS-OK
               MOVE SPACES             TO VHS-ENREG
               SET VHS-EMIS            TO TRUE
               SET VHS-ORGANISME       TO TRUE
               MOVE WS-DATE-TRAITEMENT TO VHS-DATE
               MOVE ORD-REFERENCE      TO VHS-REFERENCE
               MOVE WS-CODE-ORDRE      TO VHS-BENEFICIAIRE
               MOVE ZEROES             TO VHS-DATE-PIECE
               MOVE ZEROES             TO VHS-ECHEANCE
               MOVE ORD-NOM            TO VHS-NOM
               MOVE ORD-IBAN           TO VHS-IBAN
               MOVE ORD-BIC            TO VHS-BIC
               MOVE ORD-DEVISE         TO VHS-DEVISE
               MOVE ORD-MONTANT        TO VHS-MONTANT
               WRITE VIRHSTF-ENREG FROM VHS-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2650-ECRIRE-APUREMENT : écrit dans DEDJNLF l'écriture       *
      * d'apurement de l'ordre émis - débit du compte de            *
      * l'organisme, crédit banque                                  *
      * -----------------------------------------------------------*
       2650-ECRIRE-APUREMENT.
           IF WS-DJN-OK AND WS-TOTAL-ORGANISME > ZEROES
               MOVE WS-DATE-TRAITEMENT TO PJN-DATE
               MOVE WS-TOTAL-ORGANISME TO PJN-MONTANT
               MOVE SPACES             TO PJN-LIBELLE
               MOVE "REVERST "         TO PJN-LIBELLE(1:8)
               MOVE WS-NOM-EDITE(1:12) TO PJN-LIBELLE(9:12)

               MOVE WS-COMPTE-EDITE    TO PJN-COMPTE
               MOVE "D"                TO PJN-SENS
               WRITE DEDJNLF-ENREG FROM PJN-ENREG

               MOVE WS-COMPTE-BANQUE   TO PJN-COMPTE
               MOVE "C"                TO PJN-SENS
               WRITE DEDJNLF-ENREG FROM PJN-ENREG

               ADD 2 TO WS-NB-JAMBES
           END-IF.

      * -----------------------------------------------------------*
               WRITE DEDPAYF-TRL FROM CTLTRL-ENREG
               CLOSE DEDPAYF
           END-IF.
           IF WS-DJN-OK
               MOVE "FN"             TO CTLTRL-TYPE
               MOVE WS-NB-JAMBES     TO CTLTRL-NB-ENREG
               MOVE WS-TOTAL-ORDRES  TO CTLTRL-TOTAL-CTL
               WRITE DEDJNLF-TRL FROM CTLTRL-ENREG
               CLOSE DEDJNLF
           END-IF.
           IF WS-RPT-OK
               CLOSE DEDRPT
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.
           IF WS-VHS-OK
               CLOSE VIRHSTF
           END-IF.

           DISPLAY "BORDEREAUX PRODUITS  : " WS-NB-BORDEREAUX.
           DISPLAY "ORDRES EMIS          : " WS-NB-ORDRES.
