      *                 MUL010 portent des bases et TVA négatives
      *                 qui renversent la collecte - les cumuls de
      *                 la déclaration deviennent signés.
      * 2026-10-10  AG  GLHSTREC étendu (copy commune) : segment
      *                 analytique GLH-SEGMENT (agence ou HQ) - GLHSTFIL
      *                 passe de 60 à 62 caractères.
      * 2026-10-15  AG  TVA déductible : relit aussi le registre VATDEDF
      *                 alimenté par APINV010 (factures fournisseurs du
      *                 mois, même copy VATREC), imprime son
      *                 récapitulatif par code de taux et le rapproche
      *                 du compte de TVA déductible 445660 (débits moins
      *                 crédits, porté par APPAY010), puis la TVA nette
      *                 du mois - collectée moins déductible - à payer
      *                 ou en crédit à reporter. Un écart sur l'un ou
      *                 l'autre compte termine en code retour 4.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-STATUS.

      * Registre de TVA déductible alimenté par APINV010 - voir copy
      * VATREC
           SELECT VATDEDF ASSIGN TO "VATDEDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDF-STATUS.

      * Historique des écritures du grand livre - voir copy GLHSTREC
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 43 CHARACTERS.
       01  VATREGF-ENREG               PIC X(43).

       FD  VATDEDF
           RECORD CONTAINS 43 CHARACTERS.
       01  VATDEDF-ENREG               PIC X(43).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  VATRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-VAT-STATUS               PIC X(02).
           88  WS-VAT-OK               VALUE "00".

       01  WS-DDF-STATUS               PIC X(02).
           88  WS-DDF-OK               VALUE "00".
           88  WS-DDF-EOF              VALUE "10".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

      * règles d'imputation de GLPOST010
       01  WS-COMPTE-TVA               PIC X(06) VALUE "445710".

      * Compte de TVA déductible, alimenté par APPAY010 au paiement
      * des factures fournisseurs
       01  WS-COMPTE-TVA-DED           PIC X(06) VALUE "445660".

      * Cumuls par code de taux sur le mois de déclaration
       01  WS-DCL-TABLE.
           05  WS-DCL-ENTREE OCCURS 10 TIMES
       01  WS-TOTAL-BASE               PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-TVA                PIC S9(09)V9(02) VALUE ZEROES.

      * Cumuls de TVA déductible par code de taux sur le mois
       01  WS-DED-TABLE.
           05  WS-DED-ENTREE OCCURS 10 TIMES
                   INDEXED BY WS-DED-IDX.
               10  WS-DED-CODE         PIC X(01).
               10  WS-DED-TAUX         PIC 9(02)V9(02).
               10  WS-DED-BASE         PIC S9(09)V9(02).
               10  WS-DED-TVA          PIC S9(09)V9(02).
       01  WS-NB-DED                   PIC 9(02) VALUE ZEROES.

       01  WS-DED-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-DED-TROUVE           VALUE "O".

       01  WS-TOTAL-BASE-DED           PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-TVA-DED            PIC S9(09)V9(02) VALUE ZEROES.

      * Mouvement du compte de TVA au grand livre sur le mois
      * (crédits moins débits des jambes historisées)
       01  WS-TVA-GRAND-LIVRE          PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-ECART                    PIC S9(09)V9(02).

      * Mouvement du compte de TVA déductible sur le mois (débits
      * moins crédits)
       01  WS-DED-GRAND-LIVRE          PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-ECART-DED                PIC S9(09)V9(02).

      * TVA nette du mois : collectée moins déductible, positive =
      * à payer, négative = crédit de TVA à reporter
       01  WS-TVA-NETTE                PIC S9(09)V9(02).

       01  WS-NB-LIGNES-MOIS           PIC 9(05) VALUE ZEROES.
       01  WS-NB-LIGNES-DED            PIC 9(05) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cette déclaration tient sur une seule page
           05  LM-MOIS                 PIC 9(06).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-LIGNE-SECTION.
           05  SL-TITRE                PIC X(30).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(06) VALUE "CODE".
           05  FILLER                  PIC X(09) VALUE "TAUX".
           05  FILLER                  PIC X(26)
               VALUE "TVA PORTEE AU GRAND LIVRE:".
           05  GL-MONTANT              PIC -(08)9.99.
           05  FILLER                  PIC X(09) VALUE "  COMPTE ".
           05  GL-COMPTE               PIC X(06).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-LIGNE-ECART.
           05  FILLER                  PIC X(26)
           05  EC-STATUT               PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-LIGNE-NETTE.
           05  NL-LIBELLE              PIC X(26).
           05  NL-MONTANT              PIC -(08)9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

           PERFORM 1000-INITIALISER.
           PERFORM 2000-CUMULER-REGISTRE
               UNTIL WS-FIN-FICHIER.
           PERFORM 2300-OUVRIR-DEDUCTIBLE.
           PERFORM 2400-CUMULER-DEDUCTIBLE
               UNTIL WS-FIN-FICHIER.
           PERFORM 2500-RAPPROCHER-GRAND-LIVRE.
           PERFORM 3000-IMPRIMER-DECLARATION.

           END-IF.

      * -----------------------------------------------------------*
      * 2300-OUVRIR-DEDUCTIBLE : ouvre le registre de TVA           *
      * déductible ; absent tant qu'aucune facture fournisseur n'a  *
      * été saisie (statut 35), il ne déduit rien                   *
      * -----------------------------------------------------------*
       2300-OUVRIR-DEDUCTIBLE.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT VATDEDF.
           IF WS-DDF-OK
               PERFORM 2410-LIRE-DEDUCTIBLE
           ELSE
               SET WS-FIN-FICHIER TO TRUE
               IF WS-DDF-STATUS = "35"
                   DISPLAY "VATDEDF ABSENT - AUCUNE TVA DEDUCTIBLE"
               ELSE
                   DISPLAY "IMPOSSIBLE D'OUVRIR VATDEDF - STATUT "
                       WS-DDF-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2400-CUMULER-DEDUCTIBLE : cumule la ligne courante du       *
      * registre de TVA déductible si la facture fournisseur est    *
      * datée du mois de déclaration                                *
      * -----------------------------------------------------------*
       2400-CUMULER-DEDUCTIBLE.
           IF VAT-DATE(1:6) = WS-MOIS-DECLARE
               ADD 1 TO WS-NB-LIGNES-DED
               PERFORM 2450-CUMULER-DED-PAR-CODE
               ADD VAT-BASE-HT     TO WS-TOTAL-BASE-DED
               ADD VAT-MONTANT-TVA TO WS-TOTAL-TVA-DED
           END-IF.

           PERFORM 2410-LIRE-DEDUCTIBLE.

      * -----------------------------------------------------------*
      * 2410-LIRE-DEDUCTIBLE : lit la prochaine ligne du registre   *
      * de TVA déductible                                           *
      * -----------------------------------------------------------*
       2410-LIRE-DEDUCTIBLE.
           READ VATDEDF INTO VAT-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 2450-CUMULER-DED-PAR-CODE : cumule la ligne déductible      *
      * courante dans le poste de son code de taux, créé au premier *
      * passage                                                     *
      * -----------------------------------------------------------*
       2450-CUMULER-DED-PAR-CODE.
           MOVE "N" TO WS-DED-TROUVE-SWITCH.

           IF WS-NB-DED > ZEROES
               SET WS-DED-IDX TO 1
               SEARCH WS-DED-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-DED-CODE(WS-DED-IDX) = VAT-CODE-TAUX
                       SET WS-DED-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-DED-TROUVE
               IF WS-NB-DED >= 10
                   DISPLAY "TABLE DES CODES DEDUCTIBLES PLEINE (10) - "
                       VAT-CODE-TAUX " NON CUMULE"
                   PERFORM 9700-NOTER-REJET
               ELSE
                   ADD 1 TO WS-NB-DED
                   SET WS-DED-IDX TO WS-NB-DED
                   MOVE VAT-CODE-TAUX TO WS-DED-CODE(WS-DED-IDX)
                   MOVE VAT-TAUX      TO WS-DED-TAUX(WS-DED-IDX)
                   MOVE ZEROES        TO WS-DED-BASE(WS-DED-IDX)
                   MOVE ZEROES        TO WS-DED-TVA(WS-DED-IDX)
                   SET WS-DED-TROUVE TO TRUE
               END-IF
           END-IF.

           IF WS-DED-TROUVE
               ADD VAT-BASE-HT     TO WS-DED-BASE(WS-DED-IDX)
               ADD VAT-MONTANT-TVA TO WS-DED-TVA(WS-DED-IDX)
           END-IF.

      * -----------------------------------------------------------*
      * 2500-RAPPROCHER-GRAND-LIVRE : cumule les mouvements des     *
      * comptes de TVA collectée (crédits moins débits) et          *
      * déductible (débits moins crédits) dans l'historique des     *
      * écritures du mois ; historique absent = rapprochement à     *
      * zéro, signalé                                               *
      * -----------------------------------------------------------*
       2500-RAPPROCHER-GRAND-LIVRE.
           MOVE "N" TO WS-EOF-SWITCH.

      * -----------------------------------------------------------*
      * 2550-LIRE-ET-CUMULER-JAMBE : lit une jambe historisée et la *
      * cumule si elle porte sur l'un des comptes de TVA dans le    *
      * mois                                                        *
      * -----------------------------------------------------------*
       2550-LIRE-ET-CUMULER-JAMBE.
           READ GLHSTFIL INTO GLH-ENREG
                               FROM WS-TVA-GRAND-LIVRE
                       END-IF
                   END-IF
                   IF GLH-COMPTE = WS-COMPTE-TVA-DED
                       AND GLH-DATE(1:6) = WS-MOIS-DECLARE
                       IF GLH-SENS-CREDIT
                           SUBTRACT GLH-MONTANT
                               FROM WS-DED-GRAND-LIVRE
                       ELSE
                           ADD GLH-MONTANT TO WS-DED-GRAND-LIVRE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3000-IMPRIMER-DECLARATION : imprime le récapitulatif par    *
      * code de taux de la TVA collectée puis de la TVA déductible, *
      * leurs totaux et leur rapprochement au grand livre, et la    *
      * TVA nette à payer ou le crédit                              *
      * -----------------------------------------------------------*
       3000-IMPRIMER-DECLARATION.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WRITE VATRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               MOVE WS-MOIS-DECLARE TO LM-MOIS
               WRITE VATRPT-LIGNE FROM WS-LIGNE-MOIS
               MOVE "TVA COLLECTEE" TO SL-TITRE
               WRITE VATRPT-LIGNE FROM WS-LIGNE-SECTION
               WRITE VATRPT-LIGNE FROM WS-LIGNE-ENTETE-2

               PERFORM 3100-IMPRIMER-UN-CODE
               WRITE VATRPT-LIGNE FROM WS-LIGNE-TOTAUX

               MOVE WS-TVA-GRAND-LIVRE TO GL-MONTANT
               MOVE WS-COMPTE-TVA TO GL-COMPTE
               WRITE VATRPT-LIGNE FROM WS-LIGNE-GL

               COMPUTE WS-ECART =
               END-IF
               WRITE VATRPT-LIGNE FROM WS-LIGNE-ECART

               PERFORM 3200-IMPRIMER-DEDUCTIBLE
               PERFORM 3300-IMPRIMER-TVA-NETTE

               CLOSE VATRPT
           END-IF.

           IF WS-VAT-OK
               CLOSE VATREGF
           END-IF.
           IF WS-DDF-OK OR WS-DDF-EOF
               CLOSE VATDEDF
           END-IF.

           DISPLAY "LIGNES DU MOIS CUMULEES : " WS-NB-LIGNES-MOIS.
           DISPLAY "TVA COLLECTEE DECLAREE  : " WS-TOTAL-TVA.
           DISPLAY "LIGNES DEDUCTIBLES      : " WS-NB-LIGNES-DED.
           DISPLAY "TVA DEDUCTIBLE DECLAREE : " WS-TOTAL-TVA-DED.
           DISPLAY "TVA NETTE DU MOIS       : " WS-TVA-NETTE.

      * -----------------------------------------------------------*
      * 3100-IMPRIMER-UN-CODE : imprime le cumul d'un code de taux  *
           MOVE WS-DCL-TVA(WS-DCL-IDX)  TO DL-TVA.
           WRITE VATRPT-LIGNE FROM WS-LIGNE-DETAIL.

      * -----------------------------------------------------------*
      * 3200-IMPRIMER-DEDUCTIBLE : imprime le récapitulatif de la   *
      * TVA déductible par code de taux, son total et son           *
      * rapprochement au compte de TVA déductible                   *
      * -----------------------------------------------------------*
       3200-IMPRIMER-DEDUCTIBLE.
           MOVE "TVA DEDUCTIBLE" TO SL-TITRE.
           WRITE VATRPT-LIGNE FROM WS-LIGNE-SECTION.
           WRITE VATRPT-LIGNE FROM WS-LIGNE-ENTETE-2.

           PERFORM 3250-IMPRIMER-UN-CODE-DED
               VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-NB-DED.

           MOVE WS-TOTAL-BASE-DED TO TT-BASE.
           MOVE WS-TOTAL-TVA-DED  TO TT-TVA.
           WRITE VATRPT-LIGNE FROM WS-LIGNE-TOTAUX.

           MOVE WS-DED-GRAND-LIVRE TO GL-MONTANT.
           MOVE WS-COMPTE-TVA-DED TO GL-COMPTE.
           WRITE VATRPT-LIGNE FROM WS-LIGNE-GL.

           COMPUTE WS-ECART-DED =
               WS-TOTAL-TVA-DED - WS-DED-GRAND-LIVRE.
           MOVE WS-ECART-DED TO EC-MONTANT.
           IF WS-ECART-DED = ZEROES
               MOVE "RAPPROCHE" TO EC-STATUT
           ELSE
               MOVE "ECART A INVESTIGUER" TO EC-STATUT
               PERFORM 9700-NOTER-REJET
           END-IF.
           WRITE VATRPT-LIGNE FROM WS-LIGNE-ECART.

      * -----------------------------------------------------------*
      * 3250-IMPRIMER-UN-CODE-DED : imprime le cumul déductible     *
      * d'un code de taux                                           *
      * -----------------------------------------------------------*
       3250-IMPRIMER-UN-CODE-DED.
           MOVE WS-DED-CODE(WS-DED-IDX) TO DL-CODE.
           MOVE WS-DED-TAUX(WS-DED-IDX) TO DL-TAUX.
           MOVE WS-DED-BASE(WS-DED-IDX) TO DL-BASE.
           MOVE WS-DED-TVA(WS-DED-IDX)  TO DL-TVA.
           WRITE VATRPT-LIGNE FROM WS-LIGNE-DETAIL.

      * -----------------------------------------------------------*
      * 3300-IMPRIMER-TVA-NETTE : TVA collectée moins TVA           *
      * déductible - à payer si positive, crédit de TVA à reporter  *
      * sinon                                                       *
      * -----------------------------------------------------------*
       3300-IMPRIMER-TVA-NETTE.
           COMPUTE WS-TVA-NETTE = WS-TOTAL-TVA - WS-TOTAL-TVA-DED.

           IF WS-TVA-NETTE < ZEROES
               MOVE "CREDIT DE TVA A REPORTER :" TO NL-LIBELLE
               COMPUTE NL-MONTANT = ZEROES - WS-TVA-NETTE
           ELSE
               MOVE "TVA NETTE A PAYER        :" TO NL-LIBELLE
               MOVE WS-TVA-NETTE TO NL-MONTANT
           END-IF.
           WRITE VATRPT-LIGNE FROM WS-LIGNE-NETTE.

      * -----------------------------------------------------------*
      * 9700-NOTER-REJET : retient le code retour 4 sans écraser un *
      * code plus grave                                             *
