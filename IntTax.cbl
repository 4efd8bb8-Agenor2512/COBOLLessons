       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTTAX010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-15  AG  Création : relevé fiscal annuel des intérêts
      *                 et déclaration des retenues à la source. En
      *                 fin d'année le programme relit le journal des
      *                 retenues RETSRCF (copy RETSRC) écrit par
      *                 INTACC010 à chaque capitalisation, retient les
      *                 lignes de l'année fiscale (paramètre AAAA, à
      *                 défaut l'année de la date de traitement) et
      *                 les cumule par client, statut fiscal et compte
      *                 dans le fichier de travail indexé TAXCUMW. Il
      *                 imprime un relevé par client via RPTHDR010
      *                 (une page par client) : bloc d'identité de la
      *                 banque, identité et adresse du client (index
      *                 CUSTFILE-IDX), puis par compte l'intérêt brut,
      *                 le taux, la retenue et le net crédité. Il
      *                 écrit la déclaration TAXDCLF (copy RETDCL) :
      *                 une ligne par bénéficiaire et par statut, les
      *                 totaux par statut et le total général, repris
      *                 sur une page récapitulative.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal des retenues à la source de INTACC010 - voir copy
      * RETSRC
           SELECT RETSRCF ASSIGN TO "RETSRCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSR-STATUS.

      * Cumul de l'année par client, statut fiscal et compte,
      * fichier de travail recréé à chaque exécution ; la lecture en
      * séquence de clé rend les comptes groupés par client
           SELECT TAXCUMW ASSIGN TO "TAXCUMW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCW-CLE
               FILE STATUS IS WS-TCW-STATUS.

      * Index du maître des clients (tenu par IDXMST01) : nom et
      * adresse du bénéficiaire, lus par clé
           SELECT CUSTFILE-IDX ASSIGN TO "CUSTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIDX-CODE
               FILE STATUS IS WS-CIX-STATUS.

      * Relevés fiscaux imprimés, une page par client, puis la page
      * récapitulative de la déclaration
           SELECT TAXRPT ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Déclaration annuelle des intérêts et retenues - voir copy
      * RETDCL
           SELECT TAXDCLF ASSIGN TO "TAXDCLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RETSRCF
           RECORD CONTAINS 61 CHARACTERS.
       01  RETSRCF-ENREG               PIC X(61).

       FD  TAXCUMW.
       01  TAXCUMW-ENREG.
           05  TCW-CLE.
               10  TCW-CLIENT          PIC X(08).
               10  TCW-STATUT          PIC X(01).
               10  TCW-COMPTE          PIC X(12).
           05  TCW-PAYS                PIC X(02).
           05  TCW-TAUX                PIC 9(02)V9(02).
           05  TCW-BRUT                PIC 9(09)V9(02).
           05  TCW-RETENUE             PIC 9(09)V9(02).
           05  TCW-NB-LIGNES           PIC 9(05).

       FD  CUSTFILE-IDX.
       01  CUSTFILE-IDX-ENREG.
           05  CIDX-CODE               PIC X(08).
           05  CIDX-RESTE              PIC X(105).

       FD  TAXRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  TAXRPT-LIGNE                PIC X(80).

       FD  TAXDCLF
           RECORD CONTAINS 68 CHARACTERS.
       01  TAXDCLF-ENREG               PIC X(68).

       WORKING-STORAGE SECTION.

      * Ligne du journal des retenues - voir copy RETSRC
       COPY RETSRC.

      * Enregistrement maître client - voir copy CUSTREC
       COPY CUSTREC.

      * Ligne de la déclaration - voir copy RETDCL
       COPY RETDCL.

       01  WS-RSR-STATUS               PIC X(02).
           88  WS-RSR-OK               VALUE "00".

       01  WS-TCW-STATUS               PIC X(02).
           88  WS-TCW-OK               VALUE "00".
           88  WS-TCW-EOF              VALUE "10".

       01  WS-CIX-STATUS               PIC X(02).
           88  WS-CIX-OK               VALUE "00".

       01  WS-CIX-SWITCH               PIC X(01) VALUE "N".
           88  WS-CIX-OUVERT           VALUE "O".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-DCL-STATUS               PIC X(02).
           88  WS-DCL-OK               VALUE "00".

      * Année fiscale déclarée (paramètre AAAA, à défaut l'année de
      * la date de traitement)
       01  WS-PARM-ANNEE               PIC X(10).
       01  WS-ANNEE                    PIC 9(04).

      * Rupture par client puis par statut fiscal du client
       01  WS-CLIENT-EN-COURS          PIC X(08).
       01  WS-STATUT-EN-COURS          PIC X(01).
       01  WS-PAYS-EN-COURS            PIC X(02).

      * Cumuls du client édité et du bénéficiaire (client + statut)
      * déclaré
       01  WS-CLI-BRUT                 PIC 9(09)V9(02).
       01  WS-CLI-RETENUE              PIC 9(09)V9(02).
       01  WS-BEN-BRUT                 PIC 9(09)V9(02).
       01  WS-BEN-RETENUE              PIC 9(09)V9(02).

      * Statuts fiscaux déclarés et leur libellé
       01  WS-STATUTS-VALEURS.
           05  FILLER                  PIC X(21)
               VALUE "IIMPOSABLES          ".
           05  FILLER                  PIC X(21)
               VALUE "EDISPENSES           ".
           05  FILLER                  PIC X(21)
               VALUE "NNON-RESIDENTS       ".
       01  WS-STATUTS-TABLE REDEFINES WS-STATUTS-VALEURS.
           05  WS-STA-ENTREE OCCURS 3 TIMES
                   INDEXED BY WS-STA-IDX.
               10  WS-STA-CODE         PIC X(01).
               10  WS-STA-LIBELLE      PIC X(20).

      * Totaux de la déclaration par statut (même rang que la table
      * des statuts) et total général
       01  WS-TOT-TABLE.
           05  WS-TOT-ENTREE OCCURS 3 TIMES.
               10  WS-TOT-NB-BENEF     PIC 9(07).
               10  WS-TOT-BRUT         PIC 9(09)V9(02).
               10  WS-TOT-RETENUE      PIC 9(09)V9(02).
       01  WS-TOTG-NB-BENEF            PIC 9(07) VALUE ZEROES.
       01  WS-TOTG-BRUT                PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-TOTG-RETENUE             PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-NO-STA                   PIC 9(01).

       01  WS-STA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-STA-TROUVE           VALUE "O".

       01  WS-NB-LIGNES-LUES           PIC 9(07) VALUE ZEROES.
       01  WS-NB-LIGNES-ANNEE          PIC 9(07) VALUE ZEROES.
       01  WS-NB-RELEVES               PIC 9(05) VALUE ZEROES.
       01  WS-NB-INCONNUS              PIC 9(05) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - une page par client
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "RELEVE FISCAL ANNUEL DES INTERETS".
       01  WS-NO-PAGE                  PIC 9(03) VALUE ZEROES.

      * Bloc d'identité de la banque, imprimé en tête de chaque
      * relevé
       01  WS-LIGNE-BANQUE-1.
           05  FILLER                  PIC X(34)
               VALUE "BANQUE AGENOR - SERVICES COMPTES  ".
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  WS-LIGNE-BANQUE-2.
           05  FILLER                  PIC X(31)
               VALUE "12 RUE DES COMPTES, 75000 PARIS".
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-LIGNE-CLIENT.
           05  FILLER                  PIC X(09) VALUE "CLIENT : ".
           05  TL-CLIENT               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-NOM                  PIC X(30).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-LIGNE-ADRESSE-1.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  TL-RUE                  PIC X(20).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-LIGNE-ADRESSE-2.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  TL-CP                   PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-VILLE                PIC X(15).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-LIGNE-ANNEE.
           05  FILLER                  PIC X(20)
               VALUE "ANNEE DES REVENUS : ".
           05  TL-ANNEE                PIC 9(04).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-LIGNE-COLONNES.
           05  FILLER                  PIC X(12) VALUE "COMPTE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE "S".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "PY".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TAUX%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "       BRUT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "    RETENUE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "        NET".
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-LIGNE-COMPTE.
           05  TL-COMPTE               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-STATUT               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-PAYS                 PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-TAUX                 PIC Z9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-BRUT                 PIC -(07)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-RETENUE              PIC -(07)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-NET                  PIC -(07)9.99.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-LIGNE-TOTAL-CLIENT.
           05  FILLER                  PIC X(26)
               VALUE "TOTAL DE L'ANNEE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TT-BRUT                 PIC -(07)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TT-RETENUE              PIC -(07)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TT-NET                  PIC -(07)9.99.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-LIGNE-LEGENDE.
           05  FILLER                  PIC X(19)
               VALUE "S : I = IMPOSABLE  ".
           05  FILLER                  PIC X(30)
               VALUE "E = DISPENSE  N = NON-RESIDENT".
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-LIGNE-COLONNES-RECAP.
           05  FILLER                  PIC X(20) VALUE "STATUT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "  BENEF".
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "         BRUT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "      RETENUE".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-RECAP.
           05  RC-LIBELLE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-NB-BENEF             PIC Z(06)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RC-BRUT                 PIC -(09)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-RETENUE              PIC -(09)9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Date officielle de traitement, lue via DATPRM01 : son année
      * est l'année déclarée à défaut de paramètre
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           PERFORM 1000-INITIALISER.

           IF WS-CODE-RETOUR < 8
               PERFORM 2000-EDITER-RELEVES
           END-IF.

           PERFORM 3000-TERMINER.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : détermine l'année déclarée, cumule les   *
      * retenues de l'année dans TAXCUMW et ouvre le maître des     *
      * clients, les relevés et la déclaration                      *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-ANNEE FROM COMMAND-LINE.
           IF WS-PARM-ANNEE(1:4) IS NUMERIC
               MOVE WS-PARM-ANNEE(1:4) TO WS-ANNEE
           ELSE
               MOVE WS-DATE-TRAITEMENT(1:4) TO WS-ANNEE
           END-IF.

           MOVE ZEROES TO WS-TOT-TABLE.

           PERFORM 1100-CUMULER-RETENUES.

           IF WS-CODE-RETOUR < 8
               PERFORM 1300-OUVRIR-EDITIONS
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CUMULER-RETENUES : crée TAXCUMW et y cumule les lignes *
      * du journal de l'année ; journal absent = aucune retenue,    *
      * la déclaration sort à zéro                                  *
      * -----------------------------------------------------------*
       1100-CUMULER-RETENUES.
           OPEN OUTPUT TAXCUMW.
           IF NOT WS-TCW-OK
               DISPLAY "IMPOSSIBLE DE CREER TAXCUMW - STATUT "
                   WS-TCW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               OPEN INPUT RETSRCF
               IF WS-RSR-OK
                   PERFORM 1150-LIRE-ET-CUMULER-RETENUE
                       UNTIL NOT WS-RSR-OK
                   CLOSE RETSRCF
               ELSE
                   DISPLAY "RETSRCF ABSENT - AUCUNE RETENUE A DECLARER"
               END-IF
               CLOSE TAXCUMW
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-CUMULER-RETENUE : lit une ligne du journal et  *
      * la cumule si son année fiscale est l'année déclarée         *
      * -----------------------------------------------------------*
       1150-LIRE-ET-CUMULER-RETENUE.
           READ RETSRCF INTO RSR-ENREG
               AT END
                   MOVE "10" TO WS-RSR-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LIGNES-LUES
                   IF RSR-DATE(1:4) = WS-ANNEE
                       PERFORM 1200-CUMULER-UNE-LIGNE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CUMULER-UNE-LIGNE : ajoute la ligne au cumul de son    *
      * client, statut et compte, lu par clé dans TAXCUMW et créé   *
      * au premier passage ; pays et taux retenus sont les derniers *
      * lus                                                         *
      * -----------------------------------------------------------*
       1200-CUMULER-UNE-LIGNE.
           ADD 1 TO WS-NB-LIGNES-ANNEE.

           MOVE RSR-CLIENT        TO TCW-CLIENT.
           MOVE RSR-STATUT-FISCAL TO TCW-STATUT.
           MOVE RSR-COMPTE        TO TCW-COMPTE.
           READ TAXCUMW
               INVALID KEY
                   MOVE RSR-PAYS         TO TCW-PAYS
                   MOVE RSR-TAUX         TO TCW-TAUX
                   MOVE RSR-INTERET-BRUT TO TCW-BRUT
                   MOVE RSR-RETENUE      TO TCW-RETENUE
                   MOVE 1                TO TCW-NB-LIGNES
                   WRITE TAXCUMW-ENREG
                       INVALID KEY
                           DISPLAY "ECRITURE TAXCUMW IMPOSSIBLE - "
                               TCW-CLE
                           PERFORM 9800-NOTER-ERREUR-FICHIER
                   END-WRITE
               NOT INVALID KEY
                   MOVE RSR-PAYS TO TCW-PAYS
                   MOVE RSR-TAUX TO TCW-TAUX
                   ADD RSR-INTERET-BRUT TO TCW-BRUT
                   ADD RSR-RETENUE      TO TCW-RETENUE
                   ADD 1                TO TCW-NB-LIGNES
                   REWRITE TAXCUMW-ENREG
                       INVALID KEY
                           DISPLAY "MISE A JOUR TAXCUMW IMPOSSIBLE - "
                               TCW-CLE
                           PERFORM 9800-NOTER-ERREUR-FICHIER
                   END-REWRITE
           END-READ.

      * -----------------------------------------------------------*
      * 1300-OUVRIR-EDITIONS : ouvre l'index des clients, les       *
      * relevés et la déclaration                                   *
      * -----------------------------------------------------------*
       1300-OUVRIR-EDITIONS.
           OPEN INPUT CUSTFILE-IDX.
           IF NOT WS-CIX-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR CUSTFILE-IDX - STATUT "
                   WS-CIX-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               SET WS-CIX-OUVERT TO TRUE
           END-IF.

           OPEN OUTPUT TAXRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR TAXRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

           OPEN OUTPUT TAXDCLF.
           IF NOT WS-DCL-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR TAXDCLF - STATUT "
                   WS-DCL-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 2000-EDITER-RELEVES : relit TAXCUMW en séquence de clé,     *
      * imprime un relevé par client et déclare chaque bénéficiaire,*
      * puis écrit les totaux de la déclaration                     *
      * -----------------------------------------------------------*
       2000-EDITER-RELEVES.
           OPEN INPUT TAXCUMW.
           IF NOT WS-TCW-OK
               DISPLAY "IMPOSSIBLE DE ROUVRIR TAXCUMW - STATUT "
                   WS-TCW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE LOW-VALUES TO WS-CLIENT-EN-COURS
               PERFORM 2100-LIRE-CUMUL
               PERFORM 2200-TRAITER-CUMUL
                   UNTIL NOT WS-TCW-OK
               IF WS-CLIENT-EN-COURS NOT = LOW-VALUES
                   PERFORM 2500-CLORE-CLIENT
               END-IF
               CLOSE TAXCUMW
               PERFORM 2800-ECRIRE-TOTAUX
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-CUMUL : lit le cumul suivant dans l'ordre des clés*
      * -----------------------------------------------------------*
       2100-LIRE-CUMUL.
           READ TAXCUMW NEXT RECORD
               AT END
                   MOVE "10" TO WS-TCW-STATUS
           END-READ.

      * -----------------------------------------------------------*
      * 2200-TRAITER-CUMUL : rupture sur le client (nouveau relevé) *
      * ou sur le statut fiscal (nouveau bénéficiaire déclaré), puis*
      * édite le compte                                             *
      * -----------------------------------------------------------*
       2200-TRAITER-CUMUL.
           IF TCW-CLIENT NOT = WS-CLIENT-EN-COURS
               IF WS-CLIENT-EN-COURS NOT = LOW-VALUES
                   PERFORM 2500-CLORE-CLIENT
               END-IF
               PERFORM 2300-OUVRIR-CLIENT
           ELSE
               IF TCW-STATUT NOT = WS-STATUT-EN-COURS
                   PERFORM 2600-DECLARER-BENEFICIAIRE
                   MOVE TCW-STATUT TO WS-STATUT-EN-COURS
               END-IF
           END-IF.

           PERFORM 2400-EDITER-COMPTE.
           PERFORM 2100-LIRE-CUMUL.

      * -----------------------------------------------------------*
      * 2300-OUVRIR-CLIENT : retrouve le client dans l'index et     *
      * imprime l'en-tête de son relevé                             *
      * -----------------------------------------------------------*
       2300-OUVRIR-CLIENT.
           MOVE TCW-CLIENT TO WS-CLIENT-EN-COURS.
           MOVE TCW-STATUT TO WS-STATUT-EN-COURS.
           MOVE ZEROES TO WS-CLI-BRUT WS-CLI-RETENUE
               WS-BEN-BRUT WS-BEN-RETENUE.
           ADD 1 TO WS-TOTG-NB-BENEF.

           MOVE TCW-CLIENT TO CIDX-CODE.
           READ CUSTFILE-IDX INTO CLIENT-ENREG
               INVALID KEY
                   MOVE SPACES TO CLIENT-ENREG
                   MOVE "CLIENT INCONNU" TO CUST-NOM
                   ADD 1 TO WS-NB-INCONNUS
                   DISPLAY "CLIENT ABSENT DU MAITRE - " TCW-CLIENT
                   PERFORM 9700-NOTER-REJET
           END-READ.

           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           WRITE TAXRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-BANQUE-1.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-BANQUE-2.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-VIDE.

           MOVE TCW-CLIENT     TO TL-CLIENT.
           MOVE CUST-NOM       TO TL-NOM.
           MOVE CUST-ADR-RUE   TO TL-RUE.
           MOVE CUST-ADR-CP    TO TL-CP.
           MOVE CUST-ADR-VILLE TO TL-VILLE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-CLIENT.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-ADRESSE-1.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-ADRESSE-2.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-VIDE.

           MOVE WS-ANNEE TO TL-ANNEE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-ANNEE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-COLONNES.

      * -----------------------------------------------------------*
      * 2400-EDITER-COMPTE : imprime le cumul annuel d'un compte et *
      * l'ajoute aux cumuls du client et du bénéficiaire            *
      * -----------------------------------------------------------*
       2400-EDITER-COMPTE.
           MOVE TCW-PAYS TO WS-PAYS-EN-COURS.

           MOVE TCW-COMPTE  TO TL-COMPTE.
           MOVE TCW-STATUT  TO TL-STATUT.
           MOVE TCW-PAYS    TO TL-PAYS.
           MOVE TCW-TAUX    TO TL-TAUX.
           MOVE TCW-BRUT    TO TL-BRUT.
           MOVE TCW-RETENUE TO TL-RETENUE.
           COMPUTE TL-NET = TCW-BRUT - TCW-RETENUE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-COMPTE.

           ADD TCW-BRUT    TO WS-CLI-BRUT WS-BEN-BRUT.
           ADD TCW-RETENUE TO WS-CLI-RETENUE WS-BEN-RETENUE.

      * -----------------------------------------------------------*
      * 2500-CLORE-CLIENT : déclare le dernier bénéficiaire du      *
      * client et imprime le total de son relevé                    *
      * -----------------------------------------------------------*
       2500-CLORE-CLIENT.
           PERFORM 2600-DECLARER-BENEFICIAIRE.

           WRITE TAXRPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE WS-CLI-BRUT    TO TT-BRUT.
           MOVE WS-CLI-RETENUE TO TT-RETENUE.
           COMPUTE TT-NET = WS-CLI-BRUT - WS-CLI-RETENUE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-TOTAL-CLIENT.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-LEGENDE.

           ADD 1 TO WS-NB-RELEVES.

      * -----------------------------------------------------------*
      * 2600-DECLARER-BENEFICIAIRE : écrit la ligne 'B' du client   *
      * pour le statut en cours et l'ajoute aux totaux du statut    *
      * -----------------------------------------------------------*
       2600-DECLARER-BENEFICIAIRE.
           MOVE SPACES TO RDC-ENREG.
           SET RDC-BENEFICIAIRE TO TRUE.
           MOVE WS-ANNEE           TO RDC-ANNEE.
           MOVE WS-CLIENT-EN-COURS TO RDC-CLIENT.
           MOVE CUST-NOM           TO RDC-NOM.
           MOVE WS-PAYS-EN-COURS   TO RDC-PAYS.
           MOVE WS-STATUT-EN-COURS TO RDC-STATUT-FISCAL.
           MOVE WS-BEN-BRUT        TO RDC-INTERETS-BRUTS.
           MOVE WS-BEN-RETENUE     TO RDC-RETENUE.
           WRITE TAXDCLF-ENREG FROM RDC-ENREG.

           MOVE "N" TO WS-STA-TROUVE-SWITCH.
           SET WS-STA-IDX TO 1.
           SEARCH WS-STA-ENTREE
               AT END
                   DISPLAY "STATUT FISCAL INCONNU - CLIENT "
                       WS-CLIENT-EN-COURS " STATUT "
                       WS-STATUT-EN-COURS
                   PERFORM 9700-NOTER-REJET
               WHEN WS-STA-CODE(WS-STA-IDX) = WS-STATUT-EN-COURS
                   SET WS-STA-TROUVE TO TRUE
                   SET WS-NO-STA TO WS-STA-IDX
           END-SEARCH.

           IF WS-STA-TROUVE
               ADD 1 TO WS-TOT-NB-BENEF(WS-NO-STA)
               ADD WS-BEN-BRUT    TO WS-TOT-BRUT(WS-NO-STA)
               ADD WS-BEN-RETENUE TO WS-TOT-RETENUE(WS-NO-STA)
           END-IF.

           ADD WS-BEN-BRUT    TO WS-TOTG-BRUT.
           ADD WS-BEN-RETENUE TO WS-TOTG-RETENUE.
           MOVE ZEROES TO WS-BEN-BRUT WS-BEN-RETENUE.

      * -----------------------------------------------------------*
      * 2800-ECRIRE-TOTAUX : écrit les lignes 'T' par statut et la  *
      * ligne 'T' générale, reprises sur la page récapitulative     *
      * -----------------------------------------------------------*
       2800-ECRIRE-TOTAUX.
           MOVE "DECLARATION DES RETENUES A LA SOURCE"
               TO WS-TITRE-RAPPORT.
           ADD 1 TO WS-NO-PAGE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           WRITE TAXRPT-LIGNE FROM WS-LIGNE-ENTETE-1.
           MOVE WS-ANNEE TO TL-ANNEE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-ANNEE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-VIDE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-COLONNES-RECAP.

           PERFORM 2850-ECRIRE-TOTAL-STATUT
               VARYING WS-NO-STA FROM 1 BY 1
                   UNTIL WS-NO-STA > 3.

           MOVE SPACES TO RDC-ENREG.
           SET RDC-TOTAL TO TRUE.
           MOVE WS-ANNEE         TO RDC-ANNEE.
           MOVE "*"              TO RDC-TOT-STATUT.
           MOVE WS-TOTG-NB-BENEF TO RDC-TOT-NB-BENEF.
           MOVE WS-TOTG-BRUT     TO RDC-TOT-INTERETS-BRUTS.
           MOVE WS-TOTG-RETENUE  TO RDC-TOT-RETENUE.
           WRITE TAXDCLF-ENREG FROM RDC-ENREG.

           WRITE TAXRPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE "TOTAL GENERAL"  TO RC-LIBELLE.
           MOVE WS-TOTG-NB-BENEF TO RC-NB-BENEF.
           MOVE WS-TOTG-BRUT     TO RC-BRUT.
           MOVE WS-TOTG-RETENUE  TO RC-RETENUE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-RECAP.

      * -----------------------------------------------------------*
      * 2850-ECRIRE-TOTAL-STATUT : écrit la ligne 'T' d'un statut   *
      * et sa ligne du récapitulatif                                *
      * -----------------------------------------------------------*
       2850-ECRIRE-TOTAL-STATUT.
           MOVE SPACES TO RDC-ENREG.
           SET RDC-TOTAL TO TRUE.
           MOVE WS-ANNEE                  TO RDC-ANNEE.
           MOVE WS-STA-CODE(WS-NO-STA)    TO RDC-TOT-STATUT.
           MOVE WS-TOT-NB-BENEF(WS-NO-STA) TO RDC-TOT-NB-BENEF.
           MOVE WS-TOT-BRUT(WS-NO-STA)    TO RDC-TOT-INTERETS-BRUTS.
           MOVE WS-TOT-RETENUE(WS-NO-STA) TO RDC-TOT-RETENUE.
           WRITE TAXDCLF-ENREG FROM RDC-ENREG.

           MOVE WS-STA-LIBELLE(WS-NO-STA)  TO RC-LIBELLE.
           MOVE WS-TOT-NB-BENEF(WS-NO-STA) TO RC-NB-BENEF.
           MOVE WS-TOT-BRUT(WS-NO-STA)     TO RC-BRUT.
           MOVE WS-TOT-RETENUE(WS-NO-STA)  TO RC-RETENUE.
           WRITE TAXRPT-LIGNE FROM WS-LIGNE-RECAP.

      * -----------------------------------------------------------*
      * 3000-TERMINER : ferme les fichiers et affiche les compteurs *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-CIX-OUVERT
               CLOSE CUSTFILE-IDX
           END-IF.
           IF WS-RPT-OK
               CLOSE TAXRPT
           END-IF.
           IF WS-DCL-OK
               CLOSE TAXDCLF
           END-IF.

           DISPLAY "ANNEE DECLAREE        : " WS-ANNEE.
           DISPLAY "LIGNES DU JOURNAL LUES: " WS-NB-LIGNES-LUES.
           DISPLAY "LIGNES DE L'ANNEE     : " WS-NB-LIGNES-ANNEE.
           DISPLAY "RELEVES PRODUITS      : " WS-NB-RELEVES.
           DISPLAY "CLIENTS INCONNUS      : " WS-NB-INCONNUS.
           DISPLAY "INTERETS BRUTS        : " WS-TOTG-BRUT.
           DISPLAY "RETENUES DECLAREES    : " WS-TOTG-RETENUE.

      * -----------------------------------------------------------*
      * 9700-NOTER-REJET : retient le code retour 4 sans écraser un *
      * code plus grave                                             *
      * -----------------------------------------------------------*
       9700-NOTER-REJET.
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
