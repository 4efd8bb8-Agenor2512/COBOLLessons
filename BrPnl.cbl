       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRPNL010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-10  AG  Création : résultat mensuel par agence. Le
      *                 compte de résultat de FINSTM010 ne montre que
      *                 la banque entière ; la direction ne voyait
      *                 pas quelle agence gagne les frais, sert les
      *                 intérêts ou porte les charges. Le programme
      *                 relit les jambes du mois dans GLHSTFIL (le
      *                 mois est le paramètre AAAAMM de la ligne de
      *                 commande, à défaut le mois de la date de
      *                 traitement), les ventile par rubrique du
      *                 compte de résultat de FINMAPF (même
      *                 regroupement et même convention de signe que
      *                 FINSTM010) et par segment GLH-SEGMENT (A1,
      *                 A2, A3, HQ = siège, blanc compté au siège),
      *                 puis imprime BRPNLRPT (via RPTHDR010) : une
      *                 colonne par segment et le total, le résultat
      *                 du mois de chaque agence et, en rappel, le
      *                 résultat de l'exercice à ce jour tiré des
      *                 soldes GLBALFIL et GLSEGFIL. Les écritures de
      *                 clôture annuelle (lot GLYEC010) ne sont pas
      *                 du résultat du mois et sont écartées. Une
      *                 jambe sur un compte absent de FINMAPF est
      *                 comptée hors regroupement (code retour 4).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Regroupement des états financiers - voir copy FINMAP
           SELECT FINMAPF ASSIGN TO "FINMAPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      * Historique permanent des écritures - voir copy GLHSTREC
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Soldes du grand livre, un enregistrement par compte du plan
           SELECT GLBALFIL ASSIGN TO "GLBALFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.

      * Soldes par compte et segment d'agence - voir copy GLSEGREC
           SELECT GLSEGFIL ASSIGN TO "GLSEGFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-STATUS.

      * Résultat par agence imprimé
           SELECT BRPNLRPT ASSIGN TO "BRPNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  FINMAPF
           RECORD CONTAINS 42 CHARACTERS.
       01  FINMAPF-ENREG               PIC X(42).

       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  GLBALFIL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  GLSEGFIL
           RECORD CONTAINS 25 CHARACTERS.
       01  GLSEGFIL-ENREG              PIC X(25).

       FD  BRPNLRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  BRPNLRPT-LIGNE              PIC X(80).

       WORKING-STORAGE SECTION.

      * Ligne de regroupement courante - voir copy FINMAP
       COPY FINMAP.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Solde par segment d'agence - voir copy GLSEGREC
       COPY GLSEGREC.

       01  WS-MAP-STATUS               PIC X(02).
           88  WS-MAP-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-GLS-STATUS               PIC X(02).
           88  WS-GLS-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Mois analysé (AAAAMM) : paramètre de ligne de commande, à
      * défaut le mois de la date de traitement
       01  WS-PARM-MOIS                PIC X(10).
       01  WS-MOIS-ANALYSE             PIC 9(06).

      * Segments dans l'ordre des colonnes ; le rang 5 porte le
      * total de la banque
       01  WS-SEGMENTS-LISTE           PIC X(08) VALUE "A1A2A3HQ".
       01  WS-SEGMENTS-TABLE REDEFINES WS-SEGMENTS-LISTE.
           05  WS-SEG-CODE             PIC X(02) OCCURS 4 TIMES.
       01  WS-NO-SEG                   PIC 9(01).
       01  WS-NO-SEG-JAMBE             PIC 9(01).

      * Table de regroupement chargée depuis FINMAPF
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTREE OCCURS 100 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-COMPTE       PIC X(06).
               10  WS-MAP-ETAT         PIC X(01).
               10  WS-MAP-RUBRIQUE     PIC X(04).
               10  WS-MAP-LIBELLE      PIC X(30).
               10  WS-MAP-SENS         PIC X(01).
       01  WS-NB-MAP                   PIC 9(03) VALUE ZEROES.

       01  WS-MAP-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-MAP-TROUVE           VALUE "O".

      * Rubriques du compte de résultat, cumulées par segment (rang
      * 5 = total)
       01  WS-RUB-TABLE.
           05  WS-RUB-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-RUB-IDX.
               10  WS-RUB-CODE         PIC X(04).
               10  WS-RUB-LIBELLE      PIC X(30).
               10  WS-RUB-MONTANT      PIC S9(09)V9(02)
                                       OCCURS 5 TIMES.
               10  WS-RUB-EDITEE       PIC X(01).
       01  WS-NB-RUB                   PIC 9(02) VALUE ZEROES.
       01  WS-NO-RUB                   PIC 9(02).
       01  WS-NO-RUB-MIN               PIC 9(02).

       01  WS-RUB-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-RUB-TROUVE           VALUE "O".

      * Résultat par segment (produits moins charges, positif =
      * bénéfice) : du mois, tiré des jambes, et de l'exercice à ce
      * jour, tiré des soldes - le siège y est le solde du compte
      * diminué de ses soldes d'agence
       01  WS-RESULTATS.
           05  WS-RES-MOIS             PIC S9(09)V9(02)
                                       OCCURS 5 TIMES.
           05  WS-RES-EXERCICE         PIC S9(09)V9(02)
                                       OCCURS 5 TIMES.

      * Jambe en cours : mouvement signé (débit positif) et
      * montant signé selon la convention de la rubrique
       01  WS-COMPTE-EN-COURS          PIC X(06).
       01  WS-MOUVEMENT                PIC S9(09)V9(02).
       01  WS-MOUVEMENT-SIGNE          PIC S9(09)V9(02).

       01  WS-NB-JAMBES-LUES           PIC 9(07) VALUE ZEROES.
       01  WS-NB-JAMBES-MOIS           PIC 9(07) VALUE ZEROES.
       01  WS-NB-JAMBES-HORS-REGR      PIC 9(07) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - l'état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "RESULTAT MENSUEL PAR AGENCE".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-MOIS.
           05  FILLER                  PIC X(17)
               VALUE "MOIS ANALYSE   : ".
           05  LM-MOIS                 PIC 9(06).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER                  PIC X(05) VALUE "RUBR".
           05  FILLER                  PIC X(19) VALUE "LIBELLE".
           05  FILLER                  PIC X(11) VALUE "         A1".
           05  FILLER                  PIC X(11) VALUE "         A2".
           05  FILLER                  PIC X(11) VALUE "         A3".
           05  FILLER                  PIC X(11) VALUE "         HQ".
           05  FILLER                  PIC X(11) VALUE "      TOTAL".
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-LIGNE-RUBRIQUE.
           05  RL-CODE                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RL-LIBELLE              PIC X(19).
           05  RL-COLONNE OCCURS 5 TIMES.
               10  FILLER              PIC X(01).
               10  RL-MONTANT          PIC -(06)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-LIGNE-RECAP-NB.
           05  RN-LIBELLE              PIC X(32).
           05  RN-NOMBRE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.

           IF WS-CODE-RETOUR < 8
               PERFORM 2000-VENTILER-LE-MOIS
               PERFORM 3000-CUMULER-L-EXERCICE
               PERFORM 4000-IMPRIMER-LE-RESULTAT
           END-IF.

           PERFORM 5000-TERMINER.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : détermine le mois analysé, charge le     *
      * regroupement et ouvre l'état                                *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-MOIS FROM COMMAND-LINE.
           IF WS-PARM-MOIS(1:6) IS NUMERIC
               MOVE WS-PARM-MOIS(1:6) TO WS-MOIS-ANALYSE
           ELSE
               MOVE WS-DATE-TRAITEMENT(1:6) TO WS-MOIS-ANALYSE
           END-IF.

           MOVE ZEROES TO WS-RESULTATS.

           PERFORM 1100-CHARGER-REGROUPEMENT.

           OPEN OUTPUT BRPNLRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR BRPNLRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-REGROUPEMENT : charge le fichier de            *
      * regroupement en table ; fichier absent = pas de compte de   *
      * résultat connu, état refusé                                 *
      * -----------------------------------------------------------*
       1100-CHARGER-REGROUPEMENT.
           OPEN INPUT FINMAPF.
           IF WS-MAP-OK
               PERFORM 1150-LIRE-ET-STOCKER-LIGNE
                   UNTIL NOT WS-MAP-OK OR WS-NB-MAP >= 100
               CLOSE FINMAPF
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR FINMAPF - STATUT "
                   WS-MAP-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-LIGNE : lit une ligne de regroupement  *
      * et la place dans la table                                   *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-LIGNE.
           READ FINMAPF INTO FMP-ENREG
               AT END
                   MOVE "10" TO WS-MAP-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-MAP
                   MOVE FMP-COMPTE   TO WS-MAP-COMPTE(WS-NB-MAP)
                   MOVE FMP-ETAT     TO WS-MAP-ETAT(WS-NB-MAP)
                   MOVE FMP-RUBRIQUE TO WS-MAP-RUBRIQUE(WS-NB-MAP)
                   MOVE FMP-LIBELLE  TO WS-MAP-LIBELLE(WS-NB-MAP)
                   MOVE FMP-SENS     TO WS-MAP-SENS(WS-NB-MAP)
           END-READ.

      * -----------------------------------------------------------*
      * 2000-VENTILER-LE-MOIS : relit l'historique et ventile les   *
      * jambes du mois analysé par rubrique et par segment          *
      * -----------------------------------------------------------*
       2000-VENTILER-LE-MOIS.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT GLHSTFIL.
           IF WS-HST-OK
               PERFORM 2100-LIRE-UNE-JAMBE
                   UNTIL WS-FIN-FICHIER
               CLOSE GLHSTFIL
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-UNE-JAMBE : lit une jambe et retient celles du    *
      * mois, hors écritures de clôture annuelle                    *
      * -----------------------------------------------------------*
       2100-LIRE-UNE-JAMBE.
           READ GLHSTFIL INTO GLH-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-JAMBES-LUES
                   IF GLH-DATE(1:6) = WS-MOIS-ANALYSE
                       AND GLH-LOT-PROGRAMME NOT = "GLYEC010"
                       ADD 1 TO WS-NB-JAMBES-MOIS
                       PERFORM 2200-VENTILER-UNE-JAMBE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2200-VENTILER-UNE-JAMBE : cherche le rattachement du compte *
      * de la jambe ; une jambe de résultat est cumulée dans sa     *
      * rubrique et au résultat de son segment, une jambe de bilan  *
      * est ignorée, un compte non rattaché est compté              *
      * -----------------------------------------------------------*
       2200-VENTILER-UNE-JAMBE.
           MOVE GLH-COMPTE TO WS-COMPTE-EN-COURS.
           PERFORM 7000-CHERCHER-RATTACHEMENT.

           IF NOT WS-MAP-TROUVE
               ADD 1 TO WS-NB-JAMBES-HORS-REGR
           ELSE
               IF WS-MAP-ETAT(WS-MAP-IDX) = "R"
                   IF GLH-SENS-DEBIT
                       MOVE GLH-MONTANT TO WS-MOUVEMENT
                   ELSE
                       COMPUTE WS-MOUVEMENT = GLH-MONTANT * -1
                   END-IF
                   IF WS-MAP-SENS(WS-MAP-IDX) = "I"
                       COMPUTE WS-MOUVEMENT-SIGNE = WS-MOUVEMENT * -1
                   ELSE
                       MOVE WS-MOUVEMENT TO WS-MOUVEMENT-SIGNE
                   END-IF

                   MOVE 4 TO WS-NO-SEG-JAMBE
                   PERFORM 2250-RECONNAITRE-SEGMENT
                       VARYING WS-NO-SEG FROM 1 BY 1
                           UNTIL WS-NO-SEG > 3

                   PERFORM 2300-CUMULER-DANS-LA-RUBRIQUE
                   SUBTRACT WS-MOUVEMENT
                       FROM WS-RES-MOIS(WS-NO-SEG-JAMBE)
                   SUBTRACT WS-MOUVEMENT FROM WS-RES-MOIS(5)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2250-RECONNAITRE-SEGMENT : retient le rang de l'agence de   *
      * la jambe (HQ, blanc ou inconnu = siège, rang 4)             *
      * -----------------------------------------------------------*
       2250-RECONNAITRE-SEGMENT.
           IF GLH-SEGMENT = WS-SEG-CODE(WS-NO-SEG)
               MOVE WS-NO-SEG TO WS-NO-SEG-JAMBE
           END-IF.

      * -----------------------------------------------------------*
      * 2300-CUMULER-DANS-LA-RUBRIQUE : cumule le montant signé de  *
      * la jambe dans sa rubrique (colonne du segment et total),    *
      * rubrique créée au premier passage                           *
      * -----------------------------------------------------------*
       2300-CUMULER-DANS-LA-RUBRIQUE.
           MOVE "N" TO WS-RUB-TROUVE-SWITCH.

           IF WS-NB-RUB > ZEROES
               SET WS-RUB-IDX TO 1
               SEARCH WS-RUB-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-RUB-CODE(WS-RUB-IDX) =
                       WS-MAP-RUBRIQUE(WS-MAP-IDX)
                       SET WS-RUB-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-RUB-TROUVE
               IF WS-NB-RUB >= 50
                   DISPLAY "TABLE DES RUBRIQUES PLEINE (50) - "
                       WS-MAP-RUBRIQUE(WS-MAP-IDX) " NON CUMULEE"
                   PERFORM 9700-NOTER-REJET
               ELSE
                   ADD 1 TO WS-NB-RUB
                   SET WS-RUB-IDX TO WS-NB-RUB
                   MOVE WS-MAP-RUBRIQUE(WS-MAP-IDX)
                       TO WS-RUB-CODE(WS-RUB-IDX)
                   MOVE WS-MAP-LIBELLE(WS-MAP-IDX)
                       TO WS-RUB-LIBELLE(WS-RUB-IDX)
                   PERFORM 2350-RAZ-UNE-COLONNE
                       VARYING WS-NO-SEG FROM 1 BY 1
                           UNTIL WS-NO-SEG > 5
                   MOVE "N" TO WS-RUB-EDITEE(WS-RUB-IDX)
                   SET WS-RUB-TROUVE TO TRUE
               END-IF
           END-IF.

           IF WS-RUB-TROUVE
               ADD WS-MOUVEMENT-SIGNE
                   TO WS-RUB-MONTANT(WS-RUB-IDX, WS-NO-SEG-JAMBE)
               ADD WS-MOUVEMENT-SIGNE
                   TO WS-RUB-MONTANT(WS-RUB-IDX, 5)
           END-IF.

      * -----------------------------------------------------------*
      * 2350-RAZ-UNE-COLONNE : remet à zéro une colonne d'une       *
      * rubrique nouvellement créée                                 *
      * -----------------------------------------------------------*
       2350-RAZ-UNE-COLONNE.
           MOVE ZEROES TO WS-RUB-MONTANT(WS-RUB-IDX, WS-NO-SEG).

      * -----------------------------------------------------------*
      * 3000-CUMULER-L-EXERCICE : résultat de l'exercice à ce jour  *
      * par segment - total depuis GLBALFIL, agences depuis         *
      * GLSEGFIL, le siège étant le reste                           *
      * -----------------------------------------------------------*
       3000-CUMULER-L-EXERCICE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GLBALFIL.
           IF WS-GLB-OK
               PERFORM 3100-LIRE-UN-SOLDE
                   UNTIL WS-FIN-FICHIER
               CLOSE GLBALFIL
           ELSE
               DISPLAY "GLBALFIL INTROUVABLE - EXERCICE A ZERO"
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GLSEGFIL.
           IF WS-GLS-OK
               PERFORM 3200-LIRE-UN-SEGMENT
                   UNTIL WS-FIN-FICHIER
               CLOSE GLSEGFIL
           ELSE
               DISPLAY "GLSEGFIL INTROUVABLE - EXERCICE AU SIEGE"
           END-IF.

      * -----------------------------------------------------------*
      * 3100-LIRE-UN-SOLDE : porte le solde d'un compte de résultat *
      * au total et, provisoirement, au siège                       *
      * -----------------------------------------------------------*
       3100-LIRE-UN-SOLDE.
           READ GLBALFIL INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   MOVE GLB-COMPTE TO WS-COMPTE-EN-COURS
                   PERFORM 7000-CHERCHER-RATTACHEMENT
                   IF WS-MAP-TROUVE
                       AND WS-MAP-ETAT(WS-MAP-IDX) = "R"
                       SUBTRACT GL-SOLDE FROM WS-RES-EXERCICE(5)
                       SUBTRACT GL-SOLDE FROM WS-RES-EXERCICE(4)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3200-LIRE-UN-SEGMENT : porte le solde d'agence d'un compte  *
      * de résultat à son agence et le retire du siège              *
      * -----------------------------------------------------------*
       3200-LIRE-UN-SEGMENT.
           READ GLSEGFIL INTO GLS-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   MOVE GLS-COMPTE TO WS-COMPTE-EN-COURS
                   PERFORM 7000-CHERCHER-RATTACHEMENT
                   IF WS-MAP-TROUVE
                       AND WS-MAP-ETAT(WS-MAP-IDX) = "R"
                       PERFORM 3250-PORTER-A-L-AGENCE
                           VARYING WS-NO-SEG FROM 1 BY 1
                               UNTIL WS-NO-SEG > 3
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3250-PORTER-A-L-AGENCE : transfère le solde du siège à      *
      * l'agence du poste lu                                        *
      * -----------------------------------------------------------*
       3250-PORTER-A-L-AGENCE.
           IF GLS-SEGMENT = WS-SEG-CODE(WS-NO-SEG)
               SUBTRACT GLS-SOLDE FROM WS-RES-EXERCICE(WS-NO-SEG)
               ADD GLS-SOLDE TO WS-RES-EXERCICE(4)
           END-IF.

      * -----------------------------------------------------------*
      * 4000-IMPRIMER-LE-RESULTAT : rubriques en ordre de code,     *
      * résultat du mois puis résultat de l'exercice à ce jour      *
      * -----------------------------------------------------------*
       4000-IMPRIMER-LE-RESULTAT.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           IF WS-RPT-OK
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE WS-MOIS-ANALYSE TO LM-MOIS
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-MOIS
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-VIDE
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-ENTETE-2
               PERFORM 4100-IMPRIMER-LA-SUIVANTE
                   VARYING WS-NO-RUB FROM 1 BY 1
                       UNTIL WS-NO-RUB > WS-NB-RUB

               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE SPACES TO RL-CODE
               MOVE "RESULTAT DU MOIS" TO RL-LIBELLE
               PERFORM 4300-PORTER-RESULTAT-MOIS
                   VARYING WS-NO-SEG FROM 1 BY 1
                       UNTIL WS-NO-SEG > 5
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-RUBRIQUE

               MOVE "RESULTAT A CE JOUR" TO RL-LIBELLE
               PERFORM 4400-PORTER-RESULTAT-EXERCICE
                   VARYING WS-NO-SEG FROM 1 BY 1
                       UNTIL WS-NO-SEG > 5
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-RUBRIQUE

               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE "JAMBES DU MOIS                : " TO RN-LIBELLE
               MOVE WS-NB-JAMBES-MOIS TO RN-NOMBRE
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-RECAP-NB
               MOVE "JAMBES HORS REGROUPEMENT      : " TO RN-LIBELLE
               MOVE WS-NB-JAMBES-HORS-REGR TO RN-NOMBRE
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-RECAP-NB
           END-IF.

      * -----------------------------------------------------------*
      * 4100-IMPRIMER-LA-SUIVANTE : cherche la rubrique de plus     *
      * petit code non encore imprimée et l'imprime                 *
      * -----------------------------------------------------------*
       4100-IMPRIMER-LA-SUIVANTE.
           MOVE ZEROES TO WS-NO-RUB-MIN.

           PERFORM 4150-COMPARER-UNE-RUBRIQUE
               VARYING WS-RUB-IDX FROM 1 BY 1
                   UNTIL WS-RUB-IDX > WS-NB-RUB.

           IF WS-NO-RUB-MIN NOT = ZEROES
               SET WS-RUB-IDX TO WS-NO-RUB-MIN
               MOVE WS-RUB-CODE(WS-RUB-IDX)    TO RL-CODE
               MOVE WS-RUB-LIBELLE(WS-RUB-IDX) TO RL-LIBELLE
               PERFORM 4200-PORTER-UNE-COLONNE
                   VARYING WS-NO-SEG FROM 1 BY 1
                       UNTIL WS-NO-SEG > 5
               MOVE "O" TO WS-RUB-EDITEE(WS-RUB-IDX)
               WRITE BRPNLRPT-LIGNE FROM WS-LIGNE-RUBRIQUE
           END-IF.

      * -----------------------------------------------------------*
      * 4150-COMPARER-UNE-RUBRIQUE : retient la rubrique si elle    *
      * n'est pas imprimée et que son code est le plus petit        *
      * -----------------------------------------------------------*
       4150-COMPARER-UNE-RUBRIQUE.
           IF WS-RUB-EDITEE(WS-RUB-IDX) = "N"
               IF WS-NO-RUB-MIN = ZEROES
                   SET WS-NO-RUB-MIN TO WS-RUB-IDX
               ELSE
                   IF WS-RUB-CODE(WS-RUB-IDX) <
                       WS-RUB-CODE(WS-NO-RUB-MIN)
                       SET WS-NO-RUB-MIN TO WS-RUB-IDX
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 4200-PORTER-UNE-COLONNE : met en forme une colonne de la    *
      * rubrique imprimée                                           *
      * -----------------------------------------------------------*
       4200-PORTER-UNE-COLONNE.
           MOVE SPACES TO RL-COLONNE(WS-NO-SEG).
           MOVE WS-RUB-MONTANT(WS-RUB-IDX, WS-NO-SEG)
               TO RL-MONTANT(WS-NO-SEG).

      * -----------------------------------------------------------*
      * 4300-PORTER-RESULTAT-MOIS : met en forme une colonne du     *
      * résultat du mois                                            *
      * -----------------------------------------------------------*
       4300-PORTER-RESULTAT-MOIS.
           MOVE SPACES TO RL-COLONNE(WS-NO-SEG).
           MOVE WS-RES-MOIS(WS-NO-SEG) TO RL-MONTANT(WS-NO-SEG).

      * -----------------------------------------------------------*
      * 4400-PORTER-RESULTAT-EXERCICE : met en forme une colonne du *
      * résultat de l'exercice à ce jour                            *
      * -----------------------------------------------------------*
       4400-PORTER-RESULTAT-EXERCICE.
           MOVE SPACES TO RL-COLONNE(WS-NO-SEG).
           MOVE WS-RES-EXERCICE(WS-NO-SEG) TO RL-MONTANT(WS-NO-SEG).

      * -----------------------------------------------------------*
      * 7000-CHERCHER-RATTACHEMENT : cherche le compte en cours     *
      * dans la table de regroupement                               *
      * -----------------------------------------------------------*
       7000-CHERCHER-RATTACHEMENT.
           MOVE "N" TO WS-MAP-TROUVE-SWITCH.

           IF WS-NB-MAP > ZEROES
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-MAP-COMPTE(WS-MAP-IDX) =
                       WS-COMPTE-EN-COURS
                       SET WS-MAP-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 5000-TERMINER : ferme l'état et affiche le récapitulatif -  *
      * code retour 4 dès qu'une jambe du mois est hors             *
      * regroupement                                                *
      * -----------------------------------------------------------*
       5000-TERMINER.
           IF WS-RPT-OK
               CLOSE BRPNLRPT
           END-IF.

           IF WS-NB-JAMBES-HORS-REGR > ZEROES
               PERFORM 9700-NOTER-REJET
           END-IF.

           DISPLAY "MOIS ANALYSE             : " WS-MOIS-ANALYSE.
           DISPLAY "JAMBES LUES              : " WS-NB-JAMBES-LUES.
           DISPLAY "JAMBES DU MOIS           : " WS-NB-JAMBES-MOIS.
           DISPLAY "JAMBES HORS REGROUPEMENT : "
               WS-NB-JAMBES-HORS-REGR.

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
