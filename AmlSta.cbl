       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSTA010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-08  AG  Création : statistique mensuelle des alertes
      *                 de surveillance des mouvements pour la
      *                 conformité. Relit les dossiers AMLCASF tenus
      *                 par AMLMON010 et AMLCAS1 ; le mois est le
      *                 paramètre AAAAMM de la ligne de commande, à
      *                 défaut le mois de la date de traitement.
      *                 AMLSTRPT (via RPTHDR010) croise, pour les
      *                 alertes levées dans le mois, la règle (S, F,
      *                 D, R) et le statut actuel du dossier (ouvert,
      *                 en examen, classé, déclaré), avec le taux de
      *                 déclaration ; puis les dossiers clos dans le
      *                 mois quelle que soit leur date d'alerte et le
      *                 stock restant à traiter tous mois confondus,
      *                 avec la date de la plus ancienne alerte en
      *                 attente.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dossiers d'alerte - voir copy AMLREC
           SELECT AMLCASF ASSIGN TO "AMLCASF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.

      * Statistique imprimée
           SELECT AMLSTRPT ASSIGN TO "AMLSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AMLCASF
           RECORD CONTAINS 87 CHARACTERS.
       01  AMLCASF-ENREG               PIC X(87).

       FD  AMLSTRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  AMLSTRPT-LIGNE              PIC X(80).

       WORKING-STORAGE SECTION.

      * Dossier d'alerte courant - voir copy AMLREC
       COPY AMLREC.

       01  WS-CAS-STATUS               PIC X(02).
           88  WS-CAS-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

      * Mois analysé (AAAAMM) : paramètre de ligne de commande, à
      * défaut le mois de la date de traitement
       01  WS-PARM-MOIS                PIC X(10).
       01  WS-MOIS-ANALYSE             PIC 9(06).

      * Règles dans l'ordre d'impression et leurs libellés
       01  WS-REGLES-VALEURS.
           05  FILLER                  PIC X(23)
               VALUE "SSEUIL DECLARATIF      ".
           05  FILLER                  PIC X(23)
               VALUE "FFRACTIONNEMENT        ".
           05  FILLER                  PIC X(23)
               VALUE "DREVEIL COMPTE DORMANT ".
           05  FILLER                  PIC X(23)
               VALUE "RALLER-RETOUR RAPIDE   ".
       01  WS-REGLES-TABLE REDEFINES WS-REGLES-VALEURS.
           05  WS-REG-ENTREE OCCURS 4 TIMES
                   INDEXED BY WS-REG-IDX.
               10  WS-REG-CODE         PIC X(01).
               10  WS-REG-LIBELLE      PIC X(22).

      * Compteurs par règle, au même rang ; le rang 5 porte le
      * total toutes règles
       01  WS-STA-TABLE.
           05  WS-STA-REGLE OCCURS 5 TIMES.
               10  WS-STA-ALERTES      PIC 9(05).
               10  WS-STA-OUVERTS      PIC 9(05).
               10  WS-STA-EXAMEN       PIC 9(05).
               10  WS-STA-CLASSES      PIC 9(05).
               10  WS-STA-DECLARES     PIC 9(05).
       01  WS-NO-REGLE                 PIC 9(01).

       01  WS-REG-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-REG-TROUVE           VALUE "O".

      * Dossiers clos dans le mois et stock restant à traiter
       01  WS-NB-CLASSES-MOIS          PIC 9(05) VALUE ZEROES.
       01  WS-NB-DECLARES-MOIS         PIC 9(05) VALUE ZEROES.
       01  WS-NB-STOCK-OUVERTS         PIC 9(05) VALUE ZEROES.
       01  WS-NB-STOCK-EXAMEN          PIC 9(05) VALUE ZEROES.
       01  WS-PLUS-ANCIENNE            PIC 9(08) VALUE ZEROES.

       01  WS-NB-DOSSIERS-LUS          PIC 9(07) VALUE ZEROES.

      * Taux de déclaration : déclarés sur alertes du mois
       01  WS-TAUX                     PIC 9(03)V9(02).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - la statistique tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "STATISTIQUE MENSUELLE DES ALERTES".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

       01  WS-LIGNE-MOIS.
           05  FILLER                  PIC X(17)
               VALUE "MOIS ANALYSE   : ".
           05  LM-MOIS                 PIC 9(06).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-LIGNE-ENTETE-REGLE.
           05  FILLER                  PIC X(24) VALUE "REGLE".
           05  FILLER                  PIC X(07) VALUE "ALERTES".
           05  FILLER                  PIC X(08) VALUE " OUVERTS".
           05  FILLER                  PIC X(08) VALUE "  EXAMEN".
           05  FILLER                  PIC X(08) VALUE " CLASSES".
           05  FILLER                  PIC X(09) VALUE " DECLARES".
           05  FILLER                  PIC X(16) VALUE "  DECL %".

       01  WS-LIGNE-REGLE.
           05  LR-CODE                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LR-LIBELLE              PIC X(22).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-ALERTES              PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LR-OUVERTS              PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LR-EXAMEN               PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LR-CLASSES              PIC Z(04)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LR-DECLARES             PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-TAUX                 PIC ZZ9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-LIGNE-RECAP-NB.
           05  RN-LIBELLE              PIC X(32).
           05  RN-NOMBRE               PIC ZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-LIGNE-ANCIENNE.
           05  FILLER                  PIC X(32)
               VALUE "PLUS ANCIENNE ALERTE EN ATTENTE ".
           05  LA-DATE                 PIC 9(08).
           05  FILLER                  PIC X(40) VALUE SPACES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.
           PERFORM 2000-COMPTER-DOSSIERS.
           PERFORM 3000-IMPRIMER-STATISTIQUE.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : détermine le mois analysé et remet les   *
      * compteurs à zéro                                            *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           ACCEPT WS-PARM-MOIS FROM COMMAND-LINE.
           IF WS-PARM-MOIS(1:6) IS NUMERIC
               MOVE WS-PARM-MOIS(1:6) TO WS-MOIS-ANALYSE
           ELSE
               MOVE WS-DATE-TRAITEMENT(1:6) TO WS-MOIS-ANALYSE
           END-IF.

           PERFORM 1100-RAZ-UNE-REGLE
               VARYING WS-NO-REGLE FROM 1 BY 1
                   UNTIL WS-NO-REGLE > 5.

      * -----------------------------------------------------------*
      * 1100-RAZ-UNE-REGLE : remet à zéro les compteurs d'un rang   *
      * -----------------------------------------------------------*
       1100-RAZ-UNE-REGLE.
           MOVE ZEROES TO WS-STA-ALERTES(WS-NO-REGLE)
                          WS-STA-OUVERTS(WS-NO-REGLE)
                          WS-STA-EXAMEN(WS-NO-REGLE)
                          WS-STA-CLASSES(WS-NO-REGLE)
                          WS-STA-DECLARES(WS-NO-REGLE).

      * -----------------------------------------------------------*
      * 2000-COMPTER-DOSSIERS : relit tous les dossiers d'alerte    *
      * -----------------------------------------------------------*
       2000-COMPTER-DOSSIERS.
           OPEN INPUT AMLCASF.
           IF WS-CAS-OK
               PERFORM 2100-LIRE-UN-DOSSIER
                   UNTIL NOT WS-CAS-OK
               CLOSE AMLCASF
           ELSE
               DISPLAY "AMLCASF ABSENT - AUCUNE ALERTE"
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-UN-DOSSIER : lit un dossier et le compte dans le  *
      * mois, dans les clôtures du mois et dans le stock            *
      * -----------------------------------------------------------*
       2100-LIRE-UN-DOSSIER.
           READ AMLCASF INTO AML-ENREG
               AT END
                   MOVE "10" TO WS-CAS-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-DOSSIERS-LUS
                   IF AML-DATE-ALERTE(1:6) = WS-MOIS-ANALYSE
                       PERFORM 2200-COMPTER-ALERTE-DU-MOIS
                   END-IF
                   PERFORM 2300-COMPTER-SUIVI
           END-READ.

      * -----------------------------------------------------------*
      * 2200-COMPTER-ALERTE-DU-MOIS : compte l'alerte sous sa règle *
      * et sous le total, selon le statut actuel du dossier         *
      * -----------------------------------------------------------*
       2200-COMPTER-ALERTE-DU-MOIS.
           MOVE "N" TO WS-REG-TROUVE-SWITCH.
           SET WS-REG-IDX TO 1.
           SEARCH WS-REG-ENTREE
               AT END
                   CONTINUE
               WHEN WS-REG-CODE(WS-REG-IDX) = AML-REGLE
                   SET WS-REG-TROUVE TO TRUE
           END-SEARCH.

           IF WS-REG-TROUVE
               SET WS-NO-REGLE TO WS-REG-IDX
               PERFORM 2250-COMPTER-SOUS-UN-RANG
           ELSE
               DISPLAY "REGLE INCONNUE - DOSSIER " AML-NUMERO
           END-IF.

           MOVE 5 TO WS-NO-REGLE.
           PERFORM 2250-COMPTER-SOUS-UN-RANG.

      * -----------------------------------------------------------*
      * 2250-COMPTER-SOUS-UN-RANG : ajoute le dossier courant aux   *
      * compteurs du rang WS-NO-REGLE                               *
      * -----------------------------------------------------------*
       2250-COMPTER-SOUS-UN-RANG.
           ADD 1 TO WS-STA-ALERTES(WS-NO-REGLE).
           EVALUATE TRUE
               WHEN AML-OUVERT
                   ADD 1 TO WS-STA-OUVERTS(WS-NO-REGLE)
               WHEN AML-EN-EXAMEN
                   ADD 1 TO WS-STA-EXAMEN(WS-NO-REGLE)
               WHEN AML-CLASSE
                   ADD 1 TO WS-STA-CLASSES(WS-NO-REGLE)
               WHEN AML-DECLARE
                   ADD 1 TO WS-STA-DECLARES(WS-NO-REGLE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2300-COMPTER-SUIVI : clôtures du mois et stock restant à    *
      * traiter, quelle que soit la date d'alerte                   *
      * -----------------------------------------------------------*
       2300-COMPTER-SUIVI.
           EVALUATE TRUE
               WHEN AML-CLASSE
                   AND AML-DATE-STATUT(1:6) = WS-MOIS-ANALYSE
                   ADD 1 TO WS-NB-CLASSES-MOIS
               WHEN AML-DECLARE
                   AND AML-DATE-STATUT(1:6) = WS-MOIS-ANALYSE
                   ADD 1 TO WS-NB-DECLARES-MOIS
               WHEN AML-OUVERT
                   ADD 1 TO WS-NB-STOCK-OUVERTS
               WHEN AML-EN-EXAMEN
                   ADD 1 TO WS-NB-STOCK-EXAMEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF AML-OUVERT OR AML-EN-EXAMEN
               IF WS-PLUS-ANCIENNE = ZEROES
                   OR AML-DATE-ALERTE < WS-PLUS-ANCIENNE
                   MOVE AML-DATE-ALERTE TO WS-PLUS-ANCIENNE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-IMPRIMER-STATISTIQUE : croisement règle x statut, puis *
      * clôtures du mois et stock restant à traiter                 *
      * -----------------------------------------------------------*
       3000-IMPRIMER-STATISTIQUE.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT AMLSTRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR AMLSTRPT - STATUT "
                   WS-RPT-STATUS
               MOVE 8 TO WS-CODE-RETOUR
           ELSE
               WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE WS-MOIS-ANALYSE TO LM-MOIS
               WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-MOIS
               WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-VIDE
               WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-ENTETE-REGLE
               PERFORM 3100-IMPRIMER-UNE-REGLE
                   VARYING WS-NO-REGLE FROM 1 BY 1
                       UNTIL WS-NO-REGLE > 5
               PERFORM 3200-IMPRIMER-SUIVI
               CLOSE AMLSTRPT
           END-IF.

           DISPLAY "DOSSIERS LUS         : " WS-NB-DOSSIERS-LUS.
           DISPLAY "ALERTES DU MOIS      : " WS-STA-ALERTES(5).

      * -----------------------------------------------------------*
      * 3100-IMPRIMER-UNE-REGLE : imprime la ligne d'une règle ou,  *
      * au rang 5, la ligne de total                                *
      * -----------------------------------------------------------*
       3100-IMPRIMER-UNE-REGLE.
           IF WS-NO-REGLE = 5
               WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE SPACES TO LR-CODE
               MOVE "TOTAL" TO LR-LIBELLE
           ELSE
               MOVE WS-REG-CODE(WS-NO-REGLE) TO LR-CODE
               MOVE WS-REG-LIBELLE(WS-NO-REGLE) TO LR-LIBELLE
           END-IF.

           MOVE WS-STA-ALERTES(WS-NO-REGLE)  TO LR-ALERTES.
           MOVE WS-STA-OUVERTS(WS-NO-REGLE)  TO LR-OUVERTS.
           MOVE WS-STA-EXAMEN(WS-NO-REGLE)   TO LR-EXAMEN.
           MOVE WS-STA-CLASSES(WS-NO-REGLE)  TO LR-CLASSES.
           MOVE WS-STA-DECLARES(WS-NO-REGLE) TO LR-DECLARES.

           IF WS-STA-ALERTES(WS-NO-REGLE) > ZEROES
               COMPUTE WS-TAUX ROUNDED =
                   WS-STA-DECLARES(WS-NO-REGLE) * 100
                   / WS-STA-ALERTES(WS-NO-REGLE)
           ELSE
               MOVE ZEROES TO WS-TAUX
           END-IF.
           MOVE WS-TAUX TO LR-TAUX.

           WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-REGLE.

      * -----------------------------------------------------------*
      * 3200-IMPRIMER-SUIVI : clôtures du mois et stock restant à   *
      * traiter tous mois confondus                                 *
      * -----------------------------------------------------------*
       3200-IMPRIMER-SUIVI.
           WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE "DOSSIERS CLASSES DANS LE MOIS : " TO RN-LIBELLE.
           MOVE WS-NB-CLASSES-MOIS TO RN-NOMBRE.
           WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "DOSSIERS DECLARES DANS LE MOIS: " TO RN-LIBELLE.
           MOVE WS-NB-DECLARES-MOIS TO RN-NOMBRE.
           WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-RECAP-NB.

           WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-VIDE.
           MOVE "STOCK DOSSIERS OUVERTS        : " TO RN-LIBELLE.
           MOVE WS-NB-STOCK-OUVERTS TO RN-NOMBRE.
           WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           MOVE "STOCK DOSSIERS EN EXAMEN      : " TO RN-LIBELLE.
           MOVE WS-NB-STOCK-EXAMEN TO RN-NOMBRE.
           WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-RECAP-NB.
           IF WS-PLUS-ANCIENNE > ZEROES
               MOVE WS-PLUS-ANCIENNE TO LA-DATE
               WRITE AMLSTRPT-LIGNE FROM WS-LIGNE-ANCIENNE
           END-IF.
