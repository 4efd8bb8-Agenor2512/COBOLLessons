      *                 distribution dans les services. Un employé
      *                 sans cumul est édité à zéro (embauche de
      *                 décembre).
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE passe de 144 à 145
      *                 caractères.
      * 2026-10-01  AG  Les soldes de tout compte de l'année établis par
      *                 STCSOL010 (registre STCREGF, copy SORTIE)
      *                 s'ajoutent aux cumuls brut, net et retenues du
      *                 sortant, que PAYREG010 ne paie plus ; son
      *                 certificat porte la date de sortie (période
      *                 partielle). L'année certifiée est celle de la
      *                 date de traitement (DATPRM01).
      * 2026-10-03  AG  YTDFILE porte le cumul annuel des cotisations
      *                 patronales (24 à 33 caractères) et DEDREC la
      *                 part salariale ou patronale (DEDFILE de 41 à 42
      *                 caractères) : enregistrements élargis, le
      *                 certificat reste limité au brut, aux retenues
      *                 salariales et au net.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.

      * Registre des soldes de tout compte de STCSOL010 - voir copy
      * SORTIE : le solde d'un sortant de l'année s'ajoute à ses
      * cumuls
           SELECT STCREGF ASSIGN TO "STCREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STC-STATUS.

      * Certificats imprimés, une page par employé
           SELECT CRTFILE ASSIGN TO "CRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL

       FILE SECTION.
       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  YTDFILE
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-ENREG.
           05  YTD-IN-MATRICULE        PIC X(06).
           05  YTD-IN-CUMUL-SALAIRE    PIC S9(07)V9(02).
           05  YTD-IN-CUMUL-NET        PIC S9(07)V9(02).
           05  YTD-IN-CUMUL-PATRONAL   PIC S9(07)V9(02).

       FD  YTDDEDF
           RECORD CONTAINS 19 CHARACTERS.
       01  YTDDEDF-ENREG               PIC X(19).

       FD  DEDFILE
           RECORD CONTAINS 42 CHARACTERS.
       01  DEDFILE-ENREG               PIC X(42).

       FD  STCREGF
           RECORD CONTAINS 109 CHARACTERS.
       01  STCREGF-ENREG               PIC X(109).

       FD  CRTFILE
           RECORD CONTAINS 80 CHARACTERS.
      * Enregistrement de la table des retenues - voir copy DEDREC
       COPY DEDREC.

      * Ligne du registre des soldes de tout compte - voir SORTIE
       COPY SORTIE.

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".

       01  WS-CRT-STATUS               PIC X(02).
           88  WS-CRT-OK               VALUE "00".

       01  WS-STC-STATUS               PIC X(02).
           88  WS-STC-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

               10  WS-EMP-PRENOM       PIC X(12).
               10  WS-EMP-SERVICE      PIC X(04).
               10  WS-EMP-EDITE        PIC X(01).
               10  WS-EMP-DATE-SORTIE  PIC 9(08).
       01  WS-NB-EMP                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-EMP                   PIC 9(03).
       01  WS-NO-EMP-2                 PIC 9(03).
       01  WS-NB-YDD                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-YDD                   PIC 9(03).

       01  WS-YDD-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-YDD-TROUVE           VALUE "O".

       01  WS-NB-SOLDES                PIC 9(05) VALUE ZEROES.

      * Table des libellés de retenues
       01  WS-DED-TABLE.
           05  WS-DED-ENTREE OCCURS 20 TIMES
           05  CN-NET                  PIC -(07)9.99.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-LIGNE-SORTIE.
           05  FILLER                  PIC X(20)
               VALUE "SORTI LE          : ".
           05  CS-AAAA                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "/".
           05  CS-MM                   PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "/".
           05  CS-JJ                   PIC 9(02).
           05  FILLER                  PIC X(22)
               VALUE "  - PERIODE PARTIELLE".
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Date officielle de traitement, lue via DATPRM01 : son année
      * est l'année certifiée
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           PERFORM 1000-INITIALISER.

           IF WS-CODE-RETOUR < 8

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge le maître, les cumuls annuels et  *
      * les libellés de retenues, y ajoute les soldes de tout       *
      * compte de l'année, ouvre le fichier des certificats         *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-EMPLOYES.
           PERFORM 1200-CHARGER-CUMULS.
           PERFORM 1300-CHARGER-CUMULS-RETENUES.
           PERFORM 1400-CHARGER-LIBELLES.
           PERFORM 1500-AJOUTER-SOLDES.

           OPEN OUTPUT CRTFILE.
           IF NOT WS-CRT-OK
                   MOVE PERSONNE-SERVICE
                       TO WS-EMP-SERVICE(WS-NB-EMP)
                   MOVE "N" TO WS-EMP-EDITE(WS-NB-EMP)
                   MOVE ZEROES TO WS-EMP-DATE-SORTIE(WS-NB-EMP)
           END-READ.

      * -----------------------------------------------------------*
                   MOVE DED-LIBELLE TO WS-DED-LIBELLE(WS-NB-DED)
           END-READ.

      * -----------------------------------------------------------*
      * 1500-AJOUTER-SOLDES : ajoute aux cumuls les soldes de tout  *
      * compte établis dans l'année par STCSOL010 (absents de       *
      * YTDFILE et YTDDEDF) ; registre absent = aucun sortant       *
      * -----------------------------------------------------------*
       1500-AJOUTER-SOLDES.
           OPEN INPUT STCREGF.
           IF WS-STC-OK
               PERFORM 1550-LIRE-ET-AJOUTER-SOLDE
                   UNTIL NOT WS-STC-OK
               CLOSE STCREGF
           END-IF.

      * -----------------------------------------------------------*
      * 1550-LIRE-ET-AJOUTER-SOLDE : lit une ligne du registre et   *
      * l'ajoute aux cumuls si le solde est de l'année certifiée    *
      * -----------------------------------------------------------*
       1550-LIRE-ET-AJOUTER-SOLDE.
           READ STCREGF INTO STC-ENREG
               AT END
                   MOVE "10" TO WS-STC-STATUS
               NOT AT END
                   IF STC-DATE-SOLDE(1:4) = WS-DATE-TRAITEMENT(1:4)
                       IF STC-SOLDE
                           PERFORM 1600-AJOUTER-UN-SOLDE
                       ELSE
                           PERFORM 1700-AJOUTER-UNE-RETENUE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1600-AJOUTER-UN-SOLDE : ajoute le brut et le net (brut      *
      * moins retenues, comme PAYREG010) du solde aux cumuls du     *
      * sortant et retient sa date de sortie                        *
      * -----------------------------------------------------------*
       1600-AJOUTER-UN-SOLDE.
           ADD 1 TO WS-NB-SOLDES.

           MOVE "N" TO WS-YTD-TROUVE-SWITCH.
           IF WS-NB-YTD > ZEROES
               SET WS-YTD-IDX TO 1
               SEARCH WS-YTD-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-YTD-IDX > WS-NB-YTD
                       CONTINUE
                   WHEN WS-YTD-MATRICULE(WS-YTD-IDX) = STC-MATRICULE
                       SET WS-YTD-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-YTD-TROUVE AND WS-NB-YTD < 200
               ADD 1 TO WS-NB-YTD
               SET WS-YTD-IDX TO WS-NB-YTD
               MOVE STC-MATRICULE TO WS-YTD-MATRICULE(WS-YTD-IDX)
               MOVE ZEROES TO WS-YTD-BRUT(WS-YTD-IDX)
                   WS-YTD-NET(WS-YTD-IDX)
               SET WS-YTD-TROUVE TO TRUE
           END-IF.

           IF WS-YTD-TROUVE
               ADD STC-BRUT TO WS-YTD-BRUT(WS-YTD-IDX)
               COMPUTE WS-YTD-NET(WS-YTD-IDX) =
                   WS-YTD-NET(WS-YTD-IDX) + STC-BRUT - STC-RETENUES
           ELSE
               DISPLAY "TABLE DES CUMULS PLEINE - SOLDE DE "
                   STC-MATRICULE " NON CUMULE"
           END-IF.

           IF WS-NB-EMP > ZEROES
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-EMP-MATRICULE(WS-EMP-IDX) = STC-MATRICULE
                       MOVE STC-DATE-SORTIE
                           TO WS-EMP-DATE-SORTIE(WS-EMP-IDX)
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 1700-AJOUTER-UNE-RETENUE : ajoute une retenue du solde au   *
      * cumul annuel du même code                                   *
      * -----------------------------------------------------------*
       1700-AJOUTER-UNE-RETENUE.
           MOVE "N" TO WS-YDD-TROUVE-SWITCH.
           IF WS-NB-YDD > ZEROES
               SET WS-YDD-IDX TO 1
               SEARCH WS-YDD-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-YDD-IDX > WS-NB-YDD
                       CONTINUE
                   WHEN WS-YDD-MATRICULE(WS-YDD-IDX) = STC-MATRICULE
                       AND WS-YDD-CODE(WS-YDD-IDX) = STC-CODE-RETENUE
                       SET WS-YDD-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-YDD-TROUVE AND WS-NB-YDD < 500
               ADD 1 TO WS-NB-YDD
               SET WS-YDD-IDX TO WS-NB-YDD
               MOVE STC-MATRICULE    TO WS-YDD-MATRICULE(WS-YDD-IDX)
               MOVE STC-CODE-RETENUE TO WS-YDD-CODE(WS-YDD-IDX)
               MOVE ZEROES           TO WS-YDD-CUMUL(WS-YDD-IDX)
               SET WS-YDD-TROUVE TO TRUE
           END-IF.

           IF WS-YDD-TROUVE
               ADD STC-MONTANT-RETENUE TO WS-YDD-CUMUL(WS-YDD-IDX)
           ELSE
               DISPLAY "TABLE DES RETENUES PLEINE - RETENUE DE "
                   STC-MATRICULE " NON CUMULEE"
           END-IF.

      * -----------------------------------------------------------*
      * 2000-DISTRIBUER-PAR-SERVICE : édite les certificats service *
      * par service - chaque employé non encore édité ouvre la      *
           WRITE CRTFILE-LIGNE FROM WS-LIGNE-IDENTITE.
           WRITE CRTFILE-LIGNE FROM WS-LIGNE-VIDE.

           IF WS-EMP-DATE-SORTIE(WS-EMP-IDX) > ZEROES
               MOVE WS-EMP-DATE-SORTIE(WS-EMP-IDX)(1:4) TO CS-AAAA
               MOVE WS-EMP-DATE-SORTIE(WS-EMP-IDX)(5:2) TO CS-MM
               MOVE WS-EMP-DATE-SORTIE(WS-EMP-IDX)(7:2) TO CS-JJ
               WRITE CRTFILE-LIGNE FROM WS-LIGNE-SORTIE
               WRITE CRTFILE-LIGNE FROM WS-LIGNE-VIDE
           END-IF.

           MOVE WS-BRUT-ANNUEL TO CB-BRUT.
           WRITE CRTFILE-LIGNE FROM WS-LIGNE-BRUT.

           END-IF.

           DISPLAY "CERTIFICATS PRODUITS : " WS-NB-CERTIFICATS.
           DISPLAY "SOLDES DE SORTANTS   : " WS-NB-SOLDES.

      * -----------------------------------------------------------*
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
