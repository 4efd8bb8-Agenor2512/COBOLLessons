      *                 reste en poste négatif régénéré). La
      *                 régénération conserve désormais tout poste
      *                 au restant NON NUL, négatif compris.
      * 2026-09-19  AG  Commissions des commerciaux : chaque somme
      *                 imputée sur une facture (encaissement E,
      *                 acompte P, avoir V - pour un règlement total
      *                 ou un trop-perçu, seul le restant dû soldé
      *                 compte) est retenue en table puis ajoutée aux
      *                 événements commissionnables COMEVTF (copy
      *                 COMEVT, en ajout) que consomme COMCAL010 - et
      *                 seulement si les postes ont bien été
      *                 régénérés (code retour < 8), pour qu'un run
      *                 repris ne commissionne pas deux fois. Table
      *                 pleine (1000) = erreur fichier, comme INVFILE
      *                 au-delà de 500 factures.
      * 2026-09-21  AG  Historique des factures soldées : une facture
      *                 soldée ne disparaît plus sans trace d'INVFILE-
      *                 NEW. Chaque poste positif dont le restant dû
      *                 tombe à zéro (encaissement, acompte d'ONACCF
      *                 ou avoir) est ajouté à l'historique permanent
      *                 PAIDHSTF (copy PAIDHIST) avec sa date de
      *                 facture, la date du solde, le délai de
      *                 paiement en jours 30/360 et le mode du solde -
      *                 matière de l'analyse mensuelle DSOANA010.
      *                 Ecrit comme COMEVTF, après une régénération
      *                 sans erreur fichier.
      * 2026-10-15  AG  Factures en devise : les règlements
      *                 (encaissements, acomptes d'ONACCF, avoirs) sont
      *                 imputés dans la devise de la facture, la
      *                 contre-valeur euro du poste étant dégagée au
      *                 prorata. L'écart avec la valeur euro du
      *                 règlement (cours FOREX01 du jour, contre-valeur
      *                 d'origine pour un avoir) est une différence de
      *                 change réalisée, postée au grand livre après la
      *                 régénération (GLBALFIL/GLHSTFIL, lot CSHAPP01,
      *                 411000 contre 766000 ou 666000, période close =
      *                 anomalie critique, rien de posté). Un avoir ne
      *                 s'impute que sur un poste de même devise ;
      *                 COMEVTF reçoit la valeur euro réglée - INVFILE
      *                 étendu de 33 à 45 caractères
      * 2026-10-15  AG  Un avoir émis pour résoudre un litige (LITFILE,
      *                 LITMNT1) s'impute d'abord sur la facture
      *                 contestée, puis sur les autres postes du client
      * 2026-10-15  AG  Plus de table de 500 postes ouverts : INVFILE
      *                 est chargé dans le fichier de travail indexé
      *                 CSHINVW (rang de chargement, clés secondaires
      *                 numéro de facture et client) ; les recherches
      *                 de poste se font par clé et les imputations
      *                 par REWRITE. INVFILE-NEW garde l'ordre
      *                 d'INVFILE. Plus de table de 100 soldes pour
      *                 les écarts de change : comme dans GLPOST010,
      *                 GLBALFIL-IDX est rechargé depuis GLBALFIL
      *                 (IDXMST01), chaque compte y est lu et mis à jour
      *                 par sa clé, puis GLBALFIL est réécrit depuis
      *                 l'index dans l'ordre des comptes.
      * 2026-10-15  AG  Le litige résolu par l'avoir courant est lu
      *                 par numéro d'avoir dans l'index LITFILE-IDX
      *                 (clé secondaire, tenu par IDXMST01) au lieu
      *                 d'une table de 500 litiges résolus : au-delà,
      *                 l'avoir ne visait plus sa facture contestée.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.

      * Postes ouverts en cours d'imputation - fichier de travail
      * recréé à chaque run : rang de chargement en clé primaire
      * (ordre d'INVFILE conservé), numéro de facture et client en
      * clés secondaires
           SELECT CSHINVW ASSIGN TO "CSHINVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIW-RANG
               ALTERNATE RECORD KEY IS CIW-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CIW-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CIW-STATUS.

      * Nouvelle génération des postes ouverts, restants dus à jour
           SELECT INVFILE-NEW ASSIGN TO "INVFILE-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

      * Evénements commissionnables (sommes imputées sur les
      * factures) - voir copy COMEVT, en ajout
           SELECT COMEVTF ASSIGN TO "COMEVTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEV-STATUS.

      * Historique permanent des factures soldées - voir copy
      * PAIDHIST, en ajout
           SELECT PAIDHSTF ASSIGN TO "PAIDHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDH-STATUS.

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

      * Litiges clients : un avoir de résolution s'impute d'abord sur
      * la facture contestée ; lus par numéro d'avoir dans l'index
      * LITFILE-IDX (tenu par IDXMST01) - voir copy LITREC
           SELECT LITFILE-IDX ASSIGN TO "LITFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIDX-FACTURE
               ALTERNATE RECORD KEY IS LIDX-RESPONSABLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIDX-AVOIR WITH DUPLICATES
               FILE STATUS IS WS-LIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  RCPFILE
           RECORD CONTAINS 33 CHARACTERS.
       01  RCPFILE-ENREG               PIC X(33).

       FD  CSHINVW.
       01  CIW-ENREG.
           05  CIW-RANG                PIC 9(07).
           05  CIW-NUMERO              PIC X(08).
           05  CIW-CLIENT              PIC X(08).
           05  FILLER                  PIC X(47).

       FD  INVFILE-NEW
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-NEW-ENREG           PIC X(45).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       FD  COMEVTF
           RECORD CONTAINS 42 CHARACTERS.
       01  COMEVTF-ENREG               PIC X(42).

       FD  PAIDHSTF
           RECORD CONTAINS 47 CHARACTERS.
       01  PAIDHSTF-ENREG              PIC X(47).

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

       FD  LITFILE-IDX.
       01  LITFILE-IDX-ENREG.
           05  LIDX-FACTURE            PIC X(08).
           05  FILLER                  PIC X(18).
           05  LIDX-RESPONSABLE        PIC X(08).
           05  FILLER                  PIC X(17).
           05  LIDX-AVOIR              PIC X(08).
           05  LIDX-RESTE              PIC X(51).

       WORKING-STORAGE SECTION.

      * Encaissement courant - voir copy RCPTREC
       01  WS-OAR-STATUS               PIC X(02).
           88  WS-OAR-OK               VALUE "00".

      * Evénement commissionnable - voir copy COMEVT
       COPY COMEVT.

       01  WS-CEV-STATUS               PIC X(02).
           88  WS-CEV-OK               VALUE "00".

      * Facture soldée - voir copy PAIDHIST
       COPY PAIDHIST.

       01  WS-PDH-STATUS               PIC X(02).
           88  WS-PDH-OK               VALUE "00".

       01  WS-NB-HISTORISEES           PIC 9(05) VALUE ZEROES.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

      * Différences de change réalisées : une facture en devise est
      * portée à l'encours pour sa contre-valeur euro du jour de
      * facture ; la part de contre-valeur dégagée par une
      * imputation est comparée à la valeur euro du règlement
      * (cours FOREX01 du jour pour un encaissement ou un acompte,
      * contre-valeur d'origine de l'avoir pour un avoir). L'écart
      * est retenu en table puis posté au grand livre sous le lot
      * CSHAPP01 : gain = débit clients / crédit gain de change,
      * perte = débit perte de change / crédit clients
       01  WS-COMPTE-CLIENTS           PIC X(06) VALUE "411000".
       01  WS-COMPTE-GAIN              PIC X(06) VALUE "766000".
       01  WS-COMPTE-PERTE             PIC X(06) VALUE "666000".

       01  WS-EUR-DEGAGE               PIC S9(07)V9(02).
       01  WS-EUR-REGLE                PIC S9(07)V9(02).
       01  WS-FX-MONTANT               PIC S9(07)V9(02).
       01  WS-ECART-CHANGE             PIC S9(07)V9(02).

       01  WS-ECA-TABLE.
           05  WS-ECA-ENTREE OCCURS 500 TIMES
                   INDEXED BY WS-ECA-IDX.
               10  WS-ECA-FACTURE      PIC X(08).
               10  WS-ECA-MONTANT      PIC S9(07)V9(02).
       01  WS-NB-ECARTS                PIC 9(03) VALUE ZEROES.

      * Contrôle de période de la clôture mensuelle (PERCTL01) : une
      * date de traitement en période close ne poste rien
       01  WS-PERIODE-TRAITEMENT       PIC 9(06).
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".

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

       01  WS-GLB-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-GLB-TROUVE           VALUE "O".

       01  WS-COMPTE-CIBLE             PIC X(06).
       01  WS-NB-JAMBES                PIC 9(05) VALUE ZEROES.

      * Table des sommes imputées sur les factures au cours du run,
      * écrite dans COMEVTF une fois les postes régénérés
       01  WS-CEV-TABLE.
           05  WS-CEV-ENTREE OCCURS 1000 TIMES
                   INDEXED BY WS-CEV-IDX.
               10  WS-CEV-TYPE         PIC X(01).
               10  WS-CEV-CLIENT       PIC X(08).
               10  WS-CEV-FACTURE      PIC X(08).
               10  WS-CEV-MONTANT      PIC S9(07)V9(02).
       01  WS-NB-EVENEMENTS            PIC 9(04) VALUE ZEROES.

      * Table des acomptes : reportés de la veille puis alimentée
      * par les trop-perçus et encaissements sans facture du run ;
      * le restant est réécrit dans ONACCF-NEW
       01  WS-NB-ACOMPTES-IMPUTES      PIC 9(05) VALUE ZEROES.

      * Imputation des avoirs sur les postes positifs du client
       01  WS-NO-AVOIR                 PIC 9(07).
       01  WS-CLIENT-AVOIR             PIC X(08).
       01  WS-DISPONIBLE-AVOIR         PIC 9(07)V9(02).
       01  WS-NB-AVOIRS-IMPUTES        PIC 9(05) VALUE ZEROES.
           05  WFA-DATE                PIC 9(08).
           05  WFA-MONTANT             PIC S9(07)V9(02).
           05  WFA-CLIENT              PIC X(08).
           05  WFA-DEVISE              PIC X(03).
               88  WFA-EN-EURO         VALUE "EUR" SPACES.
           05  WFA-MONTANT-EUR         PIC S9(07)V9(02).

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Poste ouvert de CSHINVW, chargé depuis INVFILE ; le
      * restant dû (en devise de facture) et sa contre-valeur euro
      * sont réduits au fil des imputations, les postes soldés ne
      * sont pas réécrits mais historisés avec le restant de
      * chargement, la date et le mode de la dernière imputation.
      * WS-POSTE est le poste recherché ou imputé, WS-AVOIR l'avoir
      * en cours d'imputation (même découpage)
       01  WS-POSTE.
           05  WPO-RANG                PIC 9(07).
           05  WPO-NUMERO              PIC X(08).
           05  WPO-CLIENT              PIC X(08).
           05  WPO-DATE                PIC 9(08).
           05  WPO-RESTANT             PIC S9(07)V9(02).
           05  WPO-CHARGE              PIC S9(07)V9(02).
           05  WPO-DATE-SOLDE          PIC 9(08).
           05  WPO-MODE                PIC X(01).
           05  WPO-DEVISE              PIC X(03).
           05  WPO-RESTANT-EUR         PIC S9(07)V9(02).

       01  WS-AVOIR.
           05  WAV-RANG                PIC 9(07).
           05  WAV-NUMERO              PIC X(08).
           05  WAV-CLIENT              PIC X(08).
           05  WAV-DATE                PIC 9(08).
           05  WAV-RESTANT             PIC S9(07)V9(02).
           05  WAV-CHARGE              PIC S9(07)V9(02).
           05  WAV-DATE-SOLDE          PIC 9(08).
           05  WAV-MODE                PIC X(01).
           05  WAV-DEVISE              PIC X(03).
           05  WAV-RESTANT-EUR         PIC S9(07)V9(02).

       01  WS-NB-FACTURES              PIC 9(07) VALUE ZEROES.

       01  WS-CIW-STATUS               PIC X(02).
           88  WS-CIW-OK               VALUE "00".

       01  WS-CIW-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-CIW-OUVERT           VALUE "O".

      * Critères de recherche d'un poste dans CSHINVW (à blanc =
      * indifférent) et fin du parcours sur la clé secondaire
       01  WS-NUMERO-CHERCHE           PIC X(08).
       01  WS-CLIENT-CHERCHE           PIC X(08).
       01  WS-DEVISE-CHERCHEE          PIC X(03).

       01  WS-FIN-PARCOURS-SW          PIC X(01).
           88  WS-FIN-PARCOURS         VALUE "O".

      * Rechargement de l'index du grand livre (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "GLBALFIL".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-INV-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-INV-TROUVE           VALUE "O".

      * Litige client - voir copy LITREC
       COPY LITREC.

       01  WS-LIT-STATUS               PIC X(02).
           88  WS-LIT-OK               VALUE "00".

      * LITFILE-IDX ouvert en lecture, le temps de l'imputation des
      * avoirs
       01  WS-LIT-DISPONIBLE-SW        PIC X(01) VALUE "N".
           88  WS-LIT-DISPONIBLE       VALUE "O".

       01  WS-LTA-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-LTA-TROUVE           VALUE "O".

       01  WS-EXCEDENT                 PIC 9(07)V9(02).

       01  WS-NB-ENCAISSEMENTS         PIC 9(05) VALUE ZEROES.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les postes ouverts dans CSHINVW   *
      * et ouvre le fichier des encaissements                       *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-CHARGER-FACTURES THRU 1100-EXIT.
           PERFORM 1160-OUVRIR-LITIGES.
           PERFORM 1170-IMPUTER-AVOIRS.
           IF WS-LIT-DISPONIBLE
               CLOSE LITFILE-IDX
           END-IF.
           PERFORM 1200-CHARGER-ACOMPTES.
           PERFORM 1300-IMPUTER-ACOMPTES.

           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-FACTURES : charge INVFILE dans le fichier de   *
      * travail CSHINVW, recréé à chaque run, puis le rouvre en     *
      * mise à jour pour les imputations                            *
      * -----------------------------------------------------------*
       1100-CHARGER-FACTURES.
           OPEN INPUT INVFILE.
                   WS-INV-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
               GO TO 1100-EXIT
           END-IF.

           OPEN OUTPUT CSHINVW.
           IF NOT WS-CIW-OK
               DISPLAY "IMPOSSIBLE DE CREER CSHINVW - STATUT "
                   WS-CIW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
               CLOSE INVFILE
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1150-LIRE-ET-STOCKER-FACTURE
               UNTIL NOT WS-INV-OK.
           CLOSE INVFILE.
           CLOSE CSHINVW.

           OPEN I-O CSHINVW.
           IF WS-CIW-OK
               SET WS-CIW-OUVERT TO TRUE
           ELSE
               DISPLAY "IMPOSSIBLE DE ROUVRIR CSHINVW - STATUT "
                   WS-CIW-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
               MOVE ZEROES TO WS-NB-FACTURES
           END-IF.

       1100-EXIT.
           EXIT.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-FACTURE : lit une facture ouverte et   *
      * l'écrit dans CSHINVW à son rang de chargement ; une erreur  *
      * d'écriture arrête le traitement plutôt que de régénérer un  *
      * fichier tronqué                                             *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-FACTURE.
           READ INVFILE INTO WS-FACTURE-ENREG
                   MOVE "10" TO WS-INV-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-FACTURES
                   MOVE WS-NB-FACTURES TO WPO-RANG
                   MOVE WFA-NUMERO  TO WPO-NUMERO
                   MOVE WFA-DATE    TO WPO-DATE
                   MOVE WFA-MONTANT TO WPO-RESTANT
                   MOVE WFA-CLIENT  TO WPO-CLIENT
                   MOVE WFA-MONTANT TO WPO-CHARGE
                   MOVE ZEROES TO WPO-DATE-SOLDE
                   MOVE SPACE  TO WPO-MODE
      * Poste antérieur aux devises (devise à blanc) = poste en euros
                   IF WFA-EN-EURO
                       MOVE "EUR" TO WPO-DEVISE
                       MOVE WFA-MONTANT TO WPO-RESTANT-EUR
                   ELSE
                       MOVE WFA-DEVISE TO WPO-DEVISE
                       MOVE WFA-MONTANT-EUR TO WPO-RESTANT-EUR
                   END-IF
                   WRITE CIW-ENREG FROM WS-POSTE
                   IF NOT WS-CIW-OK
                       DISPLAY "ECRITURE CSHINVW EN ERREUR - STATUT "
                           WS-CIW-STATUS " - TRAITEMENT ARRETE"
                       PERFORM 9800-NOTER-ERREUR-FICHIER
                       SET WS-FIN-FICHIER TO TRUE
                       MOVE "10" TO WS-INV-STATUS
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 1160-OUVRIR-LITIGES : ouvre l'index des litiges, lu par     *
      * numéro d'avoir ; index absent = aucun litige                *
      * -----------------------------------------------------------*
       1160-OUVRIR-LITIGES.
           OPEN INPUT LITFILE-IDX.
           EVALUATE TRUE
               WHEN WS-LIT-OK
                   SET WS-LIT-DISPONIBLE TO TRUE
               WHEN WS-LIT-STATUS = "35"
                   DISPLAY "LITFILE-IDX ABSENT - AUCUN LITIGE"
               WHEN OTHER
                   DISPLAY "IMPOSSIBLE D'OUVRIR LITFILE-IDX - STATUT "
                       WS-LIT-STATUS
                   PERFORM 9800-NOTER-ERREUR-FICHIER
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 1170-IMPUTER-AVOIRS : impute chaque avoir (poste négatif)   *
      * sur les postes positifs de son client, avant les acomptes   *
                   UNTIL WS-NO-AVOIR > WS-NB-FACTURES.

      * -----------------------------------------------------------*
      * 1180-IMPUTER-UN-AVOIR : si le poste de rang WS-NO-AVOIR est *
      * un avoir, l'offre sur les postes positifs de son client     *
      * tant qu'il en reste, puis le réécrit                        *
      * -----------------------------------------------------------*
       1180-IMPUTER-UN-AVOIR.
           MOVE WS-NO-AVOIR TO CIW-RANG.
           READ CSHINVW INTO WS-AVOIR
               KEY IS CIW-RANG
               INVALID KEY
                   MOVE ZEROES TO WAV-RESTANT
           END-READ.

           IF WAV-RESTANT < ZEROES
               MOVE WAV-CLIENT TO WS-CLIENT-AVOIR
      * Le test du PERFORM est AVANT le corps : amorcer le switch
      * pour que la première recherche de poste ait bien lieu
               SET WS-INV-TROUVE TO TRUE
               PERFORM 1190-OFFRIR-L-AVOIR
                   UNTIL WAV-RESTANT = ZEROES
                       OR NOT WS-INV-TROUVE
               REWRITE CIW-ENREG FROM WS-AVOIR
           END-IF.

      * -----------------------------------------------------------*
      * l'avoir et l'impute à hauteur du disponible                 *
      * -----------------------------------------------------------*
       1190-OFFRIR-L-AVOIR.
           COMPUTE WS-DISPONIBLE-AVOIR = WAV-RESTANT * -1.

           PERFORM 1195-CHERCHER-POSTE-POSITIF.

           IF WS-INV-TROUVE
               IF WS-DISPONIBLE-AVOIR < WPO-RESTANT
                   MOVE WS-DISPONIBLE-AVOIR TO WS-IMPUTATION
               ELSE
                   MOVE WPO-RESTANT TO WS-IMPUTATION
               END-IF
               PERFORM 2900-DEGAGER-CONTREVALEUR
      * L'avoir règle à sa propre contre-valeur d'origine, au
      * prorata de la part imputée
               IF WS-IMPUTATION = WS-DISPONIBLE-AVOIR
                   COMPUTE WS-EUR-REGLE = WAV-RESTANT-EUR * -1
               ELSE
                   COMPUTE WS-EUR-REGLE ROUNDED =
                       WAV-RESTANT-EUR * WS-IMPUTATION / WAV-RESTANT
               END-IF
               ADD WS-EUR-REGLE TO WAV-RESTANT-EUR
               PERFORM 2940-NOTER-ECART-CHANGE
               SUBTRACT WS-IMPUTATION FROM WPO-RESTANT
               ADD WS-IMPUTATION TO WAV-RESTANT
               ADD 1 TO WS-NB-AVOIRS-IMPUTES
               SET CEV-AVOIR-IMPUTE TO TRUE
               MOVE WS-CLIENT-AVOIR TO CEV-CLIENT
               MOVE WS-EUR-REGLE    TO CEV-MONTANT
               PERFORM 2800-NOTER-EVENEMENT-COMMISSION
               MOVE WS-DATE-TRAITEMENT TO WPO-DATE-SOLDE
               MOVE "V" TO WPO-MODE
               IF WPO-RESTANT = ZEROES
                   ADD 1 TO WS-NB-SOLDEES
               END-IF
               REWRITE CIW-ENREG FROM WS-POSTE
           END-IF.

      * -----------------------------------------------------------*
      * 1195-CHERCHER-POSTE-POSITIF : cherche un poste encore       *
      * positif du client de l'avoir courant, dans la devise de     *
      * l'avoir - la facture contestée d'abord si l'avoir résout un *
      * litige, sinon le premier poste du client                    *
      * -----------------------------------------------------------*
       1195-CHERCHER-POSTE-POSITIF.
           MOVE "N" TO WS-INV-TROUVE-SWITCH.

           PERFORM 1197-CHERCHER-FACTURE-LITIGE.

           IF NOT WS-INV-TROUVE
               MOVE WS-CLIENT-AVOIR TO WS-CLIENT-CHERCHE
               MOVE WAV-DEVISE      TO WS-DEVISE-CHERCHEE
               PERFORM 2450-CHERCHER-PAR-CLIENT
           END-IF.

      * -----------------------------------------------------------*
      * 1197-CHERCHER-FACTURE-LITIGE : si l'avoir courant résout un *
      * litige, cherche la facture contestée encore positive (même  *
      * client, même devise)                                        *
      * -----------------------------------------------------------*
       1197-CHERCHER-FACTURE-LITIGE.
           MOVE "N" TO WS-LTA-TROUVE-SWITCH.

           IF WS-LIT-DISPONIBLE
               MOVE WAV-NUMERO TO LIDX-AVOIR
               READ LITFILE-IDX INTO LITIGE-ENREG
                   KEY IS LIDX-AVOIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIT-RESOLU-AVOIR
                           SET WS-LTA-TROUVE TO TRUE
                       END-IF
               END-READ
           END-IF.

           IF WS-LTA-TROUVE
               MOVE LIT-FACTURE TO WS-NUMERO-CHERCHE
               MOVE WS-CLIENT-AVOIR TO WS-CLIENT-CHERCHE
               MOVE WAV-DEVISE      TO WS-DEVISE-CHERCHEE
               PERFORM 2470-CHERCHER-PAR-NUMERO
           END-IF.

      * -----------------------------------------------------------*
           PERFORM 1450-CHERCHER-POSTE-CLIENT.

           IF WS-INV-TROUVE
               IF WS-ONA-RESTANT(WS-ONA-IDX) < WPO-RESTANT
                   MOVE WS-ONA-RESTANT(WS-ONA-IDX) TO WS-IMPUTATION
               ELSE
                   MOVE WPO-RESTANT TO WS-IMPUTATION
               END-IF
               PERFORM 2900-DEGAGER-CONTREVALEUR
               PERFORM 2920-VALORISER-REGLEMENT
               PERFORM 2940-NOTER-ECART-CHANGE
               SUBTRACT WS-IMPUTATION FROM WPO-RESTANT
               SUBTRACT WS-IMPUTATION
                   FROM WS-ONA-RESTANT(WS-ONA-IDX)
               ADD 1 TO WS-NB-ACOMPTES-IMPUTES
               SET CEV-ACOMPTE TO TRUE
               MOVE WS-ONA-CLIENT(WS-ONA-IDX) TO CEV-CLIENT
               MOVE WS-EUR-REGLE    TO CEV-MONTANT
               PERFORM 2800-NOTER-EVENEMENT-COMMISSION
               MOVE WS-DATE-TRAITEMENT TO WPO-DATE-SOLDE
               MOVE "P" TO WPO-MODE
               IF WPO-RESTANT = ZEROES
                   ADD 1 TO WS-NB-SOLDEES
               END-IF
               REWRITE CIW-ENREG FROM WS-POSTE
           END-IF.

      * -----------------------------------------------------------*
      * 1450-CHERCHER-POSTE-CLIENT : cherche un poste encore ouvert *
      * du client de l'acompte courant, toutes devises              *
      * -----------------------------------------------------------*
       1450-CHERCHER-POSTE-CLIENT.
           MOVE WS-ONA-CLIENT(WS-ONA-IDX) TO WS-CLIENT-CHERCHE.
           MOVE SPACES TO WS-DEVISE-CHERCHEE.
           PERFORM 2450-CHERCHER-PAR-CLIENT.

      * -----------------------------------------------------------*
      * 2000-IMPUTER-ENCAISSEMENT : impute l'encaissement courant   *
               ADD 1 TO WS-NB-ORPHELINS
               PERFORM 2600-JOURNALISER-ORPHELIN
           ELSE
               SET CEV-ENCAISSEMENT TO TRUE
               MOVE WPO-CLIENT TO CEV-CLIENT
      * Le règlement est exprimé dans la devise de la facture
               IF RCP-MONTANT < WPO-RESTANT
                   MOVE RCP-MONTANT TO WS-IMPUTATION
               ELSE
                   MOVE WPO-RESTANT TO WS-IMPUTATION
               END-IF
               PERFORM 2900-DEGAGER-CONTREVALEUR
               PERFORM 2920-VALORISER-REGLEMENT
               PERFORM 2940-NOTER-ECART-CHANGE
               MOVE WS-EUR-REGLE TO CEV-MONTANT
               IF RCP-MONTANT < WPO-RESTANT
                   SUBTRACT RCP-MONTANT FROM WPO-RESTANT
                   ADD 1 TO WS-NB-PARTIELS
               ELSE
                   IF RCP-MONTANT > WPO-RESTANT
                       SUBTRACT WPO-RESTANT
                           FROM RCP-MONTANT GIVING WS-EXCEDENT
                       PERFORM 2500-JOURNALISER-TROP-PERCU
                   END-IF
                   MOVE ZEROES TO WPO-RESTANT
                   ADD 1 TO WS-NB-SOLDEES
               END-IF
               PERFORM 2800-NOTER-EVENEMENT-COMMISSION
               MOVE RCP-DATE TO WPO-DATE-SOLDE
               MOVE "E" TO WPO-MODE
               REWRITE CIW-ENREG FROM WS-POSTE
           END-IF.

           PERFORM 2100-LIRE-ENCAISSEMENT.
      * l'encaissement courant parmi les postes encore ouverts      *
      * -----------------------------------------------------------*
       2400-CHERCHER-FACTURE.
           MOVE RCP-FACTURE TO WS-NUMERO-CHERCHE.
           MOVE SPACES TO WS-CLIENT-CHERCHE.
           MOVE SPACES TO WS-DEVISE-CHERCHEE.
           PERFORM 2470-CHERCHER-PAR-NUMERO.

      * -----------------------------------------------------------*
      * 2450-CHERCHER-PAR-CLIENT : premier poste encore positif de  *
      * WS-CLIENT-CHERCHE (dans WS-DEVISE-CHERCHEE si renseignée),  *
      * dans l'ordre de chargement - restitué dans WS-POSTE         *
      * -----------------------------------------------------------*
       2450-CHERCHER-PAR-CLIENT.
           MOVE "N" TO WS-INV-TROUVE-SWITCH.
           MOVE "N" TO WS-FIN-PARCOURS-SW.

           IF WS-CIW-OUVERT
               MOVE WS-CLIENT-CHERCHE TO CIW-CLIENT
               START CSHINVW KEY IS = CIW-CLIENT
                   INVALID KEY
                       SET WS-FIN-PARCOURS TO TRUE
               END-START
               PERFORM 2460-EXAMINER-POSTE-CLIENT
                   UNTIL WS-INV-TROUVE OR WS-FIN-PARCOURS
           END-IF.

      * -----------------------------------------------------------*
      * 2460-EXAMINER-POSTE-CLIENT : lit le poste suivant sur la    *
      * clé client et le retient s'il répond aux critères ; fin du  *
      * parcours au changement de client                            *
      * -----------------------------------------------------------*
       2460-EXAMINER-POSTE-CLIENT.
           READ CSHINVW NEXT INTO WS-POSTE
               AT END
                   SET WS-FIN-PARCOURS TO TRUE
           END-READ.

           IF NOT WS-FIN-PARCOURS
               IF WPO-CLIENT NOT = WS-CLIENT-CHERCHE
                   SET WS-FIN-PARCOURS TO TRUE
               ELSE
                   IF WPO-RESTANT > ZEROES
                       AND (WS-DEVISE-CHERCHEE = SPACES
                           OR WPO-DEVISE = WS-DEVISE-CHERCHEE)
                       SET WS-INV-TROUVE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2470-CHERCHER-PAR-NUMERO : premier poste encore positif     *
      * portant le numéro WS-NUMERO-CHERCHE (du client et dans la   *
      * devise cherchés s'ils sont renseignés) - restitué dans      *
      * WS-POSTE                                                    *
      * -----------------------------------------------------------*
       2470-CHERCHER-PAR-NUMERO.
           MOVE "N" TO WS-INV-TROUVE-SWITCH.
           MOVE "N" TO WS-FIN-PARCOURS-SW.

           IF WS-CIW-OUVERT
               MOVE WS-NUMERO-CHERCHE TO CIW-NUMERO
               START CSHINVW KEY IS = CIW-NUMERO
                   INVALID KEY
                       SET WS-FIN-PARCOURS TO TRUE
               END-START
               PERFORM 2480-EXAMINER-POSTE-NUMERO
                   UNTIL WS-INV-TROUVE OR WS-FIN-PARCOURS
           END-IF.

      * -----------------------------------------------------------*
      * 2480-EXAMINER-POSTE-NUMERO : lit le poste suivant sur la    *
      * clé numéro et le retient s'il répond aux critères ; fin du  *
      * parcours au changement de numéro                            *
      * -----------------------------------------------------------*
       2480-EXAMINER-POSTE-NUMERO.
           READ CSHINVW NEXT INTO WS-POSTE
               AT END
                   SET WS-FIN-PARCOURS TO TRUE
           END-READ.

           IF NOT WS-FIN-PARCOURS
               IF WPO-NUMERO NOT = WS-NUMERO-CHERCHE
                   SET WS-FIN-PARCOURS TO TRUE
               ELSE
                   IF WPO-RESTANT > ZEROES
                       AND (WS-CLIENT-CHERCHE = SPACES
                           OR WPO-CLIENT = WS-CLIENT-CHERCHE)
                       AND (WS-DEVISE-CHERCHEE = SPACES
                           OR WPO-DEVISE = WS-DEVISE-CHERCHEE)
                       SET WS-INV-TROUVE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
               MOVE ONA-ORIGINE TO WS-ONA-ORIGINE(WS-NB-ACOMPTES)
           END-IF.

      * -----------------------------------------------------------*
      * 2800-NOTER-EVENEMENT-COMMISSION : retient en table la somme *
      * imputée sur la facture WS-POSTE (CEV-TYPE, CEV-CLIENT et    *
      * CEV-MONTANT posés par l'appelant) ; table pleine = erreur   *
      * fichier, les postes ne sont pas régénérés                   *
      * -----------------------------------------------------------*
       2800-NOTER-EVENEMENT-COMMISSION.
           IF WS-NB-EVENEMENTS >= 1000
               DISPLAY "TABLE DES EVENEMENTS DE COMMISSION PLEINE "
                   "(1000) - TRAITEMENT ARRETE"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               ADD 1 TO WS-NB-EVENEMENTS
               MOVE CEV-TYPE    TO WS-CEV-TYPE(WS-NB-EVENEMENTS)
               MOVE CEV-CLIENT  TO WS-CEV-CLIENT(WS-NB-EVENEMENTS)
               MOVE WPO-NUMERO TO WS-CEV-FACTURE(WS-NB-EVENEMENTS)
               MOVE CEV-MONTANT TO WS-CEV-MONTANT(WS-NB-EVENEMENTS)
           END-IF.

      * -----------------------------------------------------------*
      * 2900-DEGAGER-CONTREVALEUR : avant qu'WS-IMPUTATION ne soit  *
      * retranchée du poste WS-POSTE, retranche de sa contre-valeur *
      * euro la part correspondante (tout le reliquat pour une      *
      * imputation qui solde le poste, le prorata sinon) et la      *
      * restitue dans WS-EUR-DEGAGE                                 *
      * -----------------------------------------------------------*
       2900-DEGAGER-CONTREVALEUR.
           IF WS-IMPUTATION = WPO-RESTANT
               MOVE WPO-RESTANT-EUR TO WS-EUR-DEGAGE
           ELSE
               COMPUTE WS-EUR-DEGAGE ROUNDED =
                   WPO-RESTANT-EUR * WS-IMPUTATION / WPO-RESTANT
           END-IF.
           SUBTRACT WS-EUR-DEGAGE FROM WPO-RESTANT-EUR.

      * -----------------------------------------------------------*
      * 2920-VALORISER-REGLEMENT : valeur euro d'un règlement en    *
      * espèces (encaissement ou acompte) imputé sur le poste       *
      * WS-POSTE - cours FOREX01 du jour de traitement pour un      *
      * poste en devise, l'imputation elle-même pour un poste en    *
      * euros                                                       *
      * -----------------------------------------------------------*
       2920-VALORISER-REGLEMENT.
           IF WPO-DEVISE = "EUR"
               MOVE WS-IMPUTATION TO WS-EUR-REGLE
           ELSE
               MOVE WS-IMPUTATION TO WS-FX-MONTANT
               CALL "FOREX01" USING WPO-DEVISE,
                   WS-FX-MONTANT, WS-EUR-REGLE
           END-IF.

      * -----------------------------------------------------------*
      * 2940-NOTER-ECART-CHANGE : retient en table l'écart entre la *
      * valeur euro du règlement et la contre-valeur dégagée du     *
      * poste WS-POSTE (positif = gain, négatif = perte) ; table    *
      * pleine = erreur fichier, comme les événements de commission *
      * -----------------------------------------------------------*
       2940-NOTER-ECART-CHANGE.
           COMPUTE WS-ECART-CHANGE = WS-EUR-REGLE - WS-EUR-DEGAGE.

           IF WS-ECART-CHANGE NOT = ZEROES
               IF WS-NB-ECARTS >= 500
                   DISPLAY "TABLE DES ECARTS DE CHANGE PLEINE (500) - "
                       "TRAITEMENT ARRETE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               ELSE
                   ADD 1 TO WS-NB-ECARTS
                   MOVE WPO-NUMERO TO WS-ECA-FACTURE(WS-NB-ECARTS)
                   MOVE WS-ECART-CHANGE TO WS-ECA-MONTANT(WS-NB-ECARTS)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TERMINER : régénère les postes ouverts (restant dû     *
      * non nul) dans INVFILE-NEW et ferme les fichiers             *
               PERFORM 3600-REPORTER-ACOMPTES
           END-IF.

      * Les événements ne partent qu'une fois les postes et les
      * acomptes régénérés sans erreur
           IF WS-CODE-RETOUR < 8
               PERFORM 3700-ECRIRE-EVENEMENTS
           END-IF.
           IF WS-CODE-RETOUR < 8
               PERFORM 3800-HISTORISER-SOLDEES
           END-IF.
           IF WS-CODE-RETOUR < 8 AND WS-NB-ECARTS > ZEROES
               PERFORM 3900-COMPTABILISER-CHANGE
           END-IF.

           IF WS-CIW-OUVERT
               CLOSE CSHINVW
           END-IF.

           DISPLAY "ENCAISSEMENTS LUS  : " WS-NB-ENCAISSEMENTS.
           DISPLAY "FACTURES SOLDEES   : " WS-NB-SOLDEES.
           DISPLAY "REGLEMENTS PARTIELS: " WS-NB-PARTIELS.
           DISPLAY "POSTES REECRITS    : " WS-NB-REECRITES.
           DISPLAY "ACOMPTES IMPUTES   : " WS-NB-ACOMPTES-IMPUTES.
           DISPLAY "AVOIRS IMPUTES     : " WS-NB-AVOIRS-IMPUTES.
           DISPLAY "EVENEMENTS COMMISS.: " WS-NB-EVENEMENTS.
           DISPLAY "FACTURES HISTORISEES: " WS-NB-HISTORISEES.
           DISPLAY "ECARTS DE CHANGE   : " WS-NB-ECARTS.
           DISPLAY "JAMBES POSTEES     : " WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 3500-REGENERER-POSTES : réécrit dans INVFILE-NEW les seuls  *
      * postes au restant dû non nul, montant = restant dû, dans    *
      * l'ordre de chargement                                       *
      * -----------------------------------------------------------*
       3500-REGENERER-POSTES.
           OPEN OUTPUT INVFILE-NEW.
                   WS-INN-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3510-POSITIONNER-EN-TETE
               PERFORM 3550-ECRIRE-UN-POSTE
                   UNTIL WS-FIN-PARCOURS
               CLOSE INVFILE-NEW
           END-IF.

      * -----------------------------------------------------------*
      * 3510-POSITIONNER-EN-TETE : se positionne sur le premier     *
      * rang de CSHINVW et lit le premier poste                     *
      * -----------------------------------------------------------*
       3510-POSITIONNER-EN-TETE.
           MOVE "N" TO WS-FIN-PARCOURS-SW.

           IF WS-CIW-OUVERT
               MOVE ZEROES TO CIW-RANG
               START CSHINVW KEY IS > CIW-RANG
                   INVALID KEY
                       SET WS-FIN-PARCOURS TO TRUE
               END-START
           ELSE
               SET WS-FIN-PARCOURS TO TRUE
           END-IF.

           IF NOT WS-FIN-PARCOURS
               PERFORM 3520-LIRE-POSTE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 3520-LIRE-POSTE-SUIVANT : lit le poste de rang suivant      *
      * -----------------------------------------------------------*
       3520-LIRE-POSTE-SUIVANT.
           READ CSHINVW NEXT INTO WS-POSTE
               AT END
                   SET WS-FIN-PARCOURS TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3550-ECRIRE-UN-POSTE : écrit le poste courant dans          *
      * INVFILE-NEW s'il est encore ouvert                          *
      * -----------------------------------------------------------*
       3550-ECRIRE-UN-POSTE.
           IF WPO-RESTANT NOT = ZEROES
               MOVE WPO-NUMERO      TO WFA-NUMERO
               MOVE WPO-DATE        TO WFA-DATE
               MOVE WPO-RESTANT     TO WFA-MONTANT
               MOVE WPO-CLIENT      TO WFA-CLIENT
               MOVE WPO-DEVISE      TO WFA-DEVISE
               MOVE WPO-RESTANT-EUR TO WFA-MONTANT-EUR
               WRITE INVFILE-NEW-ENREG FROM WS-FACTURE-ENREG
               ADD 1 TO WS-NB-REECRITES
           END-IF.

           PERFORM 3520-LIRE-POSTE-SUIVANT.

      * -----------------------------------------------------------*
      * 3600-REPORTER-ACOMPTES : réécrit les acomptes au restant    *
      * non nul dans ONACCF-NEW et imprime la liste âgée pour le    *
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3700-ECRIRE-EVENEMENTS : ajoute aux événements              *
      * commissionnables les sommes imputées au cours du run        *
      * (EXTEND ; fichier vidé par COMCAL010 = statut 35)           *
      * -----------------------------------------------------------*
       3700-ECRIRE-EVENEMENTS.
           OPEN EXTEND COMEVTF.
           IF WS-CEV-STATUS = "35"
               OPEN OUTPUT COMEVTF
           END-IF.

           IF NOT WS-CEV-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR COMEVTF - STATUT "
                   WS-CEV-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3750-ECRIRE-UN-EVENEMENT
                   VARYING WS-CEV-IDX FROM 1 BY 1
                       UNTIL WS-CEV-IDX > WS-NB-EVENEMENTS
               CLOSE COMEVTF
           END-IF.

      * -----------------------------------------------------------*
      * 3750-ECRIRE-UN-EVENEMENT : écrit une somme imputée dans     *
      * COMEVTF, à la date de traitement                            *
      * -----------------------------------------------------------*
       3750-ECRIRE-UN-EVENEMENT.
           MOVE WS-CEV-TYPE(WS-CEV-IDX)    TO CEV-TYPE.
           MOVE WS-DATE-TRAITEMENT         TO CEV-DATE.
           MOVE WS-CEV-CLIENT(WS-CEV-IDX)  TO CEV-CLIENT.
           MOVE WS-CEV-FACTURE(WS-CEV-IDX) TO CEV-FACTURE.
           MOVE WS-CEV-MONTANT(WS-CEV-IDX) TO CEV-MONTANT.
           MOVE "CSHAPP01"                 TO CEV-PROGRAMME.
           WRITE COMEVTF-ENREG FROM CEV-ENREG.

      * -----------------------------------------------------------*
      * 3800-HISTORISER-SOLDEES : ajoute à l'historique permanent   *
      * les factures soldées au cours du run (EXTEND ; fichier      *
      * absent = premier run)                                       *
      * -----------------------------------------------------------*
       3800-HISTORISER-SOLDEES.
           OPEN EXTEND PAIDHSTF.
           IF WS-PDH-STATUS = "35"
               OPEN OUTPUT PAIDHSTF
           END-IF.

           IF NOT WS-PDH-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR PAIDHSTF - STATUT "
                   WS-PDH-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3510-POSITIONNER-EN-TETE
               PERFORM 3850-HISTORISER-UN-POSTE
                   UNTIL WS-FIN-PARCOURS
               CLOSE PAIDHSTF
           END-IF.

      * -----------------------------------------------------------*
      * 3850-HISTORISER-UN-POSTE : écrit le poste courant s'il      *
      * s'agit d'une facture (poste positif au chargement) soldée   *
      * par le run, avec son délai de paiement en jours 30/360      *
      * -----------------------------------------------------------*
       3850-HISTORISER-UN-POSTE.
           IF WPO-CHARGE > ZEROES
               AND WPO-RESTANT = ZEROES
               MOVE WPO-NUMERO     TO PDH-FACTURE
               MOVE WPO-CLIENT     TO PDH-CLIENT
               MOVE WPO-DATE       TO PDH-DATE-FACTURE
               MOVE WPO-DATE-SOLDE TO PDH-DATE-SOLDE
               MOVE WPO-CHARGE     TO PDH-MONTANT
               MOVE WPO-MODE       TO PDH-MODE
               MOVE PDH-DATE-SOLDE   TO WS-DATE-DECOMP-T
               MOVE PDH-DATE-FACTURE TO WS-DATE-DECOMP-E
               COMPUTE PDH-JOURS =
                   (WS-DECT-AAAA - WS-DECE-AAAA) * 360
                   + (WS-DECT-MM - WS-DECE-MM) * 30
                   + (WS-DECT-JJ - WS-DECE-JJ)
               WRITE PAIDHSTF-ENREG FROM PDH-ENREG
               ADD 1 TO WS-NB-HISTORISEES
           END-IF.

           PERFORM 3520-LIRE-POSTE-SUIVANT.

      * -----------------------------------------------------------*
      * 3900-COMPTABILISER-CHANGE : poste au grand livre les écarts *
      * de change réalisés du run, datés du jour de traitement ; si *
      * GLCLS010 a déjà clos cette période (PERCTL01), rien n'est   *
      * posté et l'anomalie est critique                            *
      * -----------------------------------------------------------*
       3900-COMPTABILISER-CHANGE.
           MOVE WS-DATE-TRAITEMENT(1:6) TO WS-PERIODE-TRAITEMENT.
           CALL "PERCTL01" USING WS-DATE-TRAITEMENT,
               WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW.

           IF WS-PERIODE-CLOSE
               DISPLAY "PERIODE " WS-PERIODE-TRAITEMENT
                   " DEJA CLOSE - ECARTS DE CHANGE NON POSTES"
               PERFORM 9700-NOTER-REJET

               OPEN EXTEND EXCFILE
               IF WS-EXC-OK
                   ACCEPT WS-SYS-HHMMSS FROM TIME
                   MOVE WS-DATE-TRAITEMENT TO EXC-DATE
                   MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH
                   MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN
                   MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS
                   MOVE "CSHAPP01"      TO EXC-PROGRAMME
                   SET EXC-SEV-CRITIQUE TO TRUE
                   MOVE "DATE TRAITEMENT" TO EXC-CHAMP
                   MOVE WS-DATE-TRAITEMENT TO EXC-VALEUR1
                   MOVE WS-PERIODE-OUVERTE TO EXC-VALEUR2
                   MOVE "PERIODE CLOSE - CHANGE NON POSTE"
                       TO EXC-MESSAGE
                   WRITE EXCFILE-ENREG FROM EXC-ENREG
                   CLOSE EXCFILE
               END-IF
           ELSE
               PERFORM 3910-OUVRIR-SOLDES
               IF WS-GIX-OUVERT
                   PERFORM 3950-POSTER-LES-ECARTS
                   CLOSE GLBALFIL-IDX
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3910-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (même mécanique que GLPOST010) et l'ouvre en mise à jour ;  *
      * GLBALFIL absent = grand livre vierge. Index inutilisable =  *
      * écarts de change non postés                                 *
      * -----------------------------------------------------------*
       3910-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "ECARTS DE CHANGE NON POSTES"
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
                       WS-GIX-STATUS " - ECARTS DE CHANGE NON POSTES"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3950-POSTER-LES-ECARTS : historise les jambes dans GLHSTFIL *
      * (EXTEND, historique permanent) puis réécrit les soldes du   *
      * grand livre                                                 *
      * -----------------------------------------------------------*
       3950-POSTER-LES-ECARTS.
           OPEN EXTEND GLHSTFIL.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT GLHSTFIL
           END-IF.

           IF NOT WS-HST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3960-POSTER-UN-ECART
                   VARYING WS-ECA-IDX FROM 1 BY 1
                       UNTIL WS-ECA-IDX > WS-NB-ECARTS
               CLOSE GLHSTFIL

               PERFORM 3970-REECRIRE-SOLDES
           END-IF.

      * -----------------------------------------------------------*
      * 3960-POSTER-UN-ECART : gain = débit clients / crédit gain   *
      * de change, perte = débit perte de change / crédit clients   *
      * -----------------------------------------------------------*
       3960-POSTER-UN-ECART.
           MOVE SPACES TO WS-JAMBE-LIBELLE.
           MOVE "ECART CHG" TO WS-JAMBE-LIBELLE(1:9).
           MOVE WS-ECA-FACTURE(WS-ECA-IDX) TO WS-JAMBE-LIBELLE(11:8).

           IF WS-ECA-MONTANT(WS-ECA-IDX) > ZEROES
               MOVE WS-ECA-MONTANT(WS-ECA-IDX) TO WS-JAMBE-MONTANT

               MOVE WS-COMPTE-CLIENTS TO WS-JAMBE-COMPTE
               MOVE "D" TO WS-JAMBE-SENS
               PERFORM 7100-POSTER-UNE-JAMBE

               MOVE WS-COMPTE-GAIN TO WS-JAMBE-COMPTE
               MOVE "C" TO WS-JAMBE-SENS
               PERFORM 7100-POSTER-UNE-JAMBE
           ELSE
               COMPUTE WS-JAMBE-MONTANT =
                   WS-ECA-MONTANT(WS-ECA-IDX) * -1

               MOVE WS-COMPTE-PERTE TO WS-JAMBE-COMPTE
               MOVE "D" TO WS-JAMBE-SENS
               PERFORM 7100-POSTER-UNE-JAMBE

               MOVE WS-COMPTE-CLIENTS TO WS-JAMBE-COMPTE
               MOVE "C" TO WS-JAMBE-SENS
               PERFORM 7100-POSTER-UNE-JAMBE
           END-IF.

      * -----------------------------------------------------------*
      * 3970-REECRIRE-SOLDES : réécrit GLBALFIL en entier depuis    *
      * GLBALFIL-IDX, dans l'ordre des comptes                      *
      * -----------------------------------------------------------*
       3970-REECRIRE-SOLDES.
           OPEN OUTPUT GLBALFIL.
           IF NOT WS-GLB-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - STATUT "
                   WS-GLB-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3975-POSITIONNER-SOLDES
               PERFORM 3980-ECRIRE-UN-SOLDE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLBALFIL
           END-IF.

      * -----------------------------------------------------------*
      * 3975-POSITIONNER-SOLDES : se positionne sur le premier      *
      * compte de GLBALFIL-IDX et le lit                            *
      * -----------------------------------------------------------*
       3975-POSITIONNER-SOLDES.
           MOVE "N" TO WS-FIN-SOLDES-SW.
           MOVE LOW-VALUES TO GIDX-COMPTE.
           START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
               INVALID KEY
                   SET WS-FIN-SOLDES TO TRUE
           END-START.

           IF NOT WS-FIN-SOLDES
               PERFORM 3978-LIRE-SOLDE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 3978-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       3978-LIRE-SOLDE-SUIVANT.
           READ GLBALFIL-IDX NEXT INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-SOLDES TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 3980-ECRIRE-UN-SOLDE : écrit le compte courant de           *
      * GLBALFIL-IDX dans GLBALFIL                                  *
      * -----------------------------------------------------------*
       3980-ECRIRE-UN-SOLDE.
           WRITE GLBALFIL-ENREG FROM GL-SOLDE-ENREG.
           ADD 1 TO WS-NB-GLB.

           PERFORM 3978-LIRE-SOLDE-SUIVANT.

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
      * l'historise sous le lot CSHAPP01                            *
      * -----------------------------------------------------------*
       7100-POSTER-UNE-JAMBE.
           MOVE WS-JAMBE-COMPTE TO WS-COMPTE-CIBLE.
           PERFORM 7000-TROUVER-CREER-COMPTE.
           IF WS-JAMBE-SENS = "D"
               ADD WS-JAMBE-MONTANT TO GL-SOLDE
           ELSE
               SUBTRACT WS-JAMBE-MONTANT FROM GL-SOLDE
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO GL-DATE-MAJ.
           PERFORM 7050-REECRIRE-COMPTE.

           MOVE WS-DATE-TRAITEMENT TO GLH-DATE.
           MOVE WS-JAMBE-COMPTE    TO GLH-COMPTE.
           MOVE WS-JAMBE-SENS      TO GLH-SENS.
           MOVE WS-JAMBE-MONTANT   TO GLH-MONTANT.
           MOVE WS-JAMBE-LIBELLE   TO GLH-LIBELLE.
           MOVE WS-DATE-TRAITEMENT TO GLH-LOT-DATE.
           MOVE "HQ"               TO GLH-SEGMENT.
           MOVE "CSHAPP01"         TO GLH-LOT-PROGRAMME.
           WRITE GLHSTFIL-ENREG FROM GLH-ENREG.
           ADD 1 TO WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
