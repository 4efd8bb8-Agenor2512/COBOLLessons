       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRRET010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-28  AG  Création : traitement des retours de virements
      *                 renvoyés par la banque (VIRRETF, copy VIRHST)
      *                 sur les ordres émis par SALPAY010 (PAYFILE),
      *                 APPAY010 (APPAYF) et DEDREM010 (DEDPAYF).
      *                 Chaque retour est rapproché, dans l'historique
      *                 permanent VIRHSTF, du dernier virement émis de
      *                 même origine, même référence, même IBAN et même
      *                 montant ; un retour inconnu ou en double est
      *                 journalisé dans EXCFILE et laissé de côté
      *                 (code retour 4). Un retour valide écrit
      *                 l'événement R avec son motif dans VIRHSTF et
      *                 contre-passe le débit banque par un mouvement
      *                 de crédit dans MVTFILE (agence VR).
      *                 Fournisseur : le poste payé est rouvert dans
      *                 APOPENF (dates et montant d'origine) et le
      *                 fournisseur est marqué "coordonnées à vérifier"
      *                 dans SUPFILE (réécrit sur place). Salarié ou
      *                 organisme : le net part dans la liste des nets
      *                 impayés NETIMPF ; le salarié est marqué dans
      *                 PERSFILE par une action V passée à la fusion
      *                 commune PERSMRG01. Chaque retour traité est
      *                 aussi journalisé dans EXCFILE (avertissement).
      *                 Raccordé au pilotage de reprise (STEPCTL01), à
      *                 la date de traitement (DATPRM01) et au journal
      *                 de run (RUNFILE).
      * 2026-10-15  AG  APOPENF passe de 41 à 98 caractères (ventilation
      *                 de TVA d'APINVREC) ; le poste rouvert est remis
      *                 sans ventilation, sa TVA ayant été reclassée au
      *                 grand livre par APPAY010 au premier paiement.
      * 2026-10-15  AG  Après la réécriture de SUPFILE, son index
      *                 SUPFILE-IDX est rechargé (IDXMST01) pour les
      *                 lectures par clé d'APINV010 et APPAY010.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Retours de virements renvoyés par la banque
           SELECT VIRRETF ASSIGN TO "VIRRETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

      * Historique permanent des virements émis - voir copy VIRHST
           SELECT VIRHSTF ASSIGN TO "VIRHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHS-STATUS.

      * Maître des fournisseurs - voir copy SUPREC
           SELECT SUPFILE ASSIGN TO "SUPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

      * Postes fournisseurs ouverts : postes rouverts en EXTEND
           SELECT APOPENF ASSIGN TO "APOPENF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APO-STATUS.

      * Liste permanente des nets impayés - voir copy VIRHST
           SELECT NETIMPF ASSIGN TO "NETIMPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIM-STATUS.

      * Mouvements de contre-passation, au format TRANREC
           SELECT MVTFILE ASSIGN TO "MVTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Journal des anomalies (retours traités ou écartés)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  VIRRETF
           RECORD CONTAINS 55 CHARACTERS.
       01  VIRRETF-ENREG               PIC X(55).

       FD  VIRHSTF
           RECORD CONTAINS 114 CHARACTERS.
       01  VIRHSTF-ENREG               PIC X(114).

       FD  SUPFILE
           RECORD CONTAINS 78 CHARACTERS.
       01  SUPFILE-ENREG               PIC X(78).

       FD  APOPENF
           RECORD CONTAINS 98 CHARACTERS.
       01  APOPENF-ENREG               PIC X(98).

       FD  NETIMPF
           RECORD CONTAINS 53 CHARACTERS.
       01  NETIMPF-ENREG               PIC X(53).

       FD  MVTFILE
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Virement émis, retour banque et net impayé - voir VIRHST
       COPY VIRHST.

      * Enregistrement du maître des fournisseurs - voir SUPREC
       COPY SUPREC.

      * Poste fournisseur rouvert - voir copy APINVREC
       COPY APINVREC.

      * Mouvement de contre-passation - voir copy TRANREC
       COPY TRANREC.

      * Transactions passées à la fusion commune PERSMRG01 - voir
      * copy TRANSTAB
       COPY TRANSTAB.

      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

      * Restitué par PERSMRG01 : la fusion s'est-elle bien passée ?
       01  WS-FUSION-OK                PIC X(01).
           88  WS-FUSION-BONNE         VALUE "O".

       01  WS-RET-STATUS               PIC X(02).
           88  WS-RET-OK               VALUE "00".

       01  WS-VHS-STATUS               PIC X(02).
           88  WS-VHS-OK               VALUE "00".

       01  WS-SUP-STATUS               PIC X(02).
           88  WS-SUP-OK               VALUE "00".

      * Rechargement de l'index des fournisseurs (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "SUPFILE".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-APO-STATUS               PIC X(02).
           88  WS-APO-OK               VALUE "00".

       01  WS-NIM-STATUS               PIC X(02).
           88  WS-NIM-OK               VALUE "00".

       01  WS-MVT-STATUS               PIC X(02).
           88  WS-MVT-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC X(02).
           88  WS-EXC-OK               VALUE "00".

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Table des retours, avec l'état du virement d'origine relu
      * dans l'historique (E = émis et non retourné, R = déjà
      * retourné, espace = inconnu) et l'enregistrement émis
       01  WS-RET-TABLE.
           05  WS-RET-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-RET-IDX.
               10  WS-RET-ENREG        PIC X(55).
               10  WS-RET-ETAT         PIC X(01).
                   88  WS-RET-EMIS     VALUE "E".
                   88  WS-RET-RETOURNE VALUE "R".
               10  WS-RET-VHS-ENREG    PIC X(114).
       01  WS-NB-RETOURS               PIC 9(03) VALUE ZEROES.
       01  WS-NO-RETOUR                PIC 9(03).
       01  WS-NO-AUTRE                 PIC 9(03).

      * Table des fournisseurs, réécrite sur place en fin de run
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-SUP-IDX.
               10  WS-SUP-ENREG        PIC X(78).
       01  WS-NB-SUP                   PIC 9(03) VALUE ZEROES.

      * Compte de contre-passation du débit banque, selon l'origine
      * du virement retourné (le fournisseur reprend le compte de
      * règlement de APPAY010)
       01  WS-COMPTE-FOURNISSEURS      PIC X(12) VALUE "FOURNISSEURS".
       01  WS-COMPTE-PERSONNEL         PIC X(12) VALUE "PERSONNEL".
       01  WS-COMPTE-ORGANISMES        PIC X(12) VALUE "ORGANISMES".

       01  WS-LIBELLE-RETOUR.
           05  FILLER                  PIC X(11) VALUE "RETOUR VIR ".
           05  WS-LIB-REFERENCE        PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-MATRICULE-TROUVE-SW      PIC X(01) VALUE "N".
           88  WS-MATRICULE-TROUVE     VALUE "O".

       01  WS-EXC-CHAMP                PIC X(15).
       01  WS-EXC-MESSAGE              PIC X(40).
       01  WS-EXC-VALEUR               PIC S9(07)V9(02).

       01  WS-NB-RETOURS-LUS           PIC 9(05) VALUE ZEROES.
       01  WS-NB-RETOURS-TRAITES       PIC 9(05) VALUE ZEROES.
       01  WS-NB-RETOURS-ECARTES       PIC 9(05) VALUE ZEROES.
       01  WS-NB-POSTES-ROUVERTS       PIC 9(05) VALUE ZEROES.
       01  WS-NB-NETS-IMPAYES          PIC 9(05) VALUE ZEROES.
       01  WS-NB-SUP-MARQUES           PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-RETOURNE           PIC 9(09)V9(02) VALUE ZEROES.

       01  WS-SYS-HHMMSS               PIC 9(08).

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Pilotage de reprise de la fenêtre (sous-programme commun
      * STEPCTL01 + fichier RUNCTLF) : un step déjà terminé pour la
      * date du jour est sauté à la relance - une relance
      * contre-passerait chaque virement retourné deux fois
       01  WS-STEP-NOM                 PIC X(08) VALUE "VIRRET01".
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
               PERFORM 1000-INITIALISER
               IF WS-CODE-RETOUR < 8
                   PERFORM 2000-TRAITER-UN-RETOUR
                       VARYING WS-NO-RETOUR FROM 1 BY 1
                           UNTIL WS-NO-RETOUR > WS-NB-RETOURS
               END-IF
               PERFORM 3000-TERMINER
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
               MOVE WS-NB-RETOURS-LUS TO WS-STEP-NB-LUS
               MOVE WS-NB-RETOURS-TRAITES TO WS-STEP-NB-ECRITS
               CALL "STEPCTL01" USING WS-STEP-FONCTION, WS-STEP-NOM,
                   WS-STEP-DATE, WS-STEP-NB-LUS, WS-STEP-NB-ECRITS,
                   WS-STEP-DEJA-FAIT-SW
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les retours et les fournisseurs,  *
      * rapproche les retours de l'historique puis ouvre les        *
      * fichiers en ajout                                           *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           MOVE ZEROES TO TRANS-NOMBRE.

           PERFORM 1100-CHARGER-RETOURS.
           PERFORM 1200-CHARGER-FOURNISSEURS.
           PERFORM 1400-RELIRE-HISTORIQUE.

      * EXTEND : l'historique des virements est permanent
           OPEN EXTEND VIRHSTF.
           IF WS-VHS-STATUS = "35"
               OPEN OUTPUT VIRHSTF
           END-IF.
           IF NOT WS-VHS-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR VIRHSTF - STATUT "
                   WS-VHS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : les postes rouverts s'ajoutent aux postes ouverts
           OPEN EXTEND APOPENF.
           IF WS-APO-STATUS = "35"
               OPEN OUTPUT APOPENF
           END-IF.
           IF NOT WS-APO-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR APOPENF - STATUT "
                   WS-APO-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : la liste des nets impayés est permanente ; premier
      * run = le fichier n'existe pas (statut 35)
           OPEN EXTEND NETIMPF.
           IF WS-NIM-STATUS = "35"
               OPEN OUTPUT NETIMPF
           END-IF.
           IF NOT WS-NIM-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR NETIMPF - STATUT "
                   WS-NIM-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : les contre-passations s'ajoutent aux mouvements
      * déjà déposés pour la fenêtre suivante
           OPEN EXTEND MVTFILE.
           IF WS-MVT-STATUS = "35"
               OPEN OUTPUT MVTFILE
           END-IF.
           IF NOT WS-MVT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR MVTFILE - STATUT "
                   WS-MVT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * EXTEND : le journal des anomalies couvre toute la fenêtre
           OPEN EXTEND EXCFILE.
           IF NOT WS-EXC-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR EXCFILE - STATUT "
                   WS-EXC-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1100-CHARGER-RETOURS : charge les retours de la banque en   *
      * table ; table pleine = erreur fichier                       *
      * -----------------------------------------------------------*
       1100-CHARGER-RETOURS.
           OPEN INPUT VIRRETF.
           IF WS-RET-OK
               PERFORM 1150-LIRE-ET-STOCKER-RETOUR
                   UNTIL NOT WS-RET-OK OR WS-NB-RETOURS >= 200
               IF WS-RET-OK
                   DISPLAY "VIRRETF DEPASSE 200 RETOURS"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
               CLOSE VIRRETF
           ELSE
               DISPLAY "VIRRETF ABSENT - AUCUN RETOUR A TRAITER"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-RETOUR : lit un retour et le place     *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-RETOUR.
           READ VIRRETF
               AT END
                   MOVE "10" TO WS-RET-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-RETOURS
                   MOVE VIRRETF-ENREG TO WS-RET-ENREG(WS-NB-RETOURS)
                   MOVE SPACE TO WS-RET-ETAT(WS-NB-RETOURS)
                   MOVE SPACES TO WS-RET-VHS-ENREG(WS-NB-RETOURS)
           END-READ.

      * -----------------------------------------------------------*
      * 1200-CHARGER-FOURNISSEURS : charge le maître des            *
      * fournisseurs en table ; table pleine = erreur fichier       *
      * -----------------------------------------------------------*
       1200-CHARGER-FOURNISSEURS.
           OPEN INPUT SUPFILE.
           IF WS-SUP-OK
               PERFORM 1250-LIRE-ET-STOCKER-FOURNISSEUR
                   UNTIL NOT WS-SUP-OK OR WS-NB-SUP >= 200
               IF WS-SUP-OK
                   DISPLAY "SUPFILE DEPASSE 200 FOURNISSEURS"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
               CLOSE SUPFILE
           ELSE
               DISPLAY "SUPFILE INTROUVABLE - STATUT " WS-SUP-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1250-LIRE-ET-STOCKER-FOURNISSEUR : lit un fournisseur et le *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       1250-LIRE-ET-STOCKER-FOURNISSEUR.
           READ SUPFILE
               AT END
                   MOVE "10" TO WS-SUP-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-SUP
                   MOVE SUPFILE-ENREG TO WS-SUP-ENREG(WS-NB-SUP)
           END-READ.

      * -----------------------------------------------------------*
      * 1400-RELIRE-HISTORIQUE : une seule passe sur VIRHSTF pour   *
      * retenir, pour chaque retour, le dernier événement de même   *
      * origine, même référence, même IBAN et même montant (la      *
      * référence fournisseur ne porte que six caractères de la     *
      * pièce)                                                      *
      * -----------------------------------------------------------*
       1400-RELIRE-HISTORIQUE.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT VIRHSTF.
           IF WS-VHS-OK
               PERFORM 1450-LIRE-UN-EVENEMENT
                   UNTIL WS-FIN-FICHIER
               CLOSE VIRHSTF
           ELSE
           IF WS-NB-RETOURS > ZEROES
               DISPLAY "VIRHSTF INTROUVABLE - STATUT " WS-VHS-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1450-LIRE-UN-EVENEMENT : lit un événement de l'historique   *
      * et le reporte sur les retours qui le concernent             *
      * -----------------------------------------------------------*
       1450-LIRE-UN-EVENEMENT.
           READ VIRHSTF INTO VHS-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   PERFORM 1470-REPORTER-EVENEMENT
                       VARYING WS-NO-AUTRE FROM 1 BY 1
                           UNTIL WS-NO-AUTRE > WS-NB-RETOURS
           END-READ.

      * -----------------------------------------------------------*
      * 1470-REPORTER-EVENEMENT : reporte l'événement lu sur un     *
      * retour de même origine, référence, IBAN et montant          *
      * -----------------------------------------------------------*
       1470-REPORTER-EVENEMENT.
           MOVE WS-RET-ENREG(WS-NO-AUTRE) TO VRT-ENREG.
           IF VRT-ORIGINE = VHS-ORIGINE
               AND VRT-REFERENCE = VHS-REFERENCE
               AND VRT-IBAN = VHS-IBAN
               AND VRT-MONTANT = VHS-MONTANT
               MOVE VHS-EVENEMENT TO WS-RET-ETAT(WS-NO-AUTRE)
               IF VHS-EMIS
                   MOVE VHS-ENREG TO WS-RET-VHS-ENREG(WS-NO-AUTRE)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2000-TRAITER-UN-RETOUR : écarte un retour inexploitable,    *
      * traite les autres                                           *
      * -----------------------------------------------------------*
       2000-TRAITER-UN-RETOUR.
           SET WS-RET-IDX TO WS-NO-RETOUR.
           ADD 1 TO WS-NB-RETOURS-LUS.
           MOVE WS-RET-ENREG(WS-RET-IDX) TO VRT-ENREG.
           MOVE WS-RET-VHS-ENREG(WS-RET-IDX) TO VHS-ENREG.
           MOVE VRT-MONTANT TO WS-EXC-VALEUR.

           EVALUATE TRUE
               WHEN WS-RET-RETOURNE(WS-RET-IDX)
                   MOVE "VRT-REFERENCE" TO WS-EXC-CHAMP
                   MOVE "VIREMENT DEJA RETOURNE - ECARTE"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-ECARTER-LE-RETOUR
               WHEN NOT WS-RET-EMIS(WS-RET-IDX)
                   MOVE "VRT-REFERENCE" TO WS-EXC-CHAMP
                   MOVE "VIREMENT INCONNU - RETOUR ECARTE"
                       TO WS-EXC-MESSAGE
                   PERFORM 2600-ECARTER-LE-RETOUR
               WHEN OTHER
                   PERFORM 2200-APPLIQUER-LE-RETOUR
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2200-APPLIQUER-LE-RETOUR : contre-passe le débit banque,    *
      * rouvre le poste ou note le net impayé, marque le            *
      * bénéficiaire et historise le retour                         *
      * -----------------------------------------------------------*
       2200-APPLIQUER-LE-RETOUR.
           IF WS-VHS-OK AND WS-MVT-OK AND WS-APO-OK AND WS-NIM-OK
               PERFORM 2250-CONTRE-PASSER

               EVALUATE TRUE
                   WHEN VHS-FOURNISSEUR
                       PERFORM 2300-ROUVRIR-LE-POSTE
                       PERFORM 2350-MARQUER-FOURNISSEUR
                   WHEN VHS-SALAIRE
                       PERFORM 2400-NOTER-NET-IMPAYE
                       PERFORM 2450-MARQUER-EMPLOYE
                   WHEN OTHER
                       PERFORM 2400-NOTER-NET-IMPAYE
               END-EVALUATE

               SET VHS-RETOURNE TO TRUE
               MOVE VRT-DATE  TO VHS-DATE
               MOVE VRT-MOTIF TO VHS-MOTIF
               WRITE VIRHSTF-ENREG FROM VHS-ENREG

               PERFORM 2500-MARQUER-LES-DOUBLONS
                   VARYING WS-NO-AUTRE FROM 1 BY 1
                       UNTIL WS-NO-AUTRE > WS-NB-RETOURS

               ADD 1 TO WS-NB-RETOURS-TRAITES
               ADD VRT-MONTANT TO WS-TOTAL-RETOURNE

               MOVE "VRT-MOTIF" TO WS-EXC-CHAMP
               MOVE SPACES TO WS-EXC-MESSAGE
               STRING "VIREMENT RETOURNE - MOTIF "
                      VRT-MOTIF DELIMITED BY SIZE
                   INTO WS-EXC-MESSAGE
               END-STRING
               PERFORM 2700-JOURNALISER
           END-IF.

      * -----------------------------------------------------------*
      * 2250-CONTRE-PASSER : crédit banque du montant retourné, au  *
      * compte de l'origine du virement                             *
      * -----------------------------------------------------------*
       2250-CONTRE-PASSER.
           EVALUATE TRUE
               WHEN VHS-FOURNISSEUR
                   MOVE WS-COMPTE-FOURNISSEURS TO MVT-COMPTE
               WHEN VHS-SALAIRE
                   MOVE WS-COMPTE-PERSONNEL    TO MVT-COMPTE
               WHEN OTHER
                   MOVE WS-COMPTE-ORGANISMES   TO MVT-COMPTE
           END-EVALUATE.

           MOVE WS-DATE-TRAITEMENT TO MVT-DATE.
           MOVE "C"                TO MVT-TYPE.
           MOVE VHS-MONTANT        TO MVT-MONTANT.
           MOVE VHS-REFERENCE      TO WS-LIB-REFERENCE.
           MOVE WS-LIBELLE-RETOUR  TO MVT-LIBELLE.
           MOVE "VR"               TO MVT-AGENCE.
           MOVE SPACE              TO MVT-ORIGINE.
           WRITE MVTFILE-ENREG FROM MOUVEMENT-ENREG.

      * -----------------------------------------------------------*
      * 2300-ROUVRIR-LE-POSTE : remet la pièce payée dans les       *
      * postes ouverts, dates et montant d'origine ; sans           *
      * ventilation de TVA, la TVA ayant été portée au premier      *
      * paiement                                                    *
      * -----------------------------------------------------------*
       2300-ROUVRIR-LE-POSTE.
           MOVE VHS-BENEFICIAIRE TO API-FOURNISSEUR.
           MOVE VHS-PIECE        TO API-FACTURE.
           MOVE VHS-DATE-PIECE   TO API-DATE.
           MOVE VHS-ECHEANCE     TO API-ECHEANCE.
           MOVE VHS-MONTANT      TO API-MONTANT.
           INITIALIZE API-VENTILATION.
           WRITE APOPENF-ENREG FROM API-ENREG.
           ADD 1 TO WS-NB-POSTES-ROUVERTS.

      * -----------------------------------------------------------*
      * 2350-MARQUER-FOURNISSEUR : coordonnées à vérifier - plus de *
      * paiement par APPAY010 avant ressaisie de l'IBAN (SUPMNT1)   *
      * -----------------------------------------------------------*
       2350-MARQUER-FOURNISSEUR.
           IF WS-NB-SUP > ZEROES
               SET WS-SUP-IDX TO 1
               SEARCH WS-SUP-ENTREE
                   AT END
                       DISPLAY "FOURNISSEUR INTROUVABLE : "
                           VHS-BENEFICIAIRE
                   WHEN WS-SUP-IDX > WS-NB-SUP
                       DISPLAY "FOURNISSEUR INTROUVABLE : "
                           VHS-BENEFICIAIRE
                   WHEN WS-SUP-ENREG(WS-SUP-IDX)(1:8)
                           = VHS-BENEFICIAIRE
                       MOVE WS-SUP-ENREG(WS-SUP-IDX)
                           TO FOURNISSEUR-ENREG
                       SET SUP-COORD-A-VERIFIER TO TRUE
                       MOVE FOURNISSEUR-ENREG
                           TO WS-SUP-ENREG(WS-SUP-IDX)
                       ADD 1 TO WS-NB-SUP-MARQUES
               END-SEARCH
           ELSE
               DISPLAY "FOURNISSEUR INTROUVABLE : " VHS-BENEFICIAIRE
           END-IF.

      * -----------------------------------------------------------*
      * 2400-NOTER-NET-IMPAYE : le salaire ou le reversement revenu *
      * part dans la liste des nets impayés, à régler à nouveau     *
      * -----------------------------------------------------------*
       2400-NOTER-NET-IMPAYE.
           MOVE VHS-ORIGINE      TO NIM-ORIGINE.
           MOVE VRT-DATE         TO NIM-DATE-RETOUR.
           MOVE VHS-BENEFICIAIRE TO NIM-BENEFICIAIRE.
           MOVE VHS-NOM          TO NIM-NOM.
           MOVE VHS-DEVISE       TO NIM-DEVISE.
           MOVE VHS-MONTANT      TO NIM-MONTANT.
           MOVE VHS-DATE         TO NIM-DATE-VIREMENT.
           MOVE VRT-MOTIF        TO NIM-MOTIF.
           WRITE NETIMPF-ENREG FROM NIM-ENREG.
           ADD 1 TO WS-NB-NETS-IMPAYES.

      * -----------------------------------------------------------*
      * 2450-MARQUER-EMPLOYE : prépare l'action V (coordonnées à    *
      * vérifier) du salarié, une seule par matricule               *
      * -----------------------------------------------------------*
       2450-MARQUER-EMPLOYE.
           MOVE "N" TO WS-MATRICULE-TROUVE-SW.
           PERFORM 2470-CHERCHER-TRANSACTION
               VARYING TRANS-IDX FROM 1 BY 1
                   UNTIL TRANS-IDX > TRANS-NOMBRE.

           IF NOT WS-MATRICULE-TROUVE
               IF TRANS-NOMBRE < 50
                   ADD 1 TO TRANS-NOMBRE
                   MOVE SPACES TO TRANS-POSTE(TRANS-NOMBRE)
                   MOVE "V" TO TRANS-ACTION(TRANS-NOMBRE)
                   MOVE VHS-BENEFICIAIRE(1:6)
                       TO TRANS-MATRICULE(TRANS-NOMBRE)
                   MOVE ZEROES TO TRANS-SALAIRE(TRANS-NOMBRE)
               ELSE
                   DISPLAY "PLUS DE 50 SALARIES A MARQUER - "
                       "MATRICULE NON MARQUE : " VHS-BENEFICIAIRE
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

       2470-CHERCHER-TRANSACTION.
           IF TRANS-MATRICULE(TRANS-IDX) = VHS-BENEFICIAIRE(1:6)
               SET WS-MATRICULE-TROUVE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2500-MARQUER-LES-DOUBLONS : un second retour du même        *
      * virement dans le fichier sera écarté comme doublon          *
      * -----------------------------------------------------------*
       2500-MARQUER-LES-DOUBLONS.
           MOVE WS-RET-ENREG(WS-NO-AUTRE) TO VRT-ENREG.
           IF VRT-ORIGINE = VHS-ORIGINE
               AND VRT-REFERENCE = VHS-REFERENCE
               AND VRT-IBAN = VHS-IBAN
               AND VRT-MONTANT = VHS-MONTANT
               SET WS-RET-RETOURNE(WS-NO-AUTRE) TO TRUE
           END-IF.
           MOVE WS-RET-ENREG(WS-RET-IDX) TO VRT-ENREG.

      * -----------------------------------------------------------*
      * 2600-ECARTER-LE-RETOUR : retour non appliqué, journalisé    *
      * -----------------------------------------------------------*
       2600-ECARTER-LE-RETOUR.
           ADD 1 TO WS-NB-RETOURS-ECARTES.
           PERFORM 2700-JOURNALISER.

      * -----------------------------------------------------------*
      * 2700-JOURNALISER : affiche le retour et l'écrit dans le     *
      * journal des anomalies (avertissement, code retour 4)        *
      * -----------------------------------------------------------*
       2700-JOURNALISER.
           PERFORM 9700-NOTER-REJET.
           DISPLAY "RETOUR " VRT-ORIGINE " " VRT-REFERENCE " "
               VRT-MOTIF " : " WS-EXC-MESSAGE.

           ACCEPT WS-SYS-HHMMSS FROM TIME.
           MOVE WS-DATE-TRAITEMENT TO EXC-DATE.
           MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH.
           MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN.
           MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS.
           MOVE "VIRRET01"  TO EXC-PROGRAMME.
           SET EXC-SEV-AVERTISSEMENT TO TRUE.
           MOVE WS-EXC-CHAMP TO EXC-CHAMP.
           MOVE WS-EXC-VALEUR TO EXC-VALEUR1.
           MOVE VRT-DATE TO EXC-VALEUR2.
           MOVE WS-EXC-MESSAGE TO EXC-MESSAGE.

           IF WS-EXC-OK
               WRITE EXCFILE-ENREG FROM EXC-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TERMINER : ferme les fichiers, réécrit les             *
      * fournisseurs marqués et passe les actions V à PERSMRG01     *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-VHS-OK
               CLOSE VIRHSTF
           END-IF.
           IF WS-APO-OK
               CLOSE APOPENF
           END-IF.
           IF WS-NIM-OK
               CLOSE NETIMPF
           END-IF.
           IF WS-MVT-OK
               CLOSE MVTFILE
           END-IF.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.

           IF WS-NB-SUP-MARQUES > ZEROES
               PERFORM 3500-REECRIRE-FOURNISSEURS
           END-IF.

           IF TRANS-NOMBRE > ZEROES
               CALL "PERSMRG01" USING TRANS-TABLE-ZONE, WS-FUSION-OK,
                   WS-STEP-NOM
               IF NOT WS-FUSION-BONNE
                   DISPLAY "FUSION PERSFILE EN ERREUR - SALARIES "
                       "NON MARQUES"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

           DISPLAY "RETOURS LUS        : " WS-NB-RETOURS-LUS.
           DISPLAY "RETOURS TRAITES    : " WS-NB-RETOURS-TRAITES.
           DISPLAY "MONTANT RETOURNE   : " WS-TOTAL-RETOURNE.
           DISPLAY "RETOURS ECARTES    : " WS-NB-RETOURS-ECARTES.
           DISPLAY "POSTES ROUVERTS    : " WS-NB-POSTES-ROUVERTS.
           DISPLAY "NETS IMPAYES       : " WS-NB-NETS-IMPAYES.
           DISPLAY "FOURNISSEURS MARQ. : " WS-NB-SUP-MARQUES.
           DISPLAY "SALARIES MARQUES   : " TRANS-NOMBRE.

      * -----------------------------------------------------------*
      * 3500-REECRIRE-FOURNISSEURS : réécrit SUPFILE sur place      *
      * depuis la table                                             *
      * -----------------------------------------------------------*
       3500-REECRIRE-FOURNISSEURS.
           OPEN OUTPUT SUPFILE.
           IF NOT WS-SUP-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE SUPFILE - STATUT "
                   WS-SUP-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3550-ECRIRE-UN-FOURNISSEUR
                   VARYING WS-SUP-IDX FROM 1 BY 1
                       UNTIL WS-SUP-IDX > WS-NB-SUP
               CLOSE SUPFILE
               CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
                   WS-IXM-RETOUR
               IF WS-IXM-RETOUR >= 8
                   DISPLAY "RECHARGEMENT DE SUPFILE-IDX EN ERREUR"
                       " - RELANCER IDXCHK1 SUPFILE R"
               END-IF
           END-IF.

       3550-ECRIRE-UN-FOURNISSEUR.
           WRITE SUPFILE-ENREG FROM WS-SUP-ENREG(WS-SUP-IDX).

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif de la fenêtre           *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "VIRRET01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-RETOURS-LUS TO RUN-NB-LUS.
           MOVE WS-NB-RETOURS-TRAITES TO RUN-NB-ECRITS.
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
      * 9700-NOTER-REJET : retient le code retour 4 sans écraser un *
      * code plus grave                                             *
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
