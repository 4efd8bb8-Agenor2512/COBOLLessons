       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXMST01.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-15  AG  Création : sous-programme commun de contrôle
      *                 et de reconstruction des index des maîtres
      *                 ACCTFILE, CUSTFILE, INVFILE, SUPFILE et
      *                 GLBALFIL (même principe que PERSFILE-IDX pour
      *                 PERSFILE : le maître séquentiel reste la
      *                 génération de référence, promue et sauvegardée
      *                 comme avant, et l'index en est le miroir
      *                 accédé par clé). Les programmes qui réécrivent
      *                 un de ces maîtres l'appellent en mode "R" pour
      *                 recharger l'index ; IDXCHK1 l'appelle à la
      *                 demande de l'exploitation en contrôle ou en
      *                 reconstruction. Le contrôle relit chaque
      *                 enregistrement du maître dans l'index par sa
      *                 clé et compare l'image entière, puis compte
      *                 les entrées de l'index : les orphelins (clés
      *                 présentes dans l'index seulement) se déduisent
      *                 des comptages, sans table en mémoire, donc
      *                 sans plafond de volume.
      * 2026-10-15  AG  CUSTFILE passe à 113 caractères (statut
      *                 fiscal du client pour la retenue à la source)
      * 2026-10-15  AG  LITFILE (litiges clients, tenu par LITMNT1)
      *                 rejoint les maîtres indexés : LITFILE-IDX par
      *                 numéro de facture, avec clés secondaires sur le
      *                 responsable et sur l'avoir de résolution, pour
      *                 que les lecteurs des litiges lisent par clé au
      *                 lieu de charger une table plafonnée.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maîtres séquentiels de référence ; un seul est ouvert par
      * appel, d'où le statut partagé
           SELECT ACCTFILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT CUSTFILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT INVFILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT SUPFILE ASSIGN TO "SUPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT GLBALFIL ASSIGN TO "GLBALFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT LITFILE ASSIGN TO "LITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

      * Index des maîtres, clé naturelle de chaque maître ; accès
      * DYNAMIC : lecture directe par clé pour le contrôle, lecture
      * séquentielle pour le comptage, rechargement complet pour la
      * reconstruction
           SELECT ACCTFILE-IDX ASSIGN TO "ACCTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIDX-COMPTE
               FILE STATUS IS WS-IDX-STATUS.

           SELECT CUSTFILE-IDX ASSIGN TO "CUSTFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIDX-CODE
               FILE STATUS IS WS-IDX-STATUS.

      * Clé secondaire sur le client, avec doublons, pour le
      * parcours des postes ouverts d'un même client
           SELECT INVFILE-IDX ASSIGN TO "INVFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IIDX-NUMERO
               ALTERNATE RECORD KEY IS IIDX-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.

           SELECT SUPFILE-IDX ASSIGN TO "SUPFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIDX-CODE
               FILE STATUS IS WS-IDX-STATUS.

           SELECT GLBALFIL-IDX ASSIGN TO "GLBALFIL-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIDX-COMPTE
               FILE STATUS IS WS-IDX-STATUS.

      * Un litige par facture ; clés secondaires avec doublons sur le
      * responsable (état par responsable) et sur l'avoir de
      * résolution (rapprochement des avoirs)
           SELECT LITFILE-IDX ASSIGN TO "LITFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIDX-FACTURE
               ALTERNATE RECORD KEY IS LIDX-RESPONSABLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIDX-AVOIR WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACCTFILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-ENREG              PIC X(50).

       FD  CUSTFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CUSTFILE-ENREG              PIC X(113).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INVFILE-ENREG               PIC X(45).

       FD  SUPFILE
           RECORD CONTAINS 78 CHARACTERS.
       01  SUPFILE-ENREG               PIC X(78).

       FD  GLBALFIL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  LITFILE
           RECORD CONTAINS 110 CHARACTERS.
       01  LITFILE-ENREG               PIC X(110).

       FD  ACCTFILE-IDX.
       01  ACCTFILE-IDX-ENREG.
           05  AIDX-COMPTE             PIC X(12).
           05  AIDX-RESTE              PIC X(38).

       FD  CUSTFILE-IDX.
       01  CUSTFILE-IDX-ENREG.
           05  CIDX-CODE               PIC X(08).
           05  CIDX-RESTE              PIC X(105).

       FD  INVFILE-IDX.
       01  INVFILE-IDX-ENREG.
           05  IIDX-NUMERO             PIC X(08).
           05  IIDX-DATE               PIC X(08).
           05  IIDX-MONTANT            PIC X(09).
           05  IIDX-CLIENT             PIC X(08).
           05  IIDX-RESTE              PIC X(12).

       FD  SUPFILE-IDX.
       01  SUPFILE-IDX-ENREG.
           05  SIDX-CODE               PIC X(08).
           05  SIDX-RESTE              PIC X(70).

       FD  GLBALFIL-IDX.
       01  GLBALFIL-IDX-ENREG.
           05  GIDX-COMPTE             PIC X(06).
           05  GIDX-RESTE              PIC X(33).

       FD  LITFILE-IDX.
       01  LITFILE-IDX-ENREG.
           05  LIDX-FACTURE            PIC X(08).
           05  FILLER                  PIC X(18).
           05  LIDX-RESPONSABLE        PIC X(08).
           05  FILLER                  PIC X(17).
           05  LIDX-AVOIR              PIC X(08).
           05  LIDX-RESTE              PIC X(51).

       WORKING-STORAGE SECTION.

      * Maître traité par l'appel
       01  WS-FICHIER                  PIC X(08).
           88  WS-FIC-ACCTFILE         VALUE "ACCTFILE".
           88  WS-FIC-CUSTFILE         VALUE "CUSTFILE".
           88  WS-FIC-INVFILE          VALUE "INVFILE".
           88  WS-FIC-SUPFILE          VALUE "SUPFILE".
           88  WS-FIC-GLBALFIL         VALUE "GLBALFIL".
           88  WS-FIC-LITFILE          VALUE "LITFILE".
           88  WS-FIC-CONNU            VALUE "ACCTFILE" "CUSTFILE"
                                             "INVFILE" "SUPFILE"
                                             "GLBALFIL" "LITFILE".

      * Longueur de la clé en tête d'enregistrement, pour les
      * messages
       01  WS-LG-CLE                   PIC 9(02) VALUE ZEROES.

      * Image de l'enregistrement lu au maître et de celui relu dans
      * l'index, à la longueur du plus long des maîtres
       01  WS-IMAGE-MAITRE             PIC X(113).
       01  WS-IMAGE-IDX                PIC X(113).

       01  WS-MST-STATUS               PIC X(02).
           88  WS-MST-OK               VALUE "00".
           88  WS-MST-EOF              VALUE "10".

       01  WS-IDX-STATUS               PIC X(02).
           88  WS-IDX-OK               VALUE "00".
           88  WS-IDX-EOF              VALUE "10".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

       01  WS-CLE-TROUVEE-SWITCH       PIC X(01) VALUE "N".
           88  WS-CLE-TROUVEE          VALUE "O".

       01  WS-NB-MAITRE                PIC 9(07) VALUE ZEROES.
       01  WS-NB-IDX                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-APPARIES              PIC 9(07) VALUE ZEROES.
       01  WS-NB-ABSENTS-IDX           PIC 9(07) VALUE ZEROES.
       01  WS-NB-ORPHELINS-IDX         PIC 9(07) VALUE ZEROES.
       01  WS-NB-DIFFERENCES           PIC 9(07) VALUE ZEROES.
       01  WS-NB-RECHARGES             PIC 9(07) VALUE ZEROES.
       01  WS-NB-DOUBLONS              PIC 9(07) VALUE ZEROES.

      * Code retour de l'appel : 0 = index sain ou rechargé, 4 =
      * maître absent et index créé vide, 8 = index divergent,
      * incomplet ou erreur fichier
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.

      * Nom logique du maître : ACCTFILE, CUSTFILE, INVFILE, SUPFILE,
      * GLBALFIL ou LITFILE
       01  LK-FICHIER                  PIC X(08).

      * "R" = reconstruction de l'index, autre valeur = contrôle
       01  LK-MODE                     PIC X(01).

      * Code retour restitué à l'appelant
       01  LK-CODE-RETOUR              PIC 9(02).

       PROCEDURE DIVISION USING LK-FICHIER LK-MODE LK-CODE-RETOUR.

           MOVE LK-FICHIER TO WS-FICHIER.
           MOVE ZEROES TO WS-CODE-RETOUR WS-NB-MAITRE WS-NB-IDX
               WS-NB-APPARIES WS-NB-ABSENTS-IDX WS-NB-ORPHELINS-IDX
               WS-NB-DIFFERENCES WS-NB-RECHARGES WS-NB-DOUBLONS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE SPACES TO WS-MST-STATUS WS-IDX-STATUS.

           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   MOVE 12 TO WS-LG-CLE
               WHEN WS-FIC-GLBALFIL
                   MOVE 06 TO WS-LG-CLE
               WHEN WS-FIC-CONNU
                   MOVE 08 TO WS-LG-CLE
               WHEN OTHER
                   DISPLAY "IDXMST01 - MAITRE INCONNU : " WS-FICHIER
                   PERFORM 9800-NOTER-ERREUR-FICHIER
           END-EVALUATE.

           IF WS-FIC-CONNU
               IF LK-MODE = "R" OR LK-MODE = "r"
                   PERFORM 5000-RECONSTRUIRE-INDEX
               ELSE
                   PERFORM 1000-CONTROLER-INDEX
               END-IF
           END-IF.

           MOVE WS-CODE-RETOUR TO LK-CODE-RETOUR.
           GOBACK.

      * -----------------------------------------------------------*
      * 1000-CONTROLER-INDEX : passe de contrôle - chaque           *
      * enregistrement du maître est relu dans l'index par sa clé,  *
      * puis les entrées de l'index sont comptées                   *
      * -----------------------------------------------------------*
       1000-CONTROLER-INDEX.
           PERFORM 1100-OUVRIR-MAITRE.
           IF NOT WS-FIN-FICHIER
               PERFORM 1200-OUVRIR-INDEX-LECTURE
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 2100-LIRE-MAITRE
           END-IF.

           PERFORM 2000-CONTROLER-UN-ENREG
               UNTIL WS-FIN-FICHIER.

           IF WS-CODE-RETOUR < 8
               PERFORM 1300-FERMER-INDEX
               PERFORM 1200-OUVRIR-INDEX-LECTURE
               IF WS-IDX-OK
                   PERFORM 3000-COMPTER-INDEX
                       UNTIL NOT WS-IDX-OK
               END-IF
           END-IF.

           PERFORM 4000-CONCLURE.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-MAITRE : ouvre en lecture le maître séquentiel  *
      * de référence                                                *
      * -----------------------------------------------------------*
       1100-OUVRIR-MAITRE.
           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   OPEN INPUT ACCTFILE
               WHEN WS-FIC-CUSTFILE
                   OPEN INPUT CUSTFILE
               WHEN WS-FIC-INVFILE
                   OPEN INPUT INVFILE
               WHEN WS-FIC-SUPFILE
                   OPEN INPUT SUPFILE
               WHEN WS-FIC-GLBALFIL
                   OPEN INPUT GLBALFIL
               WHEN WS-FIC-LITFILE
                   OPEN INPUT LITFILE
           END-EVALUATE.

           IF NOT WS-MST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR " WS-FICHIER
                   " - STATUT " WS-MST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 1200-OUVRIR-INDEX-LECTURE : ouvre l'index en lecture,       *
      * positionné sur sa première clé                              *
      * -----------------------------------------------------------*
       1200-OUVRIR-INDEX-LECTURE.
           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   OPEN INPUT ACCTFILE-IDX
               WHEN WS-FIC-CUSTFILE
                   OPEN INPUT CUSTFILE-IDX
               WHEN WS-FIC-INVFILE
                   OPEN INPUT INVFILE-IDX
               WHEN WS-FIC-SUPFILE
                   OPEN INPUT SUPFILE-IDX
               WHEN WS-FIC-GLBALFIL
                   OPEN INPUT GLBALFIL-IDX
               WHEN WS-FIC-LITFILE
                   OPEN INPUT LITFILE-IDX
           END-EVALUATE.

           IF NOT WS-IDX-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR L'INDEX DE " WS-FICHIER
                   " - STATUT " WS-IDX-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 1300-FERMER-INDEX : ferme l'index du maître traité          *
      * -----------------------------------------------------------*
       1300-FERMER-INDEX.
           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   CLOSE ACCTFILE-IDX
               WHEN WS-FIC-CUSTFILE
                   CLOSE CUSTFILE-IDX
               WHEN WS-FIC-INVFILE
                   CLOSE INVFILE-IDX
               WHEN WS-FIC-SUPFILE
                   CLOSE SUPFILE-IDX
               WHEN WS-FIC-GLBALFIL
                   CLOSE GLBALFIL-IDX
               WHEN WS-FIC-LITFILE
                   CLOSE LITFILE-IDX
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 1400-FERMER-MAITRE : ferme le maître séquentiel traité      *
      * -----------------------------------------------------------*
       1400-FERMER-MAITRE.
           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   CLOSE ACCTFILE
               WHEN WS-FIC-CUSTFILE
                   CLOSE CUSTFILE
               WHEN WS-FIC-INVFILE
                   CLOSE INVFILE
               WHEN WS-FIC-SUPFILE
                   CLOSE SUPFILE
               WHEN WS-FIC-GLBALFIL
                   CLOSE GLBALFIL
               WHEN WS-FIC-LITFILE
                   CLOSE LITFILE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2000-CONTROLER-UN-ENREG : relit l'enregistrement courant du *
      * maître dans l'index par sa clé et compare les deux images   *
      * -----------------------------------------------------------*
       2000-CONTROLER-UN-ENREG.
           ADD 1 TO WS-NB-MAITRE.

           PERFORM 2200-LIRE-INDEX-PAR-CLE.

           IF WS-CLE-TROUVEE
               ADD 1 TO WS-NB-APPARIES
               IF WS-IMAGE-IDX NOT = WS-IMAGE-MAITRE
                   ADD 1 TO WS-NB-DIFFERENCES
                   DISPLAY "DIFFERENCE " WS-FICHIER " : "
                       WS-IMAGE-MAITRE(1:WS-LG-CLE)
               END-IF
           ELSE
               ADD 1 TO WS-NB-ABSENTS-IDX
               DISPLAY "ABSENT DE L'INDEX " WS-FICHIER " : "
                   WS-IMAGE-MAITRE(1:WS-LG-CLE)
           END-IF.

           PERFORM 2100-LIRE-MAITRE.

      * -----------------------------------------------------------*
      * 2100-LIRE-MAITRE : lit le prochain enregistrement du maître *
      * -----------------------------------------------------------*
       2100-LIRE-MAITRE.
           MOVE SPACES TO WS-IMAGE-MAITRE.

           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   READ ACCTFILE INTO WS-IMAGE-MAITRE
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN WS-FIC-CUSTFILE
                   READ CUSTFILE INTO WS-IMAGE-MAITRE
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN WS-FIC-INVFILE
                   READ INVFILE INTO WS-IMAGE-MAITRE
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN WS-FIC-SUPFILE
                   READ SUPFILE INTO WS-IMAGE-MAITRE
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN WS-FIC-GLBALFIL
                   READ GLBALFIL INTO WS-IMAGE-MAITRE
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
               WHEN WS-FIC-LITFILE
                   READ LITFILE INTO WS-IMAGE-MAITRE
                       AT END
                           SET WS-FIN-FICHIER TO TRUE
                   END-READ
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2200-LIRE-INDEX-PAR-CLE : lecture directe dans l'index de   *
      * la clé de l'enregistrement courant du maître                *
      * -----------------------------------------------------------*
       2200-LIRE-INDEX-PAR-CLE.
           MOVE "N" TO WS-CLE-TROUVEE-SWITCH.
           MOVE SPACES TO WS-IMAGE-IDX.

           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   MOVE WS-IMAGE-MAITRE TO ACCTFILE-IDX-ENREG
                   READ ACCTFILE-IDX INTO WS-IMAGE-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CLE-TROUVEE TO TRUE
                   END-READ
               WHEN WS-FIC-CUSTFILE
                   MOVE WS-IMAGE-MAITRE TO CUSTFILE-IDX-ENREG
                   READ CUSTFILE-IDX INTO WS-IMAGE-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CLE-TROUVEE TO TRUE
                   END-READ
               WHEN WS-FIC-INVFILE
                   MOVE WS-IMAGE-MAITRE TO INVFILE-IDX-ENREG
                   READ INVFILE-IDX INTO WS-IMAGE-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CLE-TROUVEE TO TRUE
                   END-READ
               WHEN WS-FIC-SUPFILE
                   MOVE WS-IMAGE-MAITRE TO SUPFILE-IDX-ENREG
                   READ SUPFILE-IDX INTO WS-IMAGE-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CLE-TROUVEE TO TRUE
                   END-READ
               WHEN WS-FIC-GLBALFIL
                   MOVE WS-IMAGE-MAITRE TO GLBALFIL-IDX-ENREG
                   READ GLBALFIL-IDX INTO WS-IMAGE-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CLE-TROUVEE TO TRUE
                   END-READ
               WHEN WS-FIC-LITFILE
                   MOVE WS-IMAGE-MAITRE TO LITFILE-IDX-ENREG
                   READ LITFILE-IDX INTO WS-IMAGE-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CLE-TROUVEE TO TRUE
                   END-READ
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 3000-COMPTER-INDEX : lit l'entrée suivante de l'index en    *
      * séquence de clé et la compte                                *
      * -----------------------------------------------------------*
       3000-COMPTER-INDEX.
           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   READ ACCTFILE-IDX NEXT
                       AT END
                           MOVE "10" TO WS-IDX-STATUS
                   END-READ
               WHEN WS-FIC-CUSTFILE
                   READ CUSTFILE-IDX NEXT
                       AT END
                           MOVE "10" TO WS-IDX-STATUS
                   END-READ
               WHEN WS-FIC-INVFILE
                   READ INVFILE-IDX NEXT
                       AT END
                           MOVE "10" TO WS-IDX-STATUS
                   END-READ
               WHEN WS-FIC-SUPFILE
                   READ SUPFILE-IDX NEXT
                       AT END
                           MOVE "10" TO WS-IDX-STATUS
                   END-READ
               WHEN WS-FIC-GLBALFIL
                   READ GLBALFIL-IDX NEXT
                       AT END
                           MOVE "10" TO WS-IDX-STATUS
                   END-READ
               WHEN WS-FIC-LITFILE
                   READ LITFILE-IDX NEXT
                       AT END
                           MOVE "10" TO WS-IDX-STATUS
                   END-READ
           END-EVALUATE.

           IF WS-IDX-OK
               ADD 1 TO WS-NB-IDX
           END-IF.

      * -----------------------------------------------------------*
      * 4000-CONCLURE : comptages, verdict et code retour ; les     *
      * clés de l'index que le maître n'a pas retrouvées sont des   *
      * orphelins                                                   *
      * -----------------------------------------------------------*
       4000-CONCLURE.
           IF WS-MST-OK OR WS-MST-EOF
               PERFORM 1400-FERMER-MAITRE
           END-IF.
           IF WS-IDX-OK OR WS-IDX-EOF
               PERFORM 1300-FERMER-INDEX
           END-IF.

           IF WS-NB-IDX > WS-NB-APPARIES
               COMPUTE WS-NB-ORPHELINS-IDX =
                   WS-NB-IDX - WS-NB-APPARIES
           END-IF.

           DISPLAY "CONTROLE DE L'INDEX DE " WS-FICHIER.
           DISPLAY "ENREGISTREMENTS MAITRE : " WS-NB-MAITRE.
           DISPLAY "ENTREES DE L'INDEX     : " WS-NB-IDX.
           DISPLAY "ABSENTS DE L'INDEX     : " WS-NB-ABSENTS-IDX.
           DISPLAY "ORPHELINS DE L'INDEX   : " WS-NB-ORPHELINS-IDX.
           DISPLAY "DIFFERENCES D'IMAGE    : " WS-NB-DIFFERENCES.

           EVALUATE TRUE
               WHEN WS-CODE-RETOUR >= 8
                   DISPLAY "CONTROLE INTERROMPU - VERDICT "
                       "IMPOSSIBLE"
               WHEN WS-NB-ABSENTS-IDX > ZEROES
                   OR WS-NB-ORPHELINS-IDX > ZEROES
                   OR WS-NB-DIFFERENCES > ZEROES
                   OR WS-NB-MAITRE NOT = WS-NB-IDX
                   DISPLAY "INDEX DIVERGENT - RECONSTRUCTION "
                       "RECOMMANDEE (IDXCHK1 " WS-FICHIER " R)"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               WHEN OTHER
                   DISPLAY "INDEX CONFORME AU MAITRE"
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 5000-RECONSTRUIRE-INDEX : recharge l'index en entier depuis *
      * le maître séquentiel                                        *
      * -----------------------------------------------------------*
       5000-RECONSTRUIRE-INDEX.
           PERFORM 1100-OUVRIR-MAITRE.
           IF WS-MST-STATUS = "35"
               PERFORM 5300-CREER-INDEX-VIDE
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 5200-OUVRIR-INDEX-ECRITURE
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 2100-LIRE-MAITRE
           END-IF.

           PERFORM 5100-RECHARGER-UN-ENREG
               UNTIL WS-FIN-FICHIER.

           IF WS-MST-OK OR WS-MST-EOF
               PERFORM 1400-FERMER-MAITRE
           END-IF.
           IF WS-IDX-OK OR WS-IDX-EOF
               PERFORM 1300-FERMER-INDEX
           END-IF.

           DISPLAY "INDEX DE " WS-FICHIER " RECHARGE : "
               WS-NB-RECHARGES " ENTREES".
           IF WS-NB-DOUBLONS > ZEROES
               DISPLAY "CLES EN DOUBLE AU MAITRE " WS-FICHIER " : "
                   WS-NB-DOUBLONS " - INDEX INCOMPLET"
               PERFORM 9800-NOTER-ERREUR-FICHIER
           END-IF.

      * -----------------------------------------------------------*
      * 5100-RECHARGER-UN-ENREG : écrit l'enregistrement courant du *
      * maître dans l'index reconstruit                             *
      * -----------------------------------------------------------*
       5100-RECHARGER-UN-ENREG.
           MOVE "O" TO WS-CLE-TROUVEE-SWITCH.

           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   MOVE WS-IMAGE-MAITRE TO ACCTFILE-IDX-ENREG
                   WRITE ACCTFILE-IDX-ENREG
                       INVALID KEY
                           MOVE "N" TO WS-CLE-TROUVEE-SWITCH
                   END-WRITE
               WHEN WS-FIC-CUSTFILE
                   MOVE WS-IMAGE-MAITRE TO CUSTFILE-IDX-ENREG
                   WRITE CUSTFILE-IDX-ENREG
                       INVALID KEY
                           MOVE "N" TO WS-CLE-TROUVEE-SWITCH
                   END-WRITE
               WHEN WS-FIC-INVFILE
                   MOVE WS-IMAGE-MAITRE TO INVFILE-IDX-ENREG
                   WRITE INVFILE-IDX-ENREG
                       INVALID KEY
                           MOVE "N" TO WS-CLE-TROUVEE-SWITCH
                   END-WRITE
               WHEN WS-FIC-SUPFILE
                   MOVE WS-IMAGE-MAITRE TO SUPFILE-IDX-ENREG
                   WRITE SUPFILE-IDX-ENREG
                       INVALID KEY
                           MOVE "N" TO WS-CLE-TROUVEE-SWITCH
                   END-WRITE
               WHEN WS-FIC-GLBALFIL
                   MOVE WS-IMAGE-MAITRE TO GLBALFIL-IDX-ENREG
                   WRITE GLBALFIL-IDX-ENREG
                       INVALID KEY
                           MOVE "N" TO WS-CLE-TROUVEE-SWITCH
                   END-WRITE
               WHEN WS-FIC-LITFILE
                   MOVE WS-IMAGE-MAITRE TO LITFILE-IDX-ENREG
                   WRITE LITFILE-IDX-ENREG
                       INVALID KEY
                           MOVE "N" TO WS-CLE-TROUVEE-SWITCH
                   END-WRITE
           END-EVALUATE.

           IF WS-CLE-TROUVEE
               ADD 1 TO WS-NB-RECHARGES
           ELSE
               ADD 1 TO WS-NB-DOUBLONS
               DISPLAY "CLE EN DOUBLE DANS " WS-FICHIER " : "
                   WS-IMAGE-MAITRE(1:WS-LG-CLE)
           END-IF.

           PERFORM 2100-LIRE-MAITRE.

      * -----------------------------------------------------------*
      * 5200-OUVRIR-INDEX-ECRITURE : ouvre l'index en création -    *
      * l'ancien contenu est remplacé                               *
      * -----------------------------------------------------------*
       5200-OUVRIR-INDEX-ECRITURE.
           EVALUATE TRUE
               WHEN WS-FIC-ACCTFILE
                   OPEN OUTPUT ACCTFILE-IDX
               WHEN WS-FIC-CUSTFILE
                   OPEN OUTPUT CUSTFILE-IDX
               WHEN WS-FIC-INVFILE
                   OPEN OUTPUT INVFILE-IDX
               WHEN WS-FIC-SUPFILE
                   OPEN OUTPUT SUPFILE-IDX
               WHEN WS-FIC-GLBALFIL
                   OPEN OUTPUT GLBALFIL-IDX
               WHEN WS-FIC-LITFILE
                   OPEN OUTPUT LITFILE-IDX
           END-EVALUATE.

           IF NOT WS-IDX-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR L'INDEX DE " WS-FICHIER
                   " - STATUT " WS-IDX-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 5300-CREER-INDEX-VIDE : maître absent (création du maître   *
      * par sa maintenance) - l'index est créé vide, code retour 4  *
      * -----------------------------------------------------------*
       5300-CREER-INDEX-VIDE.
           DISPLAY WS-FICHIER " ABSENT - INDEX CREE VIDE".
           PERFORM 5200-OUVRIR-INDEX-ECRITURE.
           IF WS-IDX-OK
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
