      *                 reprise (STEPCTL01, indispensable : une
      *                 relance paierait deux fois), à la date de
      *                 traitement et au journal de run (RUNFILE).
      * 2026-09-28  AG  Chaque ordre émis est tracé avec la pièce payée
      *                 dans l'historique permanent VIRHSTF (copy
      *                 VIRHST, origine F), relu par VIRRET010 pour
      *                 rouvrir le poste quand le virement revient de la
      *                 banque. Un fournisseur dont un virement est
      *                 revenu (SUP-COORD-STATUT = 'V', SUPFILE passe de
      *                 77 à 78 caractères) n'est plus payé tant que
      *                 SUPMNT1 n'a pas ressaisi son IBAN.
      * 2026-10-15  AG  APOPENF passe de 41 à 98 caractères (ventilation
      *                 de TVA d'APINVREC). La TVA des postes payés est
      *                 cumulée et, en fin de run sans erreur fichier,
      *                 reclassée au grand livre sous le lot APPAY01 :
      *                 débit TVA déductible 445660, crédit achats
      *                 607000 (GLBALFIL/GLHSTFIL, période contrôlée par
      *                 PERCTL01, même mécanique que CSHAPP010).
      * 2026-10-15  AG  Le fournisseur de chaque poste est lu par clé
      *                 dans l'index SUPFILE-IDX (tenu par IDXMST01) au
      *                 lieu d'une table de 200 fournisseurs. Plus de
      *                 table de 100 soldes pour le reclassement de la
      *                 TVA : comme dans GLPOST010, GLBALFIL-IDX est
      *                 rechargé depuis GLBALFIL (IDXMST01), chaque
      *                 compte y est lu et mis à jour par sa clé, puis
      *                 GLBALFIL est réécrit depuis l'index dans l'ordre
      *                 des comptes - les comptes au-delà du 100e ne
      *                 sont plus perdus à la réécriture.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APN-STATUS.

      * Index du maître des fournisseurs, lu par code fournisseur -
      * voir copy SUPREC
           SELECT SUPFILE-IDX ASSIGN TO "SUPFILE-IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIDX-CODE
               FILE STATUS IS WS-SUP-STATUS.

      * Ordres de paiement remis à la banque, encadrés CTLHDTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Historique permanent des virements émis - voir copy VIRHST
           SELECT VIRHSTF ASSIGN TO "VIRHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHS-STATUS.

      * Journal des anomalies (fournisseurs non payables)
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

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

      * Journal de run commun - voir copy RUNREC et OPSRPT010
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL

       FILE SECTION.
       FD  APOPENF
           RECORD CONTAINS 98 CHARACTERS.
       01  APOPENF-ENREG               PIC X(98).

       FD  APOPENF-NEW
           RECORD CONTAINS 98 CHARACTERS.
       01  APOPENF-NEW-ENREG           PIC X(98).

       FD  SUPFILE-IDX.
       01  SUPFILE-IDX-ENREG.
           05  SIDX-CODE               PIC X(08).
           05  SIDX-RESTE              PIC X(70).

       FD  APPAYF
           RECORD CONTAINS 68 CHARACTERS.
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).

       FD  VIRHSTF
           RECORD CONTAINS 114 CHARACTERS.
       01  VIRHSTF-ENREG               PIC X(114).

       FD  EXCFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCFILE-ENREG               PIC X(100).

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

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).
      * Zone du journal des anomalies - voir copy EXCREC
       COPY EXCREC.

      * Virement émis, historisé pour le traitement des retours de
      * la banque (VIRRET010) - voir copy VIRHST
       COPY VIRHST.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

      * Jambe historisée - voir copy GLHSTREC
       COPY GLHSTREC.

      * Ordre de paiement émis, même découpage que le virement de
      * SALPAY010
       01  WS-ORDRE-ENREG.

       01  WS-SUP-STATUS               PIC X(02).
           88  WS-SUP-OK               VALUE "00".
       01  WS-VHS-STATUS               PIC X(02).
           88  WS-VHS-OK               VALUE "00".

       01  WS-PAY-STATUS               PIC X(02).
           88  WS-PAY-OK               VALUE "00".
       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Index du maître des fournisseurs ouvert
       01  WS-SUP-OUVERT-SW            PIC X(01) VALUE "N".
           88  WS-SUP-OUVERT           VALUE "O".

       01  WS-SUP-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SUP-TROUVE           VALUE "O".

       01  WS-SYS-HHMMSS               PIC 9(08).

      * TVA déductible des postes payés (ventilation APINVREC) : le
      * règlement passe TTC par MVTFILE et les règles GLRULFIL ; en
      * fin de run la TVA est reclassée sous le lot APPAY01 au
      * débit du compte de TVA déductible et au crédit du compte
      * d'achats. Un poste rouvert par VIRRET010 n'a plus de
      * ventilation : sa TVA, déjà portée, ne l'est pas deux fois
       01  WS-COMPTE-TVA-DEDUCTIBLE    PIC X(06) VALUE "445660".
       01  WS-COMPTE-ACHATS            PIC X(06) VALUE "607000".
       01  WS-TOTAL-TVA-PAYEE          PIC 9(07)V9(02) VALUE ZEROES.
       01  WS-VEN-IDX                  PIC 9(01).

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

      * Rechargement de l'index du grand livre (IDXMST01)
       01  WS-IXM-FICHIER              PIC X(08) VALUE "GLBALFIL".
       01  WS-IXM-MODE                 PIC X(01) VALUE "R".
       01  WS-IXM-RETOUR               PIC 9(02) VALUE ZEROES.

       01  WS-COMPTE-CIBLE             PIC X(06).
       01  WS-NB-JAMBES                PIC 9(05) VALUE ZEROES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).
      * mouvements                                                  *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           PERFORM 1100-OUVRIR-FOURNISSEURS.

           OPEN INPUT APOPENF.
           IF NOT WS-APO-OK
               SET WS-FIN-FICHIER TO TRUE
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
           END-IF.

      * -----------------------------------------------------------*
      * 1100-OUVRIR-FOURNISSEURS : ouvre l'index du maître des      *
      * fournisseurs ; index absent = aucun paiement possible       *
      * -----------------------------------------------------------*
       1100-OUVRIR-FOURNISSEURS.
           OPEN INPUT SUPFILE-IDX.
           IF WS-SUP-OK
               SET WS-SUP-OUVERT TO TRUE
           ELSE
               DISPLAY "SUPFILE-IDX INTROUVABLE - STATUT "
                   WS-SUP-STATUS " - AUCUN PAIEMENT POSSIBLE"
           END-IF.

      * -----------------------------------------------------------*
      * 2000-PROPOSER-UN-POSTE : paie le poste échu du fournisseur  *
      * payable, reporte les autres                                 *
           ELSE
               PERFORM 2300-CHERCHER-FOURNISSEUR
               IF WS-SUP-TROUVE
                   AND SUP-STATUT = "A"
                   AND SUP-IBAN NOT = SPACES
                   AND SUP-COORD-STATUT NOT = "V"
                   CALL "IBANCHK01" USING SUP-IBAN, WS-IBAN-VALIDE-SW
                   IF WS-IBAN-VALIDE
                       PERFORM 2400-PAYER-LE-POSTE
                   ELSE
           END-READ.

      * -----------------------------------------------------------*
      * 2300-CHERCHER-FOURNISSEUR : lit le fournisseur du poste   *
      * courant par son code dans l'index du maître                 *
      * -----------------------------------------------------------*
       2300-CHERCHER-FOURNISSEUR.
           MOVE "N" TO WS-SUP-TROUVE-SWITCH.

           IF WS-SUP-OUVERT
               MOVE API-FOURNISSEUR TO SIDX-CODE
               READ SUPFILE-IDX INTO FOURNISSEUR-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SUP-TROUVE TO TRUE
               END-READ
           END-IF.

      * -----------------------------------------------------------*
       2400-PAYER-LE-POSTE.
           IF WS-PAY-OK
               MOVE API-FACTURE(1:6)        TO ORD-REFERENCE
               MOVE SUP-NOM(1:12)           TO ORD-NOM
               MOVE SUP-IBAN                TO ORD-IBAN
               MOVE SUP-BIC                 TO ORD-BIC
               MOVE "EUR"                   TO ORD-DEVISE
               MOVE API-MONTANT             TO ORD-MONTANT
               WRITE APPAYF-ENREG FROM WS-ORDRE-ENREG
               PERFORM 2450-HISTORISER-VIREMENT
           END-IF.

           IF WS-MVT-OK
           ADD 1 TO WS-NB-PAYES.
           ADD API-MONTANT TO WS-TOTAL-PAYE.

           PERFORM 2420-CUMULER-TVA-PAYEE
               VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > 3.

      * -----------------------------------------------------------*
      * 2420-CUMULER-TVA-PAYEE : cumule la TVA d'un poste de la     *
      * ventilation du poste payé                                   *
      * -----------------------------------------------------------*
       2420-CUMULER-TVA-PAYEE.
           IF API-TVA-CODE(WS-VEN-IDX) NOT = SPACE
               AND API-TVA-MONTANT(WS-VEN-IDX) IS NUMERIC
               ADD API-TVA-MONTANT(WS-VEN-IDX) TO WS-TOTAL-TVA-PAYEE
           END-IF.

      * -----------------------------------------------------------*
      * 2450-HISTORISER-VIREMENT : trace l'ordre émis et la pièce   *
      * payée dans l'historique permanent, relu par VIRRET010 pour  *
      * rouvrir le poste si le virement revient                     *
      * -----------------------------------------------------------*
       2450-HISTORISER-VIREMENT.
           IF WS-VHS-OK
               MOVE SPACES             TO VHS-ENREG
               SET VHS-EMIS            TO TRUE
               SET VHS-FOURNISSEUR     TO TRUE
               MOVE WS-DATE-TRAITEMENT TO VHS-DATE
               MOVE ORD-REFERENCE      TO VHS-REFERENCE
               MOVE API-FOURNISSEUR    TO VHS-BENEFICIAIRE
               MOVE API-FACTURE        TO VHS-PIECE
               MOVE API-DATE           TO VHS-DATE-PIECE
               MOVE API-ECHEANCE       TO VHS-ECHEANCE
               MOVE ORD-NOM            TO VHS-NOM
               MOVE ORD-IBAN           TO VHS-IBAN
               MOVE ORD-BIC            TO VHS-BIC
               MOVE ORD-DEVISE         TO VHS-DEVISE
               MOVE ORD-MONTANT        TO VHS-MONTANT
               WRITE VIRHSTF-ENREG FROM VHS-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 2600-JOURNALISER-NON-PAYABLE : poste échu d'un fournisseur  *
      * inconnu, inactif, sans IBAN valide ou dont les coordonnées  *
      * sont à vérifier après un retour de virement - pas de        *
      * paiement, anomalie journalisée                              *
      * -----------------------------------------------------------*
       2600-JOURNALISER-NON-PAYABLE.
           ADD 1 TO WS-NB-NON-PAYABLES.
           IF WS-EXC-OK
               CLOSE EXCFILE
           END-IF.
           IF WS-VHS-OK
               CLOSE VIRHSTF
           END-IF.
           IF WS-SUP-OUVERT
               CLOSE SUPFILE-IDX
           END-IF.

           IF WS-PAY-OK
               MOVE "FN"           TO CTLTRL-TYPE
           DISPLAY "POSTES REPORTES    : " WS-NB-REPORTES.
           DISPLAY "POSTES NON PAYABLES: " WS-NB-NON-PAYABLES.

      * La TVA n'est reclassée qu'une fois les ordres et les postes
      * reportés écrits sans erreur
           IF WS-CODE-RETOUR < 8 AND WS-TOTAL-TVA-PAYEE > ZEROES
               PERFORM 3900-COMPTABILISER-TVA
           END-IF.

           DISPLAY "TVA DEDUCTIBLE     : " WS-TOTAL-TVA-PAYEE.
           DISPLAY "JAMBES POSTEES     : " WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 3900-COMPTABILISER-TVA : poste au grand livre la TVA        *
      * déductible des postes payés, datée du jour de traitement ;  *
      * si GLCLS010 a déjà clos cette période (PERCTL01), rien      *
      * n'est posté et l'anomalie est critique                      *
      * -----------------------------------------------------------*
       3900-COMPTABILISER-TVA.
           MOVE WS-DATE-TRAITEMENT(1:6) TO WS-PERIODE-TRAITEMENT.
           CALL "PERCTL01" USING WS-DATE-TRAITEMENT,
               WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW.

           IF WS-PERIODE-CLOSE
               DISPLAY "PERIODE " WS-PERIODE-TRAITEMENT
                   " DEJA CLOSE - TVA DEDUCTIBLE NON POSTEE"
               PERFORM 9700-NOTER-REJET

               OPEN EXTEND EXCFILE
               IF WS-EXC-OK
                   ACCEPT WS-SYS-HHMMSS FROM TIME
                   MOVE WS-DATE-TRAITEMENT TO EXC-DATE
                   MOVE WS-SYS-HHMMSS(1:2) TO EXC-HEURE-HH
                   MOVE WS-SYS-HHMMSS(3:2) TO EXC-HEURE-MN
                   MOVE WS-SYS-HHMMSS(5:2) TO EXC-HEURE-SS
                   MOVE "APPAY010"      TO EXC-PROGRAMME
                   SET EXC-SEV-CRITIQUE TO TRUE
                   MOVE "DATE TRAITEMENT" TO EXC-CHAMP
                   MOVE WS-DATE-TRAITEMENT TO EXC-VALEUR1
                   MOVE WS-PERIODE-OUVERTE TO EXC-VALEUR2
                   MOVE "PERIODE CLOSE - TVA NON POSTEE"
                       TO EXC-MESSAGE
                   WRITE EXCFILE-ENREG FROM EXC-ENREG
                   CLOSE EXCFILE
               END-IF
           ELSE
               PERFORM 3910-OUVRIR-SOLDES
               IF WS-GIX-OUVERT
                   PERFORM 3950-POSTER-LA-TVA
                   CLOSE GLBALFIL-IDX
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3910-OUVRIR-SOLDES : recharge GLBALFIL-IDX depuis GLBALFIL  *
      * (même mécanique que GLPOST010) et l'ouvre en mise à jour ;  *
      * GLBALFIL absent = grand livre vierge. Index inutilisable =  *
      * TVA non postée                                              *
      * -----------------------------------------------------------*
       3910-OUVRIR-SOLDES.
           CALL "IDXMST01" USING WS-IXM-FICHIER, WS-IXM-MODE,
               WS-IXM-RETOUR.

           IF WS-IXM-RETOUR >= 8
               DISPLAY "RECHARGEMENT DE GLBALFIL-IDX EN ERREUR - "
                   "TVA NON POSTEE"
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
                       WS-GIX-STATUS " - TVA NON POSTEE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3950-POSTER-LA-TVA : historise les deux jambes dans         *
      * GLHSTFIL (EXTEND, historique permanent) - débit TVA         *
      * déductible, crédit achats - puis réécrit les soldes du      *
      * grand livre                                                 *
      * -----------------------------------------------------------*
       3950-POSTER-LA-TVA.
           OPEN EXTEND GLHSTFIL.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT GLHSTFIL
           END-IF.

           IF NOT WS-HST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               MOVE "TVA DEDUCTIBLE" TO WS-JAMBE-LIBELLE
               MOVE WS-TOTAL-TVA-PAYEE TO WS-JAMBE-MONTANT

               MOVE WS-COMPTE-TVA-DEDUCTIBLE TO WS-JAMBE-COMPTE
               MOVE "D" TO WS-JAMBE-SENS
               PERFORM 7100-POSTER-UNE-JAMBE

               MOVE WS-COMPTE-ACHATS TO WS-JAMBE-COMPTE
               MOVE "C" TO WS-JAMBE-SENS
               PERFORM 7100-POSTER-UNE-JAMBE
               CLOSE GLHSTFIL

               PERFORM 3960-REECRIRE-SOLDES
           END-IF.

      * -----------------------------------------------------------*
      * 3960-REECRIRE-SOLDES : réécrit GLBALFIL en entier depuis    *
      * GLBALFIL-IDX, dans l'ordre des comptes                      *
      * -----------------------------------------------------------*
       3960-REECRIRE-SOLDES.
           OPEN OUTPUT GLBALFIL.
           IF NOT WS-GLB-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE GLBALFIL - STATUT "
                   WS-GLB-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               PERFORM 3965-POSITIONNER-SOLDES
               PERFORM 3980-ECRIRE-UN-SOLDE
                   UNTIL WS-FIN-SOLDES
               CLOSE GLBALFIL
           END-IF.

      * -----------------------------------------------------------*
      * 3965-POSITIONNER-SOLDES : se positionne sur le premier      *
      * compte de GLBALFIL-IDX et le lit                            *
      * -----------------------------------------------------------*
       3965-POSITIONNER-SOLDES.
           MOVE "N" TO WS-FIN-SOLDES-SW.
           MOVE LOW-VALUES TO GIDX-COMPTE.
           START GLBALFIL-IDX KEY IS NOT < GIDX-COMPTE
               INVALID KEY
                   SET WS-FIN-SOLDES TO TRUE
           END-START.

           IF NOT WS-FIN-SOLDES
               PERFORM 3970-LIRE-SOLDE-SUIVANT
           END-IF.

      * -----------------------------------------------------------*
      * 3970-LIRE-SOLDE-SUIVANT : lit le compte suivant de          *
      * GLBALFIL-IDX dans l'ordre des comptes                       *
      * -----------------------------------------------------------*
       3970-LIRE-SOLDE-SUIVANT.
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

           PERFORM 3970-LIRE-SOLDE-SUIVANT.

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
      * l'historise sous le lot APPAY01                             *
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
           MOVE "APPAY01"          TO GLH-LOT-PROGRAMME.
           WRITE GLHSTFIL-ENREG FROM GLH-ENREG.
           ADD 1 TO WS-NB-JAMBES.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
