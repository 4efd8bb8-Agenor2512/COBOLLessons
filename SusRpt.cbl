       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSRPT010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-14  AG  Création : état mensuel des suspens du compte
      *                 d'attente 471000, passé en fin de mois avant
      *                 la clôture GLCLS010. Relit l'historique
      *                 GLHSTFIL et imprime chaque jambe 471000 que le
      *                 registre de lettrage SUSCLRF (copy SUSCLR,
      *                 tenu par SUSCLR1) ne solde pas encore : date,
      *                 sens, montant, libellé, lot source, segment et
      *                 ancienneté (calendrier 30/360, mêmes tranches
      *                 que INVAGE01 : 0-30, 31-60, 61-90, 91 et
      *                 plus), puis le nombre et le net de chaque
      *                 tranche. Le net des suspens est rapproché du
      *                 solde 471000 de GLBALFIL ; un écart (historique
      *                 purgé par RETMGR010, reprise de solde) est
      *                 signalé sans être rejeté. Un suspens de plus de
      *                 90 jours rend le code retour 4 : la clôture
      *                 n'est pas bloquée mais le step ressort à
      *                 l'état d'exploitation.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historique permanent des écritures postées - voir GLHSTREC
           SELECT GLHSTFIL ASSIGN TO "GLHSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * Registre permanent du lettrage 471000 - voir copy SUSCLR
           SELECT SUSCLRF ASSIGN TO "SUSCLRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCL-STATUS.

      * Soldes du grand livre, pour le rapprochement du 471000
           SELECT GLBALFIL ASSIGN TO "GLBALFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.

      * Etat des suspens imprimé
           SELECT SUSRPT ASSIGN TO "SUSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Journal de run commun - voir copy RUNREC
           SELECT RUNFILE ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  GLHSTFIL
           RECORD CONTAINS 62 CHARACTERS.
       01  GLHSTFIL-ENREG              PIC X(62).

       FD  SUSCLRF
           RECORD CONTAINS 84 CHARACTERS.
       01  SUSCLRF-ENREG               PIC X(84).

       FD  GLBALFIL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  SUSRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSRPT-LIGNE                PIC X(80).

       FD  RUNFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNFILE-ENREG               PIC X(51).

       WORKING-STORAGE SECTION.

      * Ecriture historisée courante - voir copy GLHSTREC
       COPY GLHSTREC.

      * Entrée du registre de lettrage - voir copy SUSCLR
       COPY SUSCLR.

      * Solde du grand livre - voir copy GLBALREC
       COPY GLBALREC.

       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

       01  WS-SCL-STATUS               PIC X(02).
           88  WS-SCL-OK               VALUE "00".

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Compte d'attente de GLPOST010 et lot des écritures de
      * lettrage de SUSCLR1 (jamais en suspens elles-mêmes)
       01  WS-COMPTE-ATTENTE           PIC X(06) VALUE "471000".
       01  WS-LOT-LETTRAGE             PIC X(08) VALUE "SUSCLR1".

      * Registre de lettrage chargé en table : une entrée solde une
      * seule jambe 471000 d'image identique (consommée au passage,
      * même règle que SUSCLR1)
       01  WS-SCL-TABLE.
           05  WS-SCL-ENTREE OCCURS 1000 TIMES
                   INDEXED BY WS-SCL-IDX.
               10  WS-SCL-ELEMENT      PIC X(62).
               10  WS-SCL-CONSOMME     PIC X(01).
       01  WS-NB-SCL                   PIC 9(04) VALUE ZEROES.

       01  WS-SCL-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCL-TROUVE           VALUE "O".

      * Solde 471000 de GLBALFIL (débiteur positif)
       01  WS-SOLDE-GRAND-LIVRE        PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-SOLDE-TROUVE-SW          PIC X(01) VALUE "N".
           88  WS-SOLDE-TROUVE         VALUE "O".

      * Montant signé du suspens courant (débit positif) et net
      * de tous les suspens
       01  WS-MONTANT-SIGNE            PIC S9(09)V9(02).
       01  WS-NET-SUSPENS              PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-ECART                    PIC S9(09)V9(02).

      * Ancienneté exprimée en "jours 30/360", même approximation
      * calendaire qu'INVAGE01
       01  WS-DATE-JOUR.
           05  WS-JOUR-AAAA            PIC 9(04).
           05  WS-JOUR-MM              PIC 9(02).
           05  WS-JOUR-JJ              PIC 9(02).
       01  WS-JOURS-ELEMENT            PIC 9(07).
       01  WS-JOURS-AUJOURDHUI         PIC 9(07).
       01  WS-NB-JOURS-ANCIENNETE      PIC S9(07).

      * Nombre et net de chaque tranche d'ancienneté
       01  WS-TOTAUX-TRANCHES.
           05  WS-NB-0-30              PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-0-30           PIC S9(09)V9(02) VALUE ZEROES.
           05  WS-NB-31-60             PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-31-60          PIC S9(09)V9(02) VALUE ZEROES.
           05  WS-NB-61-90             PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-61-90          PIC S9(09)V9(02) VALUE ZEROES.
           05  WS-NB-91-PLUS           PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-91-PLUS        PIC S9(09)V9(02) VALUE ZEROES.

       01  WS-NB-LUS                   PIC 9(07) VALUE ZEROES.
       01  WS-NB-SUSPENS               PIC 9(07) VALUE ZEROES.
       01  WS-NB-LETTRES               PIC 9(07) VALUE ZEROES.

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 (titre, date du jour, numéro de page) - cet état
      * tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "SUSPENS DU COMPTE D'ATTENTE 471000".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-ENTETE-2.
           05  FILLER             PIC X(10) VALUE "DATE".
           05  FILLER             PIC X(02) VALUE "S".
           05  FILLER             PIC X(13) VALUE "     MONTANT".
           05  FILLER             PIC X(21) VALUE "LIBELLE".
           05  FILLER             PIC X(18) VALUE "LOT SOURCE".
           05  FILLER             PIC X(04) VALUE "SG".
           05  FILLER             PIC X(12) VALUE "  AGE".

       01  WS-LIGNE-DETAIL.
           05  DET-DATE           PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-SENS           PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-MONTANT        PIC ZZZZZZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-LIBELLE        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-LOT-DATE       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-LOT-PROG       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-SEGMENT        PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-AGE            PIC -(04)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-TRANCHE        PIC X(06).

       01  WS-LIGNE-TOTAL-TRANCHE.
           05  FILLER             PIC X(10) VALUE "TRANCHE : ".
           05  TT-LIBELLE         PIC X(10).
           05  TT-NB              PIC ZZZZ9.
           05  FILLER             PIC X(15) VALUE " ELEMENTS  NET ".
           05  TT-MONTANT         PIC -(08)9.99.
           05  FILLER             PIC X(28) VALUE SPACES.

       01  WS-LIGNE-NET.
           05  FILLER             PIC X(30)
               VALUE "NET DES SUSPENS            : ".
           05  LN-MONTANT         PIC -(08)9.99.
           05  FILLER             PIC X(38) VALUE SPACES.

       01  WS-LIGNE-SOLDE.
           05  FILLER             PIC X(30)
               VALUE "SOLDE 471000 GLBALFIL      : ".
           05  LS-MONTANT         PIC -(08)9.99.
           05  FILLER             PIC X(38) VALUE SPACES.

       01  WS-LIGNE-ECART.
           05  FILLER             PIC X(30)
               VALUE "ECART (PURGE OU REPRISE)   : ".
           05  LE-MONTANT         PIC -(08)9.99.
           05  FILLER             PIC X(38) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Date officielle de traitement de la fenêtre, lue via le
      * sous-programme commun DATPRM01 (fichier DATEFILE)
       01  WS-DATE-TRAITEMENT          PIC 9(08).

      * Journal de run commun - voir copy RUNREC
       COPY RUNREC.

       01  WS-RUN-STATUS               PIC X(02).
           88  WS-RUN-OK               VALUE "00".

      * Heures machine HHMMSSCC telles que restituées par TIME ;
      * seuls les six premiers chiffres (HHMMSS) vont au journal
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = suspens de plus de 90 jours,
      * 8 = erreur fichier (convention commune aux steps de la
      * chaîne)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 1000-INITIALISER.

           IF NOT WS-FIN-FICHIER
               PERFORM 2000-CLASSER-ECRITURE
                   UNTIL WS-FIN-FICHIER
               CLOSE GLHSTFIL
           END-IF.

           PERFORM 3000-TERMINER.

           PERFORM 9600-ECRIRE-JOURNAL-RUN.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge le registre de lettrage et le     *
      * solde 471000, ouvre l'historique et l'état                  *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-JOUR.
           COMPUTE WS-JOURS-AUJOURDHUI =
               (WS-JOUR-AAAA * 360) + (WS-JOUR-MM * 30) + WS-JOUR-JJ.

           OPEN INPUT SUSCLRF.
           IF WS-SCL-OK
               PERFORM 1150-LIRE-ET-STOCKER-LETTRAGE
                   UNTIL NOT WS-SCL-OK OR WS-NB-SCL >= 1000
               CLOSE SUSCLRF
           ELSE
               DISPLAY "SUSCLRF ABSENT - AUCUN LETTRAGE"
           END-IF.

           OPEN INPUT GLBALFIL.
           IF WS-GLB-OK
               PERFORM 1250-LIRE-SOLDE
                   UNTIL NOT WS-GLB-OK OR WS-SOLDE-TROUVE
               CLOSE GLBALFIL
           ELSE
               DISPLAY "GLBALFIL INTROUVABLE - PAS DE RAPPROCHEMENT"
           END-IF.

           OPEN INPUT GLHSTFIL.
           IF NOT WS-HST-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR GLHSTFIL - STATUT "
                   WS-HST-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           END-IF.

           OPEN OUTPUT SUSRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR SUSRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
                   WS-LIGNE-ENTETE-1
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-ENTETE-2
           END-IF.

           IF NOT WS-FIN-FICHIER
               PERFORM 2100-LIRE-ECRITURE
           END-IF.

      * -----------------------------------------------------------*
      * 1150-LIRE-ET-STOCKER-LETTRAGE : lit une entrée du registre  *
      * de lettrage et la place dans la table, non consommée        *
      * -----------------------------------------------------------*
       1150-LIRE-ET-STOCKER-LETTRAGE.
           READ SUSCLRF INTO SCLR-ENREG
               AT END
                   MOVE "10" TO WS-SCL-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-SCL
                   MOVE SCLR-ELEMENT TO WS-SCL-ELEMENT(WS-NB-SCL)
                   MOVE "N" TO WS-SCL-CONSOMME(WS-NB-SCL)
           END-READ.

      * -----------------------------------------------------------*
      * 1250-LIRE-SOLDE : lit un solde de GLBALFIL et retient celui *
      * du compte d'attente                                         *
      * -----------------------------------------------------------*
       1250-LIRE-SOLDE.
           READ GLBALFIL INTO GL-SOLDE-ENREG
               AT END
                   MOVE "10" TO WS-GLB-STATUS
               NOT AT END
                   IF GLB-COMPTE = WS-COMPTE-ATTENTE
                       MOVE GL-SOLDE TO WS-SOLDE-GRAND-LIVRE
                       SET WS-SOLDE-TROUVE TO TRUE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-CLASSER-ECRITURE : retient une jambe 471000 que le     *
      * registre ne solde pas (les écritures de lettrage sont       *
      * écartées), la classe dans sa tranche et l'imprime           *
      * -----------------------------------------------------------*
       2000-CLASSER-ECRITURE.
           ADD 1 TO WS-NB-LUS.

           IF GLH-COMPTE = WS-COMPTE-ATTENTE
               AND GLH-LOT-PROGRAMME NOT = WS-LOT-LETTRAGE
               PERFORM 2200-CHERCHER-LETTRAGE
               IF WS-SCL-TROUVE
                   ADD 1 TO WS-NB-LETTRES
               ELSE
                   PERFORM 2300-EDITER-SUSPENS
               END-IF
           END-IF.

           PERFORM 2100-LIRE-ECRITURE.

      * -----------------------------------------------------------*
      * 2100-LIRE-ECRITURE : lit la prochaine écriture historisée   *
      * -----------------------------------------------------------*
       2100-LIRE-ECRITURE.
           READ GLHSTFIL INTO GLH-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
           END-READ.

      * -----------------------------------------------------------*
      * 2200-CHERCHER-LETTRAGE : une entrée non consommée du        *
      * registre porte-t-elle l'image de la jambe courante ? Si oui *
      * elle est consommée                                          *
      * -----------------------------------------------------------*
       2200-CHERCHER-LETTRAGE.
           MOVE "N" TO WS-SCL-TROUVE-SWITCH.

           IF WS-NB-SCL > ZEROES
               SET WS-SCL-IDX TO 1
               SEARCH WS-SCL-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-SCL-IDX > WS-NB-SCL
                       SET WS-SCL-IDX TO WS-NB-SCL
                   WHEN WS-SCL-ELEMENT(WS-SCL-IDX) = GLH-ENREG
                       AND WS-SCL-CONSOMME(WS-SCL-IDX) = "N"
                       SET WS-SCL-TROUVE TO TRUE
                       MOVE "O" TO WS-SCL-CONSOMME(WS-SCL-IDX)
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 2300-EDITER-SUSPENS : calcule l'ancienneté du suspens, le   *
      * cumule dans sa tranche et imprime le détail ; au-delà de 90 *
      * jours le code retour passe à 4                              *
      * -----------------------------------------------------------*
       2300-EDITER-SUSPENS.
           ADD 1 TO WS-NB-SUSPENS.

           IF GLH-SENS-DEBIT
               MOVE GLH-MONTANT TO WS-MONTANT-SIGNE
           ELSE
               COMPUTE WS-MONTANT-SIGNE = ZEROES - GLH-MONTANT
           END-IF.
           ADD WS-MONTANT-SIGNE TO WS-NET-SUSPENS.

           COMPUTE WS-JOURS-ELEMENT =
               (GLH-DATE-AAAA * 360) + (GLH-DATE-MM * 30)
               + GLH-DATE-JJ.
           COMPUTE WS-NB-JOURS-ANCIENNETE =
               WS-JOURS-AUJOURDHUI - WS-JOURS-ELEMENT.

           EVALUATE TRUE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 30
                   ADD 1 TO WS-NB-0-30
                   ADD WS-MONTANT-SIGNE TO WS-TOTAL-0-30
                   MOVE "0-30"   TO DET-TRANCHE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 60
                   ADD 1 TO WS-NB-31-60
                   ADD WS-MONTANT-SIGNE TO WS-TOTAL-31-60
                   MOVE "31-60"  TO DET-TRANCHE
               WHEN WS-NB-JOURS-ANCIENNETE NOT > 90
                   ADD 1 TO WS-NB-61-90
                   ADD WS-MONTANT-SIGNE TO WS-TOTAL-61-90
                   MOVE "61-90"  TO DET-TRANCHE
               WHEN OTHER
                   ADD 1 TO WS-NB-91-PLUS
                   ADD WS-MONTANT-SIGNE TO WS-TOTAL-91-PLUS
                   MOVE "91+"    TO DET-TRANCHE
                   IF WS-CODE-RETOUR < 4
                       MOVE 4 TO WS-CODE-RETOUR
                   END-IF
           END-EVALUATE.

           MOVE GLH-DATE               TO DET-DATE.
           MOVE GLH-SENS               TO DET-SENS.
           MOVE GLH-MONTANT            TO DET-MONTANT.
           MOVE GLH-LIBELLE            TO DET-LIBELLE.
           MOVE GLH-LOT-DATE           TO DET-LOT-DATE.
           MOVE GLH-LOT-PROGRAMME      TO DET-LOT-PROG.
           MOVE GLH-SEGMENT            TO DET-SEGMENT.
           MOVE WS-NB-JOURS-ANCIENNETE TO DET-AGE.

           IF WS-RPT-OK
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-DETAIL
           END-IF.

      * -----------------------------------------------------------*
      * 3000-TERMINER : imprime le nombre et le net de chaque       *
      * tranche, le rapprochement avec GLBALFIL et ferme l'état     *
      * -----------------------------------------------------------*
       3000-TERMINER.
           IF WS-RPT-OK
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-VIDE

               MOVE "0-30 JOURS"  TO TT-LIBELLE
               MOVE WS-NB-0-30    TO TT-NB
               MOVE WS-TOTAL-0-30 TO TT-MONTANT
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE

               MOVE "31-60 JRS"    TO TT-LIBELLE
               MOVE WS-NB-31-60    TO TT-NB
               MOVE WS-TOTAL-31-60 TO TT-MONTANT
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE

               MOVE "61-90 JRS"    TO TT-LIBELLE
               MOVE WS-NB-61-90    TO TT-NB
               MOVE WS-TOTAL-61-90 TO TT-MONTANT
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE

               MOVE "91+ JOURS"      TO TT-LIBELLE
               MOVE WS-NB-91-PLUS    TO TT-NB
               MOVE WS-TOTAL-91-PLUS TO TT-MONTANT
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-TOTAL-TRANCHE

               WRITE SUSRPT-LIGNE FROM WS-LIGNE-VIDE
               MOVE WS-NET-SUSPENS TO LN-MONTANT
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-NET
           END-IF.

      * L'écart n'est qu'une information : un historique purgé ou
      * un solde repris sans détail ne se lettre pas
           IF WS-RPT-OK
               AND WS-SOLDE-TROUVE
               MOVE WS-SOLDE-GRAND-LIVRE TO LS-MONTANT
               WRITE SUSRPT-LIGNE FROM WS-LIGNE-SOLDE
               COMPUTE WS-ECART =
                   WS-SOLDE-GRAND-LIVRE - WS-NET-SUSPENS
               IF WS-ECART NOT = ZEROES
                   MOVE WS-ECART TO LE-MONTANT
                   WRITE SUSRPT-LIGNE FROM WS-LIGNE-ECART
               END-IF
           END-IF.

           IF WS-RPT-OK
               CLOSE SUSRPT
           END-IF.

           DISPLAY "JAMBES LUES      : " WS-NB-LUS.
           DISPLAY "SUSPENS EDITES   : " WS-NB-SUSPENS.
           DISPLAY "DONT PLUS DE 90J : " WS-NB-91-PLUS.
           DISPLAY "JAMBES LETTREES  : " WS-NB-LETTRES.

      * -----------------------------------------------------------*
      * 9600-ECRIRE-JOURNAL-RUN : écrit l'enregistrement standard   *
      * du journal de run (copy RUNREC) dans RUNFILE, relu par      *
      * OPSRPT010 pour l'état récapitulatif                         *
      * -----------------------------------------------------------*
       9600-ECRIRE-JOURNAL-RUN.
           MOVE "SUSRPT01" TO RUN-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
           MOVE WS-HEURE-DEBUT-RUN(1:6) TO RUN-HEURE-DEBUT.
           ACCEPT WS-HEURE-FIN-RUN FROM TIME.
           MOVE WS-HEURE-FIN-RUN(1:6) TO RUN-HEURE-FIN.
           MOVE WS-NB-LUS TO RUN-NB-LUS.
           MOVE WS-NB-SUSPENS TO RUN-NB-ECRITS.
           MOVE WS-NB-91-PLUS TO RUN-NB-REJETES.
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
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
      * -----------------------------------------------------------*
       9800-NOTER-ERREUR-FICHIER.
           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
