       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCAS1.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-08  AG  Création : poste d'instruction des dossiers
      *                 d'alerte ouverts par AMLMON010. Programme en
      *                 mode ligne (ACCEPT/DISPLAY) sur le modèle de
      *                 REJWRK1 : l'agent de conformité s'identifie
      *                 contre OPRFILE, liste les dossiers ouverts ou
      *                 en examen, appelle un dossier par son numéro
      *                 et en change le statut - O ouvert, E en
      *                 examen, C classé sans suite, D déclaré. C et
      *                 D sont définitifs et exigent un commentaire ;
      *                 l'identité de l'agent et la date sont portées
      *                 au dossier et chaque changement est tracé
      *                 dans AUDITFIL. Un opérateur de niveau 1 ne
      *                 fait que consulter. AMLCASF est tenu en table
      *                 et réécrit sur place en fin de session depuis
      *                 AMLCASF-NEW (recopie de REJWRK1) ; une table
      *                 pleine refuse la session plutôt que de perdre
      *                 des dossiers à la réécriture. A passer hors
      *                 fenêtre batch : AMLMON010 étend AMLCASF la
      *                 nuit.
      * 2026-10-13  AG  Ouverture de session par le sous-programme
      *                 commun OPRSGN01 (mot de passe conservé en
      *                 empreinte, changement imposé à la première
      *                 connexion et après expiration, verrouillage
      *                 après trois échecs consécutifs) : la table des
      *                 opérateurs chargée ici et la comparaison en
      *                 clair disparaissent.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dossiers d'alerte - voir copy AMLREC
           SELECT AMLCASF ASSIGN TO "AMLCASF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.

      * Nouvelle génération des dossiers, recopiée sur place
           SELECT AMLCASF-NEW ASSIGN TO "AMLCASF-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSN-STATUS.

      * Piste d'audit : changements de statut des dossiers
           SELECT AUDITFIL ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AMLCASF
           RECORD CONTAINS 87 CHARACTERS.
       01  AMLCASF-ENREG               PIC X(87).

       FD  AMLCASF-NEW
           RECORD CONTAINS 87 CHARACTERS.
       01  AMLCASF-NEW-ENREG           PIC X(87).

       FD  AUDITFIL
           RECORD CONTAINS 59 CHARACTERS.
       01  AUDITFIL-ENREG              PIC X(59).

       WORKING-STORAGE SECTION.

      * Dossier d'alerte en cours - voir copy AMLREC
       COPY AMLREC.

      * Trace d'audit - voir copy AUDITREC
       COPY AUDITREC.

       01  WS-CAS-STATUS               PIC X(02).
           88  WS-CAS-OK               VALUE "00".

       01  WS-CSN-STATUS               PIC X(02).
           88  WS-CSN-OK               VALUE "00".

       01  WS-AUD-STATUS               PIC X(02).
           88  WS-AUD-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Appel du sous-programme commun de session OPRSGN01, seul
      * à lire et écrire le fichier des opérateurs OPRFILE
       01  WS-SGN-FONCTION             PIC X(01).
       01  WS-SGN-NIVEAU               PIC 9(01).
       01  WS-SGN-RESULTAT             PIC X(01).
           88  WS-SGN-ACCEPTE          VALUE "O".
           88  WS-SGN-VERROUILLE       VALUE "V".
           88  WS-SGN-FICHIER-ABSENT   VALUE "F".

      * Agent connecté
       01  WS-ID-SAISI                 PIC X(08).
       01  WS-MDP-SAISI                PIC X(08).
       01  WS-OPERATEUR                PIC X(08).
       01  WS-NIVEAU-OPERATEUR         PIC 9(01).
       01  WS-CONNECTE-SW              PIC X(01) VALUE "N".
           88  WS-CONNECTE             VALUE "O".

      * Niveau requis pour changer le statut d'un dossier
       01  WS-NIVEAU-INSTRUCTION       PIC 9(01) VALUE 2.

      * Dossiers tenus en table pendant la session
       01  WS-CAS-TABLE.
           05  WS-CAS-ENTREE OCCURS 2000 TIMES
                   INDEXED BY WS-CAS-IDX.
               10  WS-CAS-NUMERO       PIC 9(07).
               10  WS-CAS-RESTE        PIC X(80).
       01  WS-NB-CAS                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-CAS                   PIC 9(04).

       01  WS-CAS-TROUVE-SWITCH        PIC X(01) VALUE "N".
           88  WS-CAS-TROUVE           VALUE "O".

       01  WS-TABLE-PLEINE-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-PLEINE         VALUE "O".

      * Choix du menu
       01  WS-CHOIX                    PIC X(01).
           88  WS-CHOIX-LISTER         VALUE "L".
           88  WS-CHOIX-NUMERO         VALUE "N".
           88  WS-CHOIX-FIN            VALUE "F".

       01  WS-FIN-SESSION-SW           PIC X(01) VALUE "N".
           88  WS-FIN-SESSION          VALUE "O".

      * Nouveau statut saisi ; un blanc laisse le dossier en l'état
       01  WS-NOUVEAU-STATUT           PIC X(01).
           88  WS-STATUT-VALIDE        VALUE "O" "E" "C" "D".
           88  WS-STATUT-DEFINITIF     VALUE "C" "D".
       01  WS-ANCIEN-STATUT            PIC X(01).

       01  WS-SAISIE-ZONE              PIC X(30).

       01  WS-NB-LISTES                PIC 9(05).
       01  WS-NB-MODIFIES              PIC 9(05) VALUE ZEROES.

       01  WS-LIGNE-DOSSIER.
           05  LD-NUMERO               PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-DATE-ALERTE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-COMPTE               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-REGLE                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-MONTANT              PIC Z(06)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-STATUT               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-AGENT                PIC X(08).

       01  WS-SYS-HHMMSS               PIC 9(08).

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

       PROCEDURE DIVISION.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 0500-OUVRIR-SESSION.

           IF WS-CONNECTE
               PERFORM 1000-INITIALISER
               IF WS-TABLE-PLEINE
                   DISPLAY "TROP DE DOSSIERS - SESSION REFUSEE"
               ELSE
                   PERFORM 2000-TRAITER-UN-CHOIX
                       UNTIL WS-FIN-SESSION
                   PERFORM 4000-TERMINER
               END-IF
           ELSE
               DISPLAY "IDENTIFICATION REFUSEE"
           END-IF.

           STOP RUN.

      * -----------------------------------------------------------*
      * 0500-OUVRIR-SESSION : identifie l'agent par OPRSGN01        *
      * (empreinte du mot de passe, statut actif, verrouillage)     *
      * -----------------------------------------------------------*
       0500-OUVRIR-SESSION.
           MOVE SPACES TO WS-ID-SAISI.
           DISPLAY "IDENTIFIANT  : ".
           ACCEPT WS-ID-SAISI.

           MOVE SPACES TO WS-MDP-SAISI.
           DISPLAY "MOT DE PASSE : ".
           ACCEPT WS-MDP-SAISI.

           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-OPERATEUR,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.
           IF WS-SGN-FICHIER-ABSENT
               DISPLAY "OPRFILE ABSENT - INSTRUCTION IMPOSSIBLE"
           END-IF.
           IF WS-SGN-ACCEPTE
               SET WS-CONNECTE TO TRUE
               MOVE WS-ID-SAISI TO WS-OPERATEUR
               MOVE WS-SGN-NIVEAU TO WS-NIVEAU-OPERATEUR
               DISPLAY "BONJOUR " WS-OPERATEUR
                   " (NIVEAU " WS-NIVEAU-OPERATEUR ")"
               IF WS-NIVEAU-OPERATEUR < WS-NIVEAU-INSTRUCTION
                   DISPLAY "CONSULTATION SEULE"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : charge les dossiers en table et ouvre la *
      * piste d'audit                                               *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           OPEN INPUT AMLCASF.
           IF WS-CAS-OK
               PERFORM 1050-LIRE-ET-STOCKER-DOSSIER
                   UNTIL NOT WS-CAS-OK OR WS-TABLE-PLEINE
               CLOSE AMLCASF
           ELSE
               DISPLAY "AMLCASF ABSENT - AUCUN DOSSIER"
           END-IF.

           DISPLAY "DOSSIERS CHARGES : " WS-NB-CAS.

      * EXTEND : la piste d'audit est partagée avec les programmes
      * de la fenêtre
           OPEN EXTEND AUDITFIL.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITFIL
           END-IF.
           IF NOT WS-AUD-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR AUDITFIL - STATUT "
                   WS-AUD-STATUS
           END-IF.

      * -----------------------------------------------------------*
      * 1050-LIRE-ET-STOCKER-DOSSIER : lit un dossier et le place   *
      * dans la table                                               *
      * -----------------------------------------------------------*
       1050-LIRE-ET-STOCKER-DOSSIER.
           READ AMLCASF INTO AML-ENREG
               AT END
                   MOVE "10" TO WS-CAS-STATUS
               NOT AT END
                   IF WS-NB-CAS >= 2000
                       SET WS-TABLE-PLEINE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-CAS
                       MOVE AML-ENREG TO WS-CAS-ENTREE(WS-NB-CAS)
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2000-TRAITER-UN-CHOIX : présente le menu et exécute le      *
      * choix de l'agent                                            *
      * -----------------------------------------------------------*
       2000-TRAITER-UN-CHOIX.
           DISPLAY " ".
           DISPLAY "L=LISTER LES DOSSIERS A TRAITER  N=DOSSIER PAR "
               "NUMERO  F=FIN".
           MOVE SPACES TO WS-CHOIX.
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-LISTER
                   PERFORM 2100-LISTER-DOSSIERS
               WHEN WS-CHOIX-NUMERO
                   PERFORM 2200-APPELER-DOSSIER
               WHEN WS-CHOIX-FIN
                   SET WS-FIN-SESSION TO TRUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2100-LISTER-DOSSIERS : liste les dossiers ouverts ou en     *
      * examen                                                      *
      * -----------------------------------------------------------*
       2100-LISTER-DOSSIERS.
           MOVE ZEROES TO WS-NB-LISTES.
           DISPLAY "DOSSIER DATE     COMPTE       R    MONTANT S AGENT".

           PERFORM 2150-LISTER-UN-DOSSIER
               VARYING WS-NO-CAS FROM 1 BY 1
                   UNTIL WS-NO-CAS > WS-NB-CAS.

           DISPLAY "DOSSIERS A TRAITER : " WS-NB-LISTES.

      * -----------------------------------------------------------*
      * 2150-LISTER-UN-DOSSIER : affiche le dossier s'il est encore *
      * à traiter                                                   *
      * -----------------------------------------------------------*
       2150-LISTER-UN-DOSSIER.
           MOVE WS-CAS-ENTREE(WS-NO-CAS) TO AML-ENREG.

           IF AML-OUVERT OR AML-EN-EXAMEN
               ADD 1 TO WS-NB-LISTES
               PERFORM 2160-AFFICHER-LIGNE-DOSSIER
           END-IF.

      * -----------------------------------------------------------*
      * 2160-AFFICHER-LIGNE-DOSSIER : affiche le dossier courant    *
      * sur une ligne                                               *
      * -----------------------------------------------------------*
       2160-AFFICHER-LIGNE-DOSSIER.
           MOVE AML-NUMERO      TO LD-NUMERO.
           MOVE AML-DATE-ALERTE TO LD-DATE-ALERTE.
           MOVE AML-COMPTE      TO LD-COMPTE.
           MOVE AML-REGLE       TO LD-REGLE.
           MOVE AML-MONTANT     TO LD-MONTANT.
           MOVE AML-STATUT      TO LD-STATUT.
           MOVE AML-AGENT       TO LD-AGENT.
           DISPLAY WS-LIGNE-DOSSIER.

      * -----------------------------------------------------------*
      * 2200-APPELER-DOSSIER : appelle un dossier par son numéro,   *
      * l'affiche et, si l'agent y est habilité, en change le       *
      * statut                                                      *
      * -----------------------------------------------------------*
       2200-APPELER-DOSSIER.
           MOVE SPACES TO WS-SAISIE-ZONE.
           DISPLAY "NUMERO DE DOSSIER (7 CHIFFRES) : ".
           ACCEPT WS-SAISIE-ZONE.

           MOVE "N" TO WS-CAS-TROUVE-SWITCH.
           IF WS-SAISIE-ZONE(1:7) IS NUMERIC
               AND WS-NB-CAS > ZEROES
               SET WS-CAS-IDX TO 1
               SEARCH WS-CAS-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-CAS-IDX > WS-NB-CAS
                       CONTINUE
                   WHEN WS-CAS-NUMERO(WS-CAS-IDX)
                       = WS-SAISIE-ZONE(1:7)
                       SET WS-CAS-TROUVE TO TRUE
               END-SEARCH
           END-IF.

           IF NOT WS-CAS-TROUVE
               DISPLAY "DOSSIER INCONNU"
           ELSE
               MOVE WS-CAS-ENTREE(WS-CAS-IDX) TO AML-ENREG
               PERFORM 2250-AFFICHER-DOSSIER
               EVALUATE TRUE
                   WHEN WS-NIVEAU-OPERATEUR < WS-NIVEAU-INSTRUCTION
                       DISPLAY "CONSULTATION SEULE"
                   WHEN AML-CLASSE OR AML-DECLARE
                       DISPLAY "DOSSIER CLOS - STATUT DEFINITIF"
                   WHEN OTHER
                       PERFORM 2300-CHANGER-STATUT
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 2250-AFFICHER-DOSSIER : affiche le détail du dossier        *
      * courant                                                     *
      * -----------------------------------------------------------*
       2250-AFFICHER-DOSSIER.
           DISPLAY "DOSSIER     : " AML-NUMERO " DU " AML-DATE-ALERTE.
           DISPLAY "COMPTE      : " AML-COMPTE.
           EVALUATE TRUE
               WHEN AML-REGLE-SEUIL
                   DISPLAY "REGLE       : S SEUIL DECLARATIF"
               WHEN AML-REGLE-FRACTION
                   DISPLAY "REGLE       : F FRACTIONNEMENT"
               WHEN AML-REGLE-DORMANT
                   DISPLAY "REGLE       : D REVEIL COMPTE DORMANT"
               WHEN OTHER
                   DISPLAY "REGLE       : R ALLER-RETOUR RAPIDE"
           END-EVALUATE.
           MOVE AML-MONTANT TO LD-MONTANT.
           DISPLAY "MONTANT     : " LD-MONTANT
               "  MOUVEMENTS : " AML-NB-MVT.
           EVALUATE TRUE
               WHEN AML-OUVERT
                   DISPLAY "STATUT      : O OUVERT"
               WHEN AML-EN-EXAMEN
                   DISPLAY "STATUT      : E EN EXAMEN"
               WHEN AML-CLASSE
                   DISPLAY "STATUT      : C CLASSE SANS SUITE"
               WHEN OTHER
                   DISPLAY "STATUT      : D DECLARE"
           END-EVALUATE.
           DISPLAY "DEPUIS LE   : " AML-DATE-STATUT
               "  AGENT : " AML-AGENT.
           DISPLAY "COMMENTAIRE : " AML-COMMENTAIRE.

      * -----------------------------------------------------------*
      * 2300-CHANGER-STATUT : saisit le nouveau statut et le        *
      * commentaire (obligatoire pour C et D), met le dossier à     *
      * jour et trace le changement                                 *
      * -----------------------------------------------------------*
       2300-CHANGER-STATUT.
           DISPLAY "NOUVEAU STATUT O/E/C/D (BLANC = INCHANGE) : ".
           MOVE SPACES TO WS-NOUVEAU-STATUT.
           ACCEPT WS-NOUVEAU-STATUT.

           IF WS-NOUVEAU-STATUT = SPACE
               DISPLAY "DOSSIER INCHANGE"
           ELSE
               IF NOT WS-STATUT-VALIDE
                   DISPLAY "STATUT INVALIDE - DOSSIER INCHANGE"
               ELSE
                   MOVE SPACES TO WS-SAISIE-ZONE
                   DISPLAY "COMMENTAIRE : "
                   ACCEPT WS-SAISIE-ZONE
                   IF WS-STATUT-DEFINITIF
                       AND WS-SAISIE-ZONE = SPACES
                       DISPLAY "COMMENTAIRE OBLIGATOIRE POUR "
                           "CLASSER OU DECLARER - DOSSIER INCHANGE"
                   ELSE
                       PERFORM 2350-METTRE-A-JOUR-DOSSIER
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2350-METTRE-A-JOUR-DOSSIER : porte statut, agent, date et   *
      * commentaire (blanc = commentaire conservé) au dossier       *
      * -----------------------------------------------------------*
       2350-METTRE-A-JOUR-DOSSIER.
           MOVE AML-STATUT TO WS-ANCIEN-STATUT.
           MOVE WS-NOUVEAU-STATUT TO AML-STATUT.
           MOVE WS-OPERATEUR TO AML-AGENT.
           MOVE WS-DATE-TRAITEMENT TO AML-DATE-STATUT.
           IF WS-SAISIE-ZONE NOT = SPACES
               MOVE WS-SAISIE-ZONE TO AML-COMMENTAIRE
           END-IF.

           MOVE AML-ENREG TO WS-CAS-ENTREE(WS-CAS-IDX).
           ADD 1 TO WS-NB-MODIFIES.
           DISPLAY "DOSSIER MIS A JOUR".

           PERFORM 2850-TRACER-AUDIT.

      * -----------------------------------------------------------*
      * 2850-TRACER-AUDIT : trace le changement de statut dans      *
      * AUDITFIL - numéro de dossier et statuts avant/après dans    *
      * AUDIT-CHAMP, montant de l'alerte                            *
      * -----------------------------------------------------------*
       2850-TRACER-AUDIT.
           MOVE WS-DATE-TRAITEMENT TO AUDIT-DATE.
           ACCEPT WS-SYS-HHMMSS FROM TIME.
           MOVE WS-SYS-HHMMSS(1:6) TO AUDIT-HEURE.
           MOVE "AMLCAS1" TO AUDIT-PROGRAMME.
           MOVE SPACES TO AUDIT-CHAMP.
           MOVE "AML" TO AUDIT-CHAMP(1:3).
           MOVE AML-NUMERO TO AUDIT-CHAMP(4:7).
           MOVE WS-ANCIEN-STATUT TO AUDIT-CHAMP(12:1).
           MOVE ">" TO AUDIT-CHAMP(13:1).
           MOVE AML-STATUT TO AUDIT-CHAMP(14:1).
           MOVE AML-MONTANT TO AUDIT-AVANT.
           MOVE AML-MONTANT TO AUDIT-APRES.

           IF WS-AUD-OK
               WRITE AUDITFIL-ENREG FROM AUDIT-ENREG
           END-IF.

      * -----------------------------------------------------------*
      * 4000-TERMINER : ferme l'audit et, si un dossier a changé,   *
      * réécrit les dossiers                                        *
      * -----------------------------------------------------------*
       4000-TERMINER.
           IF WS-AUD-OK
               CLOSE AUDITFIL
           END-IF.

           IF WS-NB-MODIFIES > ZEROES
               PERFORM 4050-ECRIRE-NOUVELLE-GENERATION
           END-IF.

           DISPLAY "DOSSIERS MIS A JOUR : " WS-NB-MODIFIES.

      * -----------------------------------------------------------*
      * 4050-ECRIRE-NOUVELLE-GENERATION : écrit la table dans       *
      * AMLCASF-NEW puis la recopie sur place                       *
      * -----------------------------------------------------------*
       4050-ECRIRE-NOUVELLE-GENERATION.
           OPEN OUTPUT AMLCASF-NEW.
           IF NOT WS-CSN-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR AMLCASF-NEW - STATUT "
                   WS-CSN-STATUS
               DISPLAY "MISES A JOUR PERDUES"
           ELSE
               PERFORM 4060-ECRIRE-UN-DOSSIER
                   VARYING WS-NO-CAS FROM 1 BY 1
                       UNTIL WS-NO-CAS > WS-NB-CAS
               CLOSE AMLCASF-NEW
               PERFORM 4100-RECOPIER-LES-DOSSIERS
           END-IF.

      * -----------------------------------------------------------*
      * 4060-ECRIRE-UN-DOSSIER : écrit un dossier de la table       *
      * -----------------------------------------------------------*
       4060-ECRIRE-UN-DOSSIER.
           WRITE AMLCASF-NEW-ENREG FROM WS-CAS-ENTREE(WS-NO-CAS).

      * -----------------------------------------------------------*
      * 4100-RECOPIER-LES-DOSSIERS : réécrit AMLCASF sur place      *
      * depuis la nouvelle génération - pas de bascule manuelle à   *
      * oublier avant la prochaine nuit                             *
      * -----------------------------------------------------------*
       4100-RECOPIER-LES-DOSSIERS.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT AMLCASF-NEW.
           IF NOT WS-CSN-OK
               DISPLAY "IMPOSSIBLE DE RELIRE AMLCASF-NEW - STATUT "
                   WS-CSN-STATUS
               SET WS-FIN-FICHIER TO TRUE
           ELSE
               OPEN OUTPUT AMLCASF
               IF NOT WS-CAS-OK
                   DISPLAY "IMPOSSIBLE DE REECRIRE AMLCASF - "
                       "STATUT " WS-CAS-STATUS
                   SET WS-FIN-FICHIER TO TRUE
               END-IF
           END-IF.

           PERFORM 4150-RECOPIER-UN-DOSSIER
               UNTIL WS-FIN-FICHIER.

      * Statut 10 : la nouvelle génération a été relue jusqu'au bout
           IF WS-CSN-OK OR WS-CSN-STATUS = "10"
               CLOSE AMLCASF-NEW
           END-IF.
           IF WS-CAS-OK
               CLOSE AMLCASF
           END-IF.

      * -----------------------------------------------------------*
      * 4150-RECOPIER-UN-DOSSIER : recopie un dossier dans AMLCASF  *
      * -----------------------------------------------------------*
       4150-RECOPIER-UN-DOSSIER.
           READ AMLCASF-NEW
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   WRITE AMLCASF-ENREG FROM AMLCASF-NEW-ENREG
           END-READ.
