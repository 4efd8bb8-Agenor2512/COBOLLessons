       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRSGN01.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-10-13  AG  Création : sous-programme commun d'ouverture
      *                 de session et de tenue du fichier des
      *                 opérateurs OPRFILE (copy OPRREC), appelé par
      *                 MENU010, GLJRN1, CORMNT1, REJWRK1, AMLCAS1,
      *                 IRRMNT1 et POMNT1 qui comparaient chacun de
      *                 leur côté un mot de passe conservé en clair.
      *                 Le mot de passe n'est plus conservé que sous
      *                 forme d'empreinte à sens unique (salée par
      *                 l'identifiant) ; il doit être changé à la
      *                 première ouverture de session et au-delà de
      *                 la durée de validité ; les trois mots de
      *                 passe précédents ne peuvent pas être repris ;
      *                 l'identifiant est verrouillé après trois
      *                 échecs consécutifs, jusqu'au déverrouillage
      *                 par un opérateur de niveau 9. Chaque
      *                 changement, verrouillage et déverrouillage
      *                 est écrit dans ACTLOGF. Seul ce programme
      *                 écrit OPRFILE ; le fichier est relu à chaque
      *                 appel (même principe que CALFDM01) pour que
      *                 deux sessions ouvertes voient les mêmes
      *                 compteurs d'échecs.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier des opérateurs - voir copy OPRREC
           SELECT OPRFILE ASSIGN TO "OPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

      * Journal d'activité des opérateurs - voir copy ACTLREC
           SELECT ACTLOGF ASSIGN TO "ACTLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  OPRFILE
           RECORD CONTAINS 91 CHARACTERS.
       01  OPRFILE-ENREG               PIC X(91).

       FD  ACTLOGF
           RECORD CONTAINS 43 CHARACTERS.
       01  ACTLOGF-ENREG               PIC X(43).

       WORKING-STORAGE SECTION.

      * Enregistrement opérateur - voir copy OPRREC
       COPY OPRREC.

      * Ligne du journal d'activité - voir copy ACTLREC
       COPY ACTLREC.

       01  WS-OPR-STATUS               PIC X(02).
           88  WS-OPR-OK               VALUE "00".
       01  WS-ACT-STATUS               PIC X(02).
           88  WS-ACT-OK               VALUE "00".

      * Règles de la politique des mots de passe
       01  WS-DUREE-VALIDITE           PIC 9(02) VALUE 90.
       01  WS-MAX-ECHECS               PIC 9(01) VALUE 3.
       01  WS-LONGUEUR-MINI            PIC 9(01) VALUE 6.

      * Table des opérateurs, même découpage que OPERATEUR-ENREG,
      * relue à chaque appel et réécrite en entier si modifiée
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTREE OCCURS 50 TIMES
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID           PIC X(08).
               10  WS-OPR-EMPREINTE    PIC X(18).
               10  WS-OPR-NIVEAU       PIC 9(01).
               10  WS-OPR-STATUT       PIC X(01).
               10  WS-OPR-DATE-MDP     PIC 9(08).
               10  WS-OPR-NB-ECHECS    PIC 9(01).
               10  WS-OPR-HISTO-MDP    PIC X(18) OCCURS 3 TIMES.
       01  WS-NB-OPR                   PIC 9(02) VALUE ZEROES.
       01  WS-NO-OPR                   PIC 9(02).

       01  WS-FICHIER-ABSENT-SW        PIC X(01).
           88  WS-FICHIER-ABSENT       VALUE "O".

       01  WS-A-REECRIRE-SW            PIC X(01).
           88  WS-A-REECRIRE           VALUE "O".

       01  WS-OPR-TROUVE-SWITCH        PIC X(01).
           88  WS-OPR-TROUVE           VALUE "O".
       01  WS-ID-CHERCHE               PIC X(08).

      * Niveau de l'opérateur qui demande une administration (0 =
      * inconnu ou non actif)
       01  WS-NIVEAU-DEMANDEUR         PIC 9(01).

      * Saisie du nouveau mot de passe
       01  WS-NOUVEAU-MDP              PIC X(08).
       01  WS-CONFIRMATION-MDP         PIC X(08).
       01  WS-LONGUEUR-MDP             PIC 9(02).
       01  WS-CHANGEMENT-SW            PIC X(01).
           88  WS-CHANGEMENT-FAIT      VALUE "O".
       01  WS-DEJA-UTILISE-SW          PIC X(01).
           88  WS-DEJA-UTILISE         VALUE "O".
       01  WS-NO-HISTO                 PIC 9(01).

      * Empreinte à sens unique : l'identifiant sert de sel, les
      * seize caractères sont brassés en sept tours dans deux
      * accumulateurs réduits modulo deux grands nombres premiers
       01  WS-EMP-SOURCE.
           05  WS-EMP-ID               PIC X(08).
           05  WS-EMP-MDP              PIC X(08).
       01  WS-EMP-CARACTERES REDEFINES WS-EMP-SOURCE.
           05  WS-EMP-CAR              PIC X(01) OCCURS 16 TIMES.
       01  WS-EMPREINTE-CALCULEE.
           05  WS-EMP-ACC-A            PIC 9(09).
           05  WS-EMP-ACC-B            PIC 9(09).
       01  WS-EMP-ALPHABET.
           05  FILLER                  PIC X(11) VALUE " 0123456789".
           05  FILLER                  PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  FILLER                  PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
           05  FILLER                  PIC X(17)
                   VALUE ".,;:!?*#$%&@+-=/_".
       01  WS-EMP-CODE                 PIC 9(03).
       01  WS-EMP-TOUR                 PIC 9(02).
       01  WS-EMP-POS                  PIC 9(02).
       01  WS-EMP-PRODUIT              PIC 9(15).
       01  WS-EMP-QUOTIENT             PIC 9(15).

      * Age du mot de passe en jours 30/360
       01  WS-AGE-MDP                  PIC S9(07).
       01  WS-DATE-DECOMP-T.
           05  WS-DECT-AAAA            PIC 9(04).
           05  WS-DECT-MM              PIC 9(02).
           05  WS-DECT-JJ              PIC 9(02).
       01  WS-DATE-DECOMP-M.
           05  WS-DECM-AAAA            PIC 9(04).
           05  WS-DECM-MM              PIC 9(02).
           05  WS-DECM-JJ              PIC 9(02).

       01  WS-SYS-HHMMSS               PIC 9(08).

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).

       LINKAGE SECTION.

      * Fonction demandée : S = ouverture de session (changement
      * imposé si le mot de passe est à changer ou expiré),
      * C = changement volontaire, A = ajout d'un opérateur,
      * D = désactivation, U = déverrouillage (niveau 9),
      * L = liste des opérateurs
       01  LK-FONCTION                 PIC X(01).
           88  LK-SESSION              VALUE "S".
           88  LK-CHANGEMENT           VALUE "C".
           88  LK-AJOUT                VALUE "A".
           88  LK-DESACTIVATION        VALUE "D".
           88  LK-DEVERROUILLAGE       VALUE "U".
           88  LK-LISTE                VALUE "L".

      * Opérateur connecté qui demande l'administration (A, D, U, L)
       01  LK-OPERATEUR                PIC X(08).

      * Identifiant et mot de passe en clair saisis (S, C, A) ou
      * identifiant visé (D, U)
       01  LK-ID                       PIC X(08).
       01  LK-MDP                      PIC X(08).

      * Niveau restitué (S) ou niveau de l'opérateur ajouté (A)
       01  LK-NIVEAU                   PIC 9(01).

      * Résultat : O = accepté, N = refusé, V = identifiant
      * verrouillé, M = mot de passe à changer non changé (session
      * refusée), F = OPRFILE absent, X = fonction inconnue
       01  LK-RESULTAT                 PIC X(01).
           88  LK-ACCEPTE              VALUE "O".
           88  LK-REFUSE               VALUE "N".
           88  LK-VERROUILLE           VALUE "V".
           88  LK-MDP-NON-CHANGE       VALUE "M".
           88  LK-FICHIER-ABSENT       VALUE "F".

       PROCEDURE DIVISION USING LK-FONCTION LK-OPERATEUR LK-ID
           LK-MDP LK-NIVEAU LK-RESULTAT.

           MOVE "N" TO LK-RESULTAT.
           MOVE "N" TO WS-A-REECRIRE-SW.

           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 0100-CHARGER-OPERATEURS.

      * OPRFILE absent : seul l'ajout est servi, il crée le fichier
      * (première installation, mode de secours de MENU010)
           EVALUATE TRUE
               WHEN LK-AJOUT
                   PERFORM 3000-AJOUTER-OPERATEUR
               WHEN WS-FICHIER-ABSENT
                   MOVE "F" TO LK-RESULTAT
               WHEN LK-SESSION
                   PERFORM 1000-OUVRIR-SESSION
               WHEN LK-CHANGEMENT
                   PERFORM 2000-CHANGER-MDP
               WHEN LK-DESACTIVATION
                   PERFORM 4000-DESACTIVER-OPERATEUR
               WHEN LK-DEVERROUILLAGE
                   PERFORM 5000-DEVERROUILLER-OPERATEUR
               WHEN LK-LISTE
                   PERFORM 6000-LISTER-OPERATEURS
               WHEN OTHER
                   MOVE "X" TO LK-RESULTAT
           END-EVALUATE.

           IF WS-A-REECRIRE
               PERFORM 8000-REECRIRE-OPERATEURS
           END-IF.

           GOBACK.

      * -----------------------------------------------------------*
      * 0100-CHARGER-OPERATEURS : relit le fichier des opérateurs   *
      * en table                                                    *
      * -----------------------------------------------------------*
       0100-CHARGER-OPERATEURS.
           MOVE ZEROES TO WS-NB-OPR.
           MOVE "N" TO WS-FICHIER-ABSENT-SW.

           OPEN INPUT OPRFILE.
           IF WS-OPR-OK
               PERFORM 0150-LIRE-ET-STOCKER-OPERATEUR
                   UNTIL NOT WS-OPR-OK OR WS-NB-OPR >= 50
               CLOSE OPRFILE
           ELSE
               SET WS-FICHIER-ABSENT TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 0150-LIRE-ET-STOCKER-OPERATEUR : lit un opérateur et le     *
      * place dans la table                                         *
      * -----------------------------------------------------------*
       0150-LIRE-ET-STOCKER-OPERATEUR.
           READ OPRFILE INTO OPERATEUR-ENREG
               AT END
                   MOVE "10" TO WS-OPR-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-OPR
                   MOVE OPERATEUR-ENREG TO WS-OPR-ENTREE(WS-NB-OPR)
           END-READ.

      * -----------------------------------------------------------*
      * 1000-OUVRIR-SESSION : contrôle l'identité saisie ; un échec *
      * est compté, un succès remet le compteur à zéro et impose le *
      * changement d'un mot de passe initial ou expiré              *
      * -----------------------------------------------------------*
       1000-OUVRIR-SESSION.
           MOVE LK-ID TO WS-ID-CHERCHE.
           PERFORM 7000-CHERCHER-OPERATEUR.

           EVALUATE TRUE
               WHEN NOT WS-OPR-TROUVE
                   CONTINUE
               WHEN WS-OPR-STATUT(WS-OPR-IDX) = "V"
                   MOVE "V" TO LK-RESULTAT
                   DISPLAY "IDENTIFIANT VERROUILLE - S'ADRESSER A "
                       "L'ADMINISTRATEUR SECURITE"
               WHEN WS-OPR-STATUT(WS-OPR-IDX) NOT = "A"
                   CONTINUE
               WHEN OTHER
                   MOVE LK-ID  TO WS-EMP-ID
                   MOVE LK-MDP TO WS-EMP-MDP
                   PERFORM 7500-CALCULER-EMPREINTE
                   IF WS-EMPREINTE-CALCULEE
                       = WS-OPR-EMPREINTE(WS-OPR-IDX)
                       PERFORM 1100-ACCEPTER-SESSION
                   ELSE
                       PERFORM 1200-COMPTER-UN-ECHEC
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 1100-ACCEPTER-SESSION : mot de passe correct - remise à     *
      * zéro des échecs, puis changement imposé si le mot de passe  *
      * est initial ou a dépassé sa durée de validité               *
      * -----------------------------------------------------------*
       1100-ACCEPTER-SESSION.
           IF WS-OPR-NB-ECHECS(WS-OPR-IDX) > ZEROES
               MOVE ZEROES TO WS-OPR-NB-ECHECS(WS-OPR-IDX)
               SET WS-A-REECRIRE TO TRUE
           END-IF.

           PERFORM 1150-CALCULER-AGE-MDP.

           MOVE "O" TO WS-CHANGEMENT-SW.
           IF WS-OPR-DATE-MDP(WS-OPR-IDX) = ZEROES
               DISPLAY "PREMIERE CONNEXION - CHANGEMENT DU MOT DE "
                   "PASSE OBLIGATOIRE"
               PERFORM 2500-SAISIR-NOUVEAU-MDP
           ELSE
               IF WS-AGE-MDP >= WS-DUREE-VALIDITE
                   DISPLAY "MOT DE PASSE EXPIRE (" WS-DUREE-VALIDITE
                       " JOURS) - CHANGEMENT OBLIGATOIRE"
                   PERFORM 2500-SAISIR-NOUVEAU-MDP
               END-IF
           END-IF.

           IF WS-CHANGEMENT-FAIT
               MOVE "O" TO LK-RESULTAT
               MOVE WS-OPR-NIVEAU(WS-OPR-IDX) TO LK-NIVEAU
           ELSE
               MOVE "M" TO LK-RESULTAT
               DISPLAY "MOT DE PASSE NON CHANGE - SESSION REFUSEE"
           END-IF.

      * -----------------------------------------------------------*
      * 1150-CALCULER-AGE-MDP : âge du mot de passe courant en      *
      * jours 30/360                                                *
      * -----------------------------------------------------------*
       1150-CALCULER-AGE-MDP.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP-T.
           MOVE WS-OPR-DATE-MDP(WS-OPR-IDX) TO WS-DATE-DECOMP-M.
           COMPUTE WS-AGE-MDP =
               ((WS-DECT-AAAA - WS-DECM-AAAA) * 360)
               + ((WS-DECT-MM - WS-DECM-MM) * 30)
               + (WS-DECT-JJ - WS-DECM-JJ).

      * -----------------------------------------------------------*
      * 1200-COMPTER-UN-ECHEC : mot de passe faux - l'échec est     *
      * compté ; au seuil, l'identifiant est verrouillé et le       *
      * verrouillage journalisé                                     *
      * -----------------------------------------------------------*
       1200-COMPTER-UN-ECHEC.
           ADD 1 TO WS-OPR-NB-ECHECS(WS-OPR-IDX).
           SET WS-A-REECRIRE TO TRUE.

           IF WS-OPR-NB-ECHECS(WS-OPR-IDX) >= WS-MAX-ECHECS
               MOVE "V" TO WS-OPR-STATUT(WS-OPR-IDX)
               MOVE "V" TO LK-RESULTAT
               DISPLAY "TROP D'ECHECS CONSECUTIFS - IDENTIFIANT "
                   WS-OPR-ID(WS-OPR-IDX) " VERROUILLE"
               MOVE WS-OPR-ID(WS-OPR-IDX) TO ACTL-OPERATEUR
               MOVE "V" TO ACTL-EVENEMENT
               MOVE SPACES TO ACTL-DETAIL
               STRING "VERROU. APRES " WS-OPR-NB-ECHECS(WS-OPR-IDX)
                   " ECH." DELIMITED BY SIZE INTO ACTL-DETAIL
               PERFORM 9500-JOURNALISER
           END-IF.

      * -----------------------------------------------------------*
      * 2000-CHANGER-MDP : changement volontaire - l'ancien mot de  *
      * passe est contrôlé comme à l'ouverture de session           *
      * -----------------------------------------------------------*
       2000-CHANGER-MDP.
           MOVE LK-ID TO WS-ID-CHERCHE.
           PERFORM 7000-CHERCHER-OPERATEUR.

           IF WS-OPR-TROUVE
               AND WS-OPR-STATUT(WS-OPR-IDX) = "A"
               MOVE LK-ID  TO WS-EMP-ID
               MOVE LK-MDP TO WS-EMP-MDP
               PERFORM 7500-CALCULER-EMPREINTE
               IF WS-EMPREINTE-CALCULEE
                   = WS-OPR-EMPREINTE(WS-OPR-IDX)
                   PERFORM 2500-SAISIR-NOUVEAU-MDP
                   IF WS-CHANGEMENT-FAIT
                       MOVE "O" TO LK-RESULTAT
                   END-IF
               ELSE
                   DISPLAY "ANCIEN MOT DE PASSE INCORRECT"
                   PERFORM 1200-COMPTER-UN-ECHEC
               END-IF
           ELSE
               DISPLAY "IDENTIFIANT INCONNU OU NON ACTIF"
           END-IF.

      * -----------------------------------------------------------*
      * 2500-SAISIR-NOUVEAU-MDP : saisie et confirmation du nouveau *
      * mot de passe ; refusé s'il est trop court ou reprend le mot *
      * de passe courant ou l'un des trois précédents               *
      * -----------------------------------------------------------*
       2500-SAISIR-NOUVEAU-MDP.
           MOVE "N" TO WS-CHANGEMENT-SW.

           MOVE SPACES TO WS-NOUVEAU-MDP.
           DISPLAY "NOUVEAU MOT DE PASSE : ".
           ACCEPT WS-NOUVEAU-MDP.

           MOVE SPACES TO WS-CONFIRMATION-MDP.
           DISPLAY "CONFIRMATION         : ".
           ACCEPT WS-CONFIRMATION-MDP.

           MOVE ZEROES TO WS-LONGUEUR-MDP.
           INSPECT WS-NOUVEAU-MDP TALLYING WS-LONGUEUR-MDP
               FOR CHARACTERS BEFORE INITIAL SPACE.

           EVALUATE TRUE
               WHEN WS-LONGUEUR-MDP < WS-LONGUEUR-MINI
                   DISPLAY "MOT DE PASSE TROP COURT (" WS-LONGUEUR-MINI
                       " CARACTERES AU MOINS, SANS ESPACE)"
               WHEN WS-CONFIRMATION-MDP NOT = WS-NOUVEAU-MDP
                   DISPLAY "CONFIRMATION DIFFERENTE - MOT DE PASSE "
                       "NON CHANGE"
               WHEN OTHER
                   MOVE WS-OPR-ID(WS-OPR-IDX) TO WS-EMP-ID
                   MOVE WS-NOUVEAU-MDP TO WS-EMP-MDP
                   PERFORM 7500-CALCULER-EMPREINTE
                   PERFORM 2600-CONTROLER-HISTORIQUE
                   IF WS-DEJA-UTILISE
                       DISPLAY "MOT DE PASSE DEJA UTILISE RECEMMENT - "
                           "REFUSE"
                   ELSE
                       PERFORM 2700-ENREGISTRER-MDP
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2600-CONTROLER-HISTORIQUE : le nouveau mot de passe ne doit *
      * être ni le courant ni l'un des trois précédents             *
      * -----------------------------------------------------------*
       2600-CONTROLER-HISTORIQUE.
           MOVE "N" TO WS-DEJA-UTILISE-SW.
           IF WS-EMPREINTE-CALCULEE = WS-OPR-EMPREINTE(WS-OPR-IDX)
               SET WS-DEJA-UTILISE TO TRUE
           END-IF.
           PERFORM 2650-COMPARER-UN-ANCIEN-MDP
               VARYING WS-NO-HISTO FROM 1 BY 1
                   UNTIL WS-NO-HISTO > 3.

      * -----------------------------------------------------------*
      * 2650-COMPARER-UN-ANCIEN-MDP : compare à un mot de passe de  *
      * l'historique                                                *
      * -----------------------------------------------------------*
       2650-COMPARER-UN-ANCIEN-MDP.
           IF WS-EMPREINTE-CALCULEE
               = WS-OPR-HISTO-MDP(WS-OPR-IDX, WS-NO-HISTO)
               SET WS-DEJA-UTILISE TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 2700-ENREGISTRER-MDP : décale l'historique, pose la         *
      * nouvelle empreinte datée du jour et journalise le           *
      * changement                                                  *
      * -----------------------------------------------------------*
       2700-ENREGISTRER-MDP.
           MOVE WS-OPR-HISTO-MDP(WS-OPR-IDX, 2)
               TO WS-OPR-HISTO-MDP(WS-OPR-IDX, 3).
           MOVE WS-OPR-HISTO-MDP(WS-OPR-IDX, 1)
               TO WS-OPR-HISTO-MDP(WS-OPR-IDX, 2).
           MOVE WS-OPR-EMPREINTE(WS-OPR-IDX)
               TO WS-OPR-HISTO-MDP(WS-OPR-IDX, 1).
           MOVE WS-EMPREINTE-CALCULEE TO WS-OPR-EMPREINTE(WS-OPR-IDX).
           MOVE WS-DATE-TRAITEMENT TO WS-OPR-DATE-MDP(WS-OPR-IDX).
           MOVE ZEROES TO WS-OPR-NB-ECHECS(WS-OPR-IDX).
           SET WS-A-REECRIRE TO TRUE.
           SET WS-CHANGEMENT-FAIT TO TRUE.
           DISPLAY "MOT DE PASSE CHANGE".

           MOVE WS-OPR-ID(WS-OPR-IDX) TO ACTL-OPERATEUR.
           MOVE "M" TO ACTL-EVENEMENT.
           MOVE "MOT DE PASSE CHANGE" TO ACTL-DETAIL.
           PERFORM 9500-JOURNALISER.

      * -----------------------------------------------------------*
      * 2900-CONTROLER-DEMANDEUR : niveau de l'opérateur connecté   *
      * qui demande l'administration, relu dans le fichier (OPRFILE *
      * absent = première installation, niveau 9 accordé)           *
      * -----------------------------------------------------------*
       2900-CONTROLER-DEMANDEUR.
           MOVE ZEROES TO WS-NIVEAU-DEMANDEUR.

           IF WS-FICHIER-ABSENT
               MOVE 9 TO WS-NIVEAU-DEMANDEUR
           ELSE
               MOVE LK-OPERATEUR TO WS-ID-CHERCHE
               PERFORM 7000-CHERCHER-OPERATEUR
               IF WS-OPR-TROUVE
                   AND WS-OPR-STATUT(WS-OPR-IDX) = "A"
                   MOVE WS-OPR-NIVEAU(WS-OPR-IDX)
                       TO WS-NIVEAU-DEMANDEUR
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-AJOUTER-OPERATEUR : ajoute un opérateur (niveau 3      *
      * exigé, niveau 9 pour créer un niveau 9) ; le mot de passe   *
      * initial devra être changé à la première ouverture de        *
      * session                                                     *
      * -----------------------------------------------------------*
       3000-AJOUTER-OPERATEUR.
           PERFORM 2900-CONTROLER-DEMANDEUR.

           MOVE LK-ID TO WS-ID-CHERCHE.
           PERFORM 7000-CHERCHER-OPERATEUR.

           EVALUATE TRUE
               WHEN WS-NIVEAU-DEMANDEUR < 3
                   DISPLAY "AJOUT RESERVE AU NIVEAU 3"
               WHEN LK-ID = SPACES OR LK-MDP = SPACES
                   DISPLAY "IDENTIFIANT ET MOT DE PASSE "
                       "OBLIGATOIRES - AJOUT ABANDONNE"
               WHEN WS-OPR-TROUVE
                   DISPLAY "IDENTIFIANT DEJA CONNU - AJOUT "
                       "ABANDONNE"
               WHEN LK-NIVEAU NOT = 1 AND LK-NIVEAU NOT = 2
                   AND LK-NIVEAU NOT = 3 AND LK-NIVEAU NOT = 9
                   DISPLAY "NIVEAU INVALIDE - AJOUT ABANDONNE"
               WHEN LK-NIVEAU = 9 AND WS-NIVEAU-DEMANDEUR < 9
                   DISPLAY "NIVEAU 9 ATTRIBUE PAR UN NIVEAU 9 "
                       "SEULEMENT - AJOUT ABANDONNE"
               WHEN WS-NB-OPR >= 50
                   DISPLAY "TABLE DES OPERATEURS PLEINE (50)"
               WHEN OTHER
                   ADD 1 TO WS-NB-OPR
                   SET WS-OPR-IDX TO WS-NB-OPR
                   MOVE LK-ID  TO WS-EMP-ID
                   MOVE LK-MDP TO WS-EMP-MDP
                   PERFORM 7500-CALCULER-EMPREINTE
                   MOVE SPACES TO WS-OPR-ENTREE(WS-OPR-IDX)
                   MOVE LK-ID TO WS-OPR-ID(WS-OPR-IDX)
                   MOVE WS-EMPREINTE-CALCULEE
                       TO WS-OPR-EMPREINTE(WS-OPR-IDX)
                   MOVE LK-NIVEAU TO WS-OPR-NIVEAU(WS-OPR-IDX)
                   MOVE "A" TO WS-OPR-STATUT(WS-OPR-IDX)
                   MOVE ZEROES TO WS-OPR-DATE-MDP(WS-OPR-IDX)
                   MOVE ZEROES TO WS-OPR-NB-ECHECS(WS-OPR-IDX)
                   SET WS-A-REECRIRE TO TRUE
                   MOVE "O" TO LK-RESULTAT

                   MOVE LK-OPERATEUR TO ACTL-OPERATEUR
                   MOVE "M" TO ACTL-EVENEMENT
                   MOVE SPACES TO ACTL-DETAIL
                   STRING "MDP INITIAL " LK-ID
                       DELIMITED BY SIZE INTO ACTL-DETAIL
                   PERFORM 9500-JOURNALISER
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 4000-DESACTIVER-OPERATEUR : désactive un opérateur (niveau  *
      * 3 exigé)                                                    *
      * -----------------------------------------------------------*
       4000-DESACTIVER-OPERATEUR.
           PERFORM 2900-CONTROLER-DEMANDEUR.

           MOVE LK-ID TO WS-ID-CHERCHE.
           PERFORM 7000-CHERCHER-OPERATEUR.

           EVALUATE TRUE
               WHEN WS-NIVEAU-DEMANDEUR < 3
                   DISPLAY "DESACTIVATION RESERVEE AU NIVEAU 3"
               WHEN NOT WS-OPR-TROUVE
                   DISPLAY "IDENTIFIANT INCONNU"
               WHEN OTHER
                   MOVE "I" TO WS-OPR-STATUT(WS-OPR-IDX)
                   SET WS-A-REECRIRE TO TRUE
                   MOVE "O" TO LK-RESULTAT
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 5000-DEVERROUILLER-OPERATEUR : déverrouille un identifiant  *
      * verrouillé (niveau 9 exigé) et journalise le déverrouillage *
      * -----------------------------------------------------------*
       5000-DEVERROUILLER-OPERATEUR.
           PERFORM 2900-CONTROLER-DEMANDEUR.

           MOVE LK-ID TO WS-ID-CHERCHE.
           PERFORM 7000-CHERCHER-OPERATEUR.

           EVALUATE TRUE
               WHEN WS-NIVEAU-DEMANDEUR < 9
                   DISPLAY "DEVERROUILLAGE RESERVE AU NIVEAU 9"
               WHEN NOT WS-OPR-TROUVE
                   DISPLAY "IDENTIFIANT INCONNU"
               WHEN WS-OPR-STATUT(WS-OPR-IDX) NOT = "V"
                   DISPLAY "IDENTIFIANT NON VERROUILLE"
               WHEN OTHER
                   MOVE "A" TO WS-OPR-STATUT(WS-OPR-IDX)
                   MOVE ZEROES TO WS-OPR-NB-ECHECS(WS-OPR-IDX)
                   SET WS-A-REECRIRE TO TRUE
                   MOVE "O" TO LK-RESULTAT

                   MOVE LK-OPERATEUR TO ACTL-OPERATEUR
                   MOVE "U" TO ACTL-EVENEMENT
                   MOVE SPACES TO ACTL-DETAIL
                   STRING "DEVERROU. " LK-ID
                       DELIMITED BY SIZE INTO ACTL-DETAIL
                   PERFORM 9500-JOURNALISER
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 6000-LISTER-OPERATEURS : liste les opérateurs (sans les     *
      * empreintes), niveau 3 exigé                                 *
      * -----------------------------------------------------------*
       6000-LISTER-OPERATEURS.
           PERFORM 2900-CONTROLER-DEMANDEUR.

           IF WS-NIVEAU-DEMANDEUR < 3
               DISPLAY "LISTE RESERVEE AU NIVEAU 3"
           ELSE
               PERFORM 6100-LISTER-UN-OPERATEUR
                   VARYING WS-NO-OPR FROM 1 BY 1
                       UNTIL WS-NO-OPR > WS-NB-OPR
               MOVE "O" TO LK-RESULTAT
           END-IF.

      * -----------------------------------------------------------*
      * 6100-LISTER-UN-OPERATEUR : affiche un opérateur             *
      * -----------------------------------------------------------*
       6100-LISTER-UN-OPERATEUR.
           SET WS-OPR-IDX TO WS-NO-OPR.
           DISPLAY WS-OPR-ID(WS-OPR-IDX) "  NIVEAU "
               WS-OPR-NIVEAU(WS-OPR-IDX) "  STATUT "
               WS-OPR-STATUT(WS-OPR-IDX) "  MDP DU "
               WS-OPR-DATE-MDP(WS-OPR-IDX) "  ECHECS "
               WS-OPR-NB-ECHECS(WS-OPR-IDX).

      * -----------------------------------------------------------*
      * 7000-CHERCHER-OPERATEUR : cherche l'identifiant demandé     *
      * dans la table des opérateurs                                *
      * -----------------------------------------------------------*
       7000-CHERCHER-OPERATEUR.
           MOVE "N" TO WS-OPR-TROUVE-SWITCH.

           IF WS-NB-OPR > ZEROES
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPR-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-OPR-IDX > WS-NB-OPR
                       CONTINUE
                   WHEN WS-OPR-ID(WS-OPR-IDX) = WS-ID-CHERCHE
                       SET WS-OPR-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      * -----------------------------------------------------------*
      * 7500-CALCULER-EMPREINTE : empreinte à sens unique de        *
      * l'identifiant et du mot de passe placés dans WS-EMP-SOURCE  *
      * -----------------------------------------------------------*
       7500-CALCULER-EMPREINTE.
           MOVE 314159265 TO WS-EMP-ACC-A.
           MOVE 271828182 TO WS-EMP-ACC-B.

           PERFORM 7550-BRASSER-UN-TOUR
               VARYING WS-EMP-TOUR FROM 1 BY 1
                   UNTIL WS-EMP-TOUR > 7.

      * -----------------------------------------------------------*
      * 7550-BRASSER-UN-TOUR : un tour de brassage des seize        *
      * caractères                                                  *
      * -----------------------------------------------------------*
       7550-BRASSER-UN-TOUR.
           PERFORM 7560-BRASSER-UN-CARACTERE
               VARYING WS-EMP-POS FROM 1 BY 1
                   UNTIL WS-EMP-POS > 16.

      * -----------------------------------------------------------*
      * 7560-BRASSER-UN-CARACTERE : code du caractère (rang dans    *
      * l'alphabet) puis réduction des deux accumulateurs           *
      * -----------------------------------------------------------*
       7560-BRASSER-UN-CARACTERE.
           MOVE ZEROES TO WS-EMP-CODE.
           INSPECT WS-EMP-ALPHABET TALLYING WS-EMP-CODE
               FOR CHARACTERS BEFORE INITIAL WS-EMP-CAR(WS-EMP-POS).

           COMPUTE WS-EMP-PRODUIT = (WS-EMP-ACC-A * 131)
               + WS-EMP-CODE + WS-EMP-TOUR + WS-EMP-POS.
           DIVIDE WS-EMP-PRODUIT BY 999999937
               GIVING WS-EMP-QUOTIENT REMAINDER WS-EMP-ACC-A.

           COMPUTE WS-EMP-PRODUIT = (WS-EMP-ACC-B * 257)
               + WS-EMP-ACC-A + (WS-EMP-CODE * 7).
           DIVIDE WS-EMP-PRODUIT BY 999999929
               GIVING WS-EMP-QUOTIENT REMAINDER WS-EMP-ACC-B.

      * -----------------------------------------------------------*
      * 8000-REECRIRE-OPERATEURS : réécrit le fichier des           *
      * opérateurs en entier depuis la table                        *
      * -----------------------------------------------------------*
       8000-REECRIRE-OPERATEURS.
           OPEN OUTPUT OPRFILE.
           IF NOT WS-OPR-OK
               DISPLAY "IMPOSSIBLE DE REECRIRE OPRFILE - STATUT "
                   WS-OPR-STATUS
           ELSE
               PERFORM 8100-ECRIRE-UN-OPERATEUR
                   VARYING WS-NO-OPR FROM 1 BY 1
                       UNTIL WS-NO-OPR > WS-NB-OPR
               CLOSE OPRFILE
           END-IF.

      * -----------------------------------------------------------*
      * 8100-ECRIRE-UN-OPERATEUR : écrit un opérateur de la table   *
      * -----------------------------------------------------------*
       8100-ECRIRE-UN-OPERATEUR.
           MOVE WS-OPR-ENTREE(WS-NO-OPR) TO OPERATEUR-ENREG.
           WRITE OPRFILE-ENREG FROM OPERATEUR-ENREG.

      * -----------------------------------------------------------*
      * 9500-JOURNALISER : écrit l'événement courant dans le        *
      * journal d'activité, ouvert en EXTEND le temps de l'écriture *
      * (le programme appelant peut lui-même y écrire)              *
      * -----------------------------------------------------------*
       9500-JOURNALISER.
           MOVE WS-DATE-TRAITEMENT TO ACTL-DATE.
           ACCEPT WS-SYS-HHMMSS FROM TIME.
           MOVE WS-SYS-HHMMSS(1:6) TO ACTL-HEURE.

           OPEN EXTEND ACTLOGF.
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACTLOGF
           END-IF.
           IF WS-ACT-OK
               WRITE ACTLOGF-ENREG FROM ACTL-ENREG
               CLOSE ACTLOGF
           ELSE
               DISPLAY "IMPOSSIBLE D'OUVRIR ACTLOGF - STATUT "
                   WS-ACT-STATUS
           END-IF.
