      *                 (CUSTMNT1), réservé au niveau 3 comme la
      *                 maintenance des employés - le maître des
      *                 clients n'est plus édité à la main.
      * 2026-10-13  AG  Ouverture de session et administration des
      *                 opérateurs confiées au sous-programme commun
      *                 OPRSGN01, seul à lire et écrire OPRFILE : mots
      *                 de passe conservés en empreinte, changement
      *                 imposé à la première connexion et après
      *                 expiration, trois derniers mots de passe
      *                 refusés, identifiant verrouillé après trois
      *                 échecs consécutifs. Nouveau choix 9 = changer
      *                 son mot de passe (tous niveaux) ; nouvelle
      *                 action d'administration U = déverrouiller un
      *                 identifiant, réservée au nouveau niveau 9
      *                 (sécurité), qui a par ailleurs tous les droits
      *                 du niveau 3. ACTLOGF est désormais ouvert le
      *                 temps de chaque écriture, OPRSGN01 y
      *                 journalisant aussi changements, verrouillages et
      *                 déverrouillages.

      * -------------------
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal d'activité des opérateurs - voir copy ACTLREC
           SELECT ACTLOGF ASSIGN TO "ACTLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
      * -------------------

       FILE SECTION.
       FD  ACTLOGF
           RECORD CONTAINS 43 CHARACTERS.
       01  ACTLOGF-ENREG               PIC X(43).

       WORKING-STORAGE SECTION.

      * Ligne du journal d'activité - voir copy ACTLREC
       COPY ACTLREC.

       01  WS-ACT-STATUS               PIC X(02).
           88  WS-ACT-OK               VALUE "00".

           88  WS-CHOIX-PERS           VALUE "6".
           88  WS-CHOIX-ADMIN          VALUE "7".
           88  WS-CHOIX-CUST           VALUE "8".
           88  WS-CHOIX-CHANGER-MDP    VALUE "9".
           88  WS-CHOIX-QUITTER        VALUE "0" " ".
           88  WS-CHOIX-VALIDE         VALUES "0" THRU "9" " ".

       01  WS-COMMANDE                 PIC X(40).

      * Appel du sous-programme commun de session OPRSGN01, seul
      * à lire et écrire le fichier des opérateurs OPRFILE
       01  WS-SGN-FONCTION             PIC X(01).
       01  WS-SGN-NIVEAU               PIC 9(01).
       01  WS-SGN-RESULTAT             PIC X(01).
           88  WS-SGN-ACCEPTE          VALUE "O".
           88  WS-SGN-VERROUILLE       VALUE "V".
           88  WS-SGN-MDP-NON-CHANGE   VALUE "M".
           88  WS-SGN-FICHIER-ABSENT   VALUE "F".

      * Mode de secours : OPRFILE absent, seule l'identité
      * ADMIN/ADMIN (niveau 3) est acceptée, bruyamment signalée
       01  WS-ADM-ACTION               PIC X(01).
           88  WS-ADM-AJOUT            VALUE "A".
           88  WS-ADM-DESACTIVE        VALUE "D".
           88  WS-ADM-DEVERROUILLE     VALUE "U".
           88  WS-ADM-LISTE            VALUE "L".
           88  WS-ADM-RETOUR           VALUE "Q" " ".
       01  WS-ADM-ID                   PIC X(08).
       01  WS-ADM-MDP                  PIC X(08).
       01  WS-ADM-NIVEAU               PIC 9(01).

       01  WS-SYS-HHMMSSCC             PIC 9(08).


           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.

           PERFORM 0500-OUVRIR-SESSION
               UNTIL WS-CONNECTE OR WS-NB-TENTATIVES >= 3.

               DISPLAY "TROP DE TENTATIVES - SESSION REFUSEE"
           END-IF.

           DISPLAY "FIN DU MENU".
           STOP RUN.

      * -----------------------------------------------------------*
      * 0500-OUVRIR-SESSION : une tentative d'ouverture de session  *
      * (identifiant et mot de passe), journalisée dans tous les    *
                   " (NIVEAU " WS-SESSION-NIVEAU ")"
           ELSE
               MOVE "R" TO ACTL-EVENEMENT
               EVALUATE TRUE
                   WHEN WS-SGN-VERROUILLE
                       MOVE "REFUSEE - VERROUILLE" TO ACTL-DETAIL
                   WHEN WS-SGN-MDP-NON-CHANGE
                       MOVE "REFUSEE - MDP EXPIRE" TO ACTL-DETAIL
                   WHEN OTHER
                       MOVE "CONNEXION REFUSEE" TO ACTL-DETAIL
                       DISPLAY "IDENTIFIANT OU MOT DE PASSE INCORRECT"
               END-EVALUATE
               PERFORM 9500-JOURNALISER
           END-IF.

      * -----------------------------------------------------------*
      * 0600-CONTROLER-IDENTITE : fait contrôler l'identité saisie  *
      * par OPRSGN01 (empreinte, verrouillage, changement imposé) ; *
      * OPRFILE absent = mode de secours                            *
      * -----------------------------------------------------------*
       0600-CONTROLER-IDENTITE.
           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SESSION-ID,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.

           EVALUATE TRUE
               WHEN WS-SGN-ACCEPTE
                   SET WS-CONNECTE TO TRUE
                   MOVE WS-SGN-NIVEAU TO WS-SESSION-NIVEAU
               WHEN WS-SGN-FICHIER-ABSENT
                   PERFORM 0650-CONTROLER-SECOURS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 0650-CONTROLER-SECOURS : OPRFILE absent - mode de secours   *
      * bruyamment signalé, seule l'identité ADMIN/ADMIN (niveau 3) *
      * est acceptée                                                *
      * -----------------------------------------------------------*
       0650-CONTROLER-SECOURS.
           IF NOT WS-EN-SECOURS
               DISPLAY "*** OPRFILE ABSENT - MODE DE SECOURS ***"
               DISPLAY "*** SEUL ADMIN/ADMIN EST ACCEPTE      ***"
               SET WS-EN-SECOURS TO TRUE
           END-IF.

           IF WS-ID-SAISI = "ADMIN" AND WS-MDP-SAISI = "ADMIN"
               SET WS-CONNECTE TO TRUE
               MOVE 3 TO WS-SESSION-NIVEAU
           END-IF.

      * -----------------------------------------------------------*
               DISPLAY " 7 - ADMIN. OPERATEURS "
               DISPLAY " 8 - MAINTENANCE CLIENTS   (CUSTMNT1)"
           END-IF.
           DISPLAY " 9 - CHANGER MON MOT DE PASSE ".
           DISPLAY " 0 - QUITTER ".
           DISPLAY "====================================".
           DISPLAY "VOTRE CHOIX : " WITH NO ADVANCING.
               WHEN WS-CHOIX-CUST
                   MOVE "CUSTMNT1" TO WS-COMMANDE
                   PERFORM 2100-LANCER-PROGRAMME
               WHEN WS-CHOIX-CHANGER-MDP
                   PERFORM 2600-CHANGER-MON-MDP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-LANCER-PROGRAMME.
           CALL WS-COMMANDE.

      * -----------------------------------------------------------*
      * 2600-CHANGER-MON-MDP : changement volontaire du mot de      *
      * passe de l'opérateur connecté, par OPRSGN01 (ancien mot de  *
      * passe contrôlé, historique refusé, changement journalisé)   *
      * -----------------------------------------------------------*
       2600-CHANGER-MON-MDP.
           IF WS-EN-SECOURS
               DISPLAY "CHANGEMENT IMPOSSIBLE EN MODE DE SECOURS"
           ELSE
               MOVE SPACES TO WS-MDP-SAISI
               DISPLAY "MOT DE PASSE ACTUEL : "
               ACCEPT WS-MDP-SAISI

               MOVE "C" TO WS-SGN-FONCTION
               CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SESSION-ID,
                   WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
                   WS-SGN-RESULTAT
      * Trop d'échecs sur l'ancien mot de passe : l'identifiant
      * vient d'être verrouillé, la session s'arrête
               IF WS-SGN-VERROUILLE
                   SET WS-CHOIX-QUITTER TO TRUE
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2700-ADMINISTRER-OPERATEURS : administration du fichier des *
      * opérateurs (niveau 3) - ajout, désactivation,               *
      * déverrouillage (niveau 9), liste ; chaque action est servie *
      * par OPRSGN01                                                *
      * -----------------------------------------------------------*
       2700-ADMINISTRER-OPERATEURS.
           MOVE SPACES TO WS-ADM-ACTION.
      * 2710-TRAITER-UNE-ACTION : une action d'administration       *
      * -----------------------------------------------------------*
       2710-TRAITER-UNE-ACTION.
           DISPLAY "A=AJOUTER  D=DESACTIVER  U=DEVERROUILLER  "
               "L=LISTER  Q=RETOUR".
           ACCEPT WS-ADM-ACTION.

           EVALUATE TRUE
                   PERFORM 2720-AJOUTER-OPERATEUR
               WHEN WS-ADM-DESACTIVE
                   PERFORM 2740-DESACTIVER-OPERATEUR
               WHEN WS-ADM-DEVERROUILLE
                   PERFORM 2750-DEVERROUILLER-OPERATEUR
               WHEN WS-ADM-LISTE
                   PERFORM 2760-LISTER-OPERATEURS
               WHEN WS-ADM-RETOUR
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2720-AJOUTER-OPERATEUR : ajoute un opérateur ; son mot de   *
      * passe initial devra être changé à sa première connexion     *
      * -----------------------------------------------------------*
       2720-AJOUTER-OPERATEUR.
           MOVE SPACES TO WS-ADM-ID.
           DISPLAY "IDENTIFIANT : ".
           ACCEPT WS-ADM-ID.

           MOVE SPACES TO WS-ADM-MDP.
           DISPLAY "MOT DE PASSE INITIAL : ".
           ACCEPT WS-ADM-MDP.

           MOVE ZEROES TO WS-ADM-NIVEAU.
           DISPLAY "NIVEAU (1, 2, 3 OU 9) : ".
           ACCEPT WS-ADM-NIVEAU.

           MOVE "A" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SESSION-ID,
               WS-ADM-ID, WS-ADM-MDP, WS-ADM-NIVEAU, WS-SGN-RESULTAT.

           IF WS-SGN-ACCEPTE
               DISPLAY "OPERATEUR AJOUTE - MOT DE PASSE A CHANGER A "
                   "SA PREMIERE CONNEXION"
      * Le fichier existe désormais : le mode de secours n'a plus
      * lieu d'être, ADMIN n'y figure pas
               IF WS-EN-SECOURS
                   DISPLAY "OPRFILE CREE - FIN DU MODE DE SECOURS, "
                       "SE RECONNECTER SOUS CET IDENTIFIANT"
                   MOVE "N" TO WS-SECOURS-SW
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2740-DESACTIVER-OPERATEUR : désactive un opérateur          *
      * -----------------------------------------------------------*
       2740-DESACTIVER-OPERATEUR.
           MOVE SPACES TO WS-ADM-ID.
           DISPLAY "IDENTIFIANT A DESACTIVER : ".
           ACCEPT WS-ADM-ID.

           MOVE "D" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SESSION-ID,
               WS-ADM-ID, WS-ADM-MDP, WS-ADM-NIVEAU, WS-SGN-RESULTAT.

           EVALUATE TRUE
               WHEN WS-SGN-ACCEPTE
                   DISPLAY "OPERATEUR DESACTIVE"
               WHEN WS-SGN-FICHIER-ABSENT
                   DISPLAY "OPRFILE ABSENT - AUCUN OPERATEUR"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2750-DEVERROUILLER-OPERATEUR : déverrouille un identifiant  *
      * verrouillé après trop d'échecs (niveau 9)                   *
      * -----------------------------------------------------------*
       2750-DEVERROUILLER-OPERATEUR.
           IF WS-SESSION-NIVEAU < 9
               DISPLAY "DEVERROUILLAGE RESERVE AU NIVEAU 9"
           ELSE
               MOVE SPACES TO WS-ADM-ID
               DISPLAY "IDENTIFIANT A DEVERROUILLER : "
               ACCEPT WS-ADM-ID

               MOVE "U" TO WS-SGN-FONCTION
               CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SESSION-ID,
                   WS-ADM-ID, WS-ADM-MDP, WS-ADM-NIVEAU,
                   WS-SGN-RESULTAT

               IF WS-SGN-ACCEPTE
                   DISPLAY "OPERATEUR DEVERROUILLE"
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * mots de passe)                                              *
      * -----------------------------------------------------------*
       2760-LISTER-OPERATEURS.
           MOVE "L" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-SESSION-ID,
               WS-ADM-ID, WS-ADM-MDP, WS-ADM-NIVEAU, WS-SGN-RESULTAT.

           IF WS-SGN-FICHIER-ABSENT
               DISPLAY "OPRFILE ABSENT - AUCUN OPERATEUR"
           END-IF.

      * -----------------------------------------------------------*
      * 2900-REFUSER-CHOIX : choix hors habilitation - refusé et    *
      * journalisé                                                  *

      * -----------------------------------------------------------*
      * 9500-JOURNALISER : écrit l'événement courant dans le        *
      * journal d'activité, ouvert en EXTEND le temps de l'écriture *
      * - OPRSGN01 y écrit aussi les changements de mot de passe et *
      * les verrouillages                                           *
      * -----------------------------------------------------------*

       9500-JOURNALISER.
           MOVE WS-DATE-TRAITEMENT TO ACTL-DATE.
           ACCEPT WS-SYS-HHMMSSCC FROM TIME.
           MOVE WS-SYS-HHMMSSCC(1:6) TO ACTL-HEURE.
           MOVE WS-SESSION-ID TO ACTL-OPERATEUR.

      * EXTEND : le journal d'activité est permanent ; premier
      * événement = le fichier n'existe pas encore (statut 35), il
      * est créé
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
