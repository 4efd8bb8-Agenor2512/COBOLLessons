      *                 alors les rejets déjà réparés pour une
      *                 seconde réparation - mouvement en double
      *                 dans MVTFILE.
      * 2026-10-09  AG  Une jambe de virement inter-agences réparée
      *                 garde son marqueur MVT-ORIGINE V au lieu d'être
      *                 marquée R : elle doit encore passer au compte de
      *                 liaison (GLPOST010) et être appariée
      *                 (AGCNET010).
      * 2026-10-13  AG  Ouverture de session et contrôle de
      *                 l'approbateur par le sous-programme commun
      *                 OPRSGN01 (mot de passe conservé en empreinte,
      *                 changement imposé à la première connexion et
      *                 après expiration, verrouillage après trois
      *                 échecs consécutifs) : la table des opérateurs
      *                 chargée ici et la comparaison en clair
      *                 disparaissent. Un échec de l'approbateur compte
      *                 pour son propre verrouillage.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Piste d'audit : identités de la saisie et de l'approbation
           SELECT AUDITFIL ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 53 CHARACTERS.
       01  MVTFILE-ENREG               PIC X(53).

       FD  AUDITFIL
           RECORD CONTAINS 59 CHARACTERS.
       01  AUDITFIL-ENREG              PIC X(59).
      * Mouvement en cours de réparation - voir copy TRANREC
       COPY TRANREC.

      * Trace d'audit - voir copy AUDITREC
       COPY AUDITREC.

       01  WS-MVT-STATUS               PIC X(02).
           88  WS-MVT-OK               VALUE "00".

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

      * Opérateur de saisie (connecté) et approbateur
       01  WS-ID-SAISI                 PIC X(08).
           STOP RUN.

      * -----------------------------------------------------------*
      * 0500-OUVRIR-SESSION : identifie l'opérateur de saisie par   *
      * OPRSGN01 (empreinte du mot de passe, statut actif,          *
      * verrouillage)                                               *
      * -----------------------------------------------------------*
       0500-OUVRIR-SESSION.
           MOVE SPACES TO WS-ID-SAISI.
           DISPLAY "IDENTIFIANT  : ".
           ACCEPT WS-ID-SAISI.
           DISPLAY "MOT DE PASSE : ".
           ACCEPT WS-MDP-SAISI.

           MOVE "S" TO WS-SGN-FONCTION.
           CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-OPERATEUR,
               WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
               WS-SGN-RESULTAT.
           IF WS-SGN-FICHIER-ABSENT
               DISPLAY "OPRFILE ABSENT - REPARATION IMPOSSIBLE"
           END-IF.
           IF WS-SGN-ACCEPTE
               SET WS-CONNECTE TO TRUE
               MOVE WS-ID-SAISI TO WS-OPERATEUR
               MOVE WS-SGN-NIVEAU TO WS-NIVEAU-OPERATEUR
               DISPLAY "BONJOUR " WS-OPERATEUR
                   " (NIVEAU " WS-NIVEAU-OPERATEUR ")"
           END-IF.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : ouvre les sorties - mouvements réparés,  *
      * report, audit et état                                       *
           DISPLAY "MOT DE PASSE APPROBATEUR  : ".
           ACCEPT WS-MDP-SAISI.

      * Identité de l'approbateur contrôlée par OPRSGN01 comme une
      * ouverture de session (échecs comptés, verrouillage)
           IF WS-ID-SAISI = WS-OPERATEUR
               MOVE "N" TO WS-SGN-RESULTAT
           ELSE
               MOVE "S" TO WS-SGN-FONCTION
               CALL "OPRSGN01" USING WS-SGN-FONCTION, WS-OPERATEUR,
                   WS-ID-SAISI, WS-MDP-SAISI, WS-SGN-NIVEAU,
                   WS-SGN-RESULTAT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ID-SAISI = WS-OPERATEUR
                   DISPLAY "ON N'APPROUVE PAS SA PROPRE CORRECTION"
               WHEN WS-SGN-VERROUILLE
                   DISPLAY "APPROBATEUR VERROUILLE"
               WHEN NOT WS-SGN-ACCEPTE
                   DISPLAY "APPROBATEUR INCONNU, INACTIF OU MOT DE "
                       "PASSE INCORRECT"
               WHEN WS-SGN-NIVEAU NOT > WS-NIVEAU-OPERATEUR
                   DISPLAY "NIVEAU INSUFFISANT POUR APPROUVER"
               WHEN OTHER
                   SET WS-APPROUVE TO TRUE
      * identités dans AUDITFIL                                     *
      * -----------------------------------------------------------*
       2800-RESOUMETTRE-LE-MOUVEMENT.
      * Une jambe de virement inter-agences garde son marqueur V :
      * marquée R, elle ne serait plus passée au compte de liaison
      * ni appariée à l'autre jambe (AGCNET010)
           IF NOT MVT-VIREMENT-AGENCE
               SET MVT-REPARE TO TRUE
           END-IF.

           IF WS-MVT-OK
               WRITE MVTFILE-ENREG FROM MOUVEMENT-ENREG
