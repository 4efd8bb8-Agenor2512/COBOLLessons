      *                 l'historique des modifications PERSHSTF
      *                 (copy PERSHIST) - voir l'état d'enquête
      *                 PERSHRPT.
      * 2026-10-01  AG  Une désactivation saisit désormais la date de
      *                 sortie (AAAAMMJJ, au plus la date de traitement)
      *                 et le motif de sortie (copy SORTIE), avec
      *                 reprompt ; PERSMRG01 les enregistre dans le
      *                 fichier des sorties SORTIEF, d'où STCSOL010
      *                 établit le solde de tout compte.
      * 2026-10-02  AG  Une modification saisit désormais la date
      *                 d'effet du nouveau salaire (AAAAMMJJ, au plus la
      *                 date de traitement, pas avant l'exercice
      *                 précédent ; vide = premier du mois de
      *                 traitement), avec reprompt ; PERSMRG01 historise
      *                 le changement dans SALHSTF et PAYREG010 paie le
      *                 rappel des mois déjà payés.

       ENVIRONMENT DIVISION.

      * sous-programme commun DATPRM01 (fichier DATEFILE) ; date
      * machine en repli hors fenêtre
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-TRT-DECOUPEE REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-AAAA             PIC 9(04).
           05  WS-TRT-MM               PIC 9(02).
           05  WS-TRT-JJ               PIC 9(02).

       01  WS-ACTION                   PIC X(01).
           88  WS-ACTION-AJOUT         VALUE "A".
       01  WS-IBAN-ACCEPTE-SW          PIC X(01).
           88  WS-IBAN-ACCEPTE         VALUE "O".

      * Saisie de la sortie d'un employé désactivé : date AAAAMMJJ,
      * au plus la date de traitement, et motif contrôlé sur les
      * codes de la copy SORTIE (reprise par PERSMRG01 dans SORTIEF)
       COPY SORTIE.

       01  WS-DATE-SORTIE-SAISIE       PIC X(08).
       01  WS-DATE-SORTIE-DECOUPEE REDEFINES WS-DATE-SORTIE-SAISIE.
           05  WS-SORTIE-AAAA          PIC 9(04).
           05  WS-SORTIE-MM            PIC 9(02).
           05  WS-SORTIE-JJ            PIC 9(02).
       01  WS-DATE-SORTIE-NUM          PIC 9(08).
       01  WS-SORTIE-ACCEPTEE-SW       PIC X(01).
           88  WS-SORTIE-ACCEPTEE      VALUE "O".

      * Saisie de la date d'effet d'une modification de salaire :
      * AAAAMMJJ, au plus la date de traitement et pas avant le
      * 1er janvier de l'exercice précédent ; vide = premier du mois
      * de traitement (pas de rappel)
       01  WS-DATE-EFFET-SAISIE        PIC X(08).
       01  WS-DATE-EFFET-DECOUPEE REDEFINES WS-DATE-EFFET-SAISIE.
           05  WS-EFFET-AAAA           PIC 9(04).
           05  WS-EFFET-MM             PIC 9(02).
           05  WS-EFFET-JJ             PIC 9(02).
       01  WS-DATE-EFFET-NUM           PIC 9(08).
       01  WS-ANNEE-EFFET-MINI         PIC 9(04).
       01  WS-EFFET-ACCEPTEE-SW        PIC X(01).
           88  WS-EFFET-ACCEPTEE       VALUE "O".

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISER.
               DISPLAY "NOUVEAU SALAIRE      : "
               ACCEPT TRANS-SALAIRE(TRANS-NOMBRE)

               PERFORM 0900-SAISIR-DATE-EFFET
               MOVE WS-DATE-EFFET-NUM
                   TO TRANS-DATE-EFFET(TRANS-NOMBRE)

      * Blanc = coordonnées bancaires inchangées à la fusion
               PERFORM 0700-SAISIR-IBAN
               MOVE WS-IBAN-SAISIE TO TRANS-IBAN(TRANS-NOMBRE)

      * -----------------------------------------------------------*
      * 2300-SAISIR-DESACTIVATION : saisit le matricule à désactiver *
      * avec la date et le motif de sortie                          *
      * -----------------------------------------------------------*
       2300-SAISIR-DESACTIVATION.
           IF TRANS-NOMBRE >= 50

               DISPLAY "MATRICULE A DESACTIVER : "
               ACCEPT TRANS-MATRICULE(TRANS-NOMBRE)

               PERFORM 0800-SAISIR-DATE-SORTIE
               MOVE WS-DATE-SORTIE-NUM
                   TO TRANS-DATE-SORTIE(TRANS-NOMBRE)
               PERFORM 0850-SAISIR-MOTIF-SORTIE
               MOVE STE-MOTIF TO TRANS-MOTIF-SORTIE(TRANS-NOMBRE)
           END-IF.

      * -----------------------------------------------------------*
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0800-SAISIR-DATE-SORTIE : accepte la date de sortie AAAAMMJJ*
      * avec reprompt tant qu'elle est invalide ou postérieure à la *
      * date de traitement                                          *
      * -----------------------------------------------------------*
       0800-SAISIR-DATE-SORTIE.
           MOVE "N" TO WS-SORTIE-ACCEPTEE-SW.
           PERFORM 0820-ACCEPTER-DATE-SORTIE
               UNTIL WS-SORTIE-ACCEPTEE.

      * -----------------------------------------------------------*
      * 0820-ACCEPTER-DATE-SORTIE : une tentative de saisie de la   *
      * date de sortie                                              *
      * -----------------------------------------------------------*
       0820-ACCEPTER-DATE-SORTIE.
           MOVE SPACES TO WS-DATE-SORTIE-SAISIE.
           DISPLAY "DATE DE SORTIE (AAAAMMJJ) : ".
           ACCEPT WS-DATE-SORTIE-SAISIE.

           IF WS-DATE-SORTIE-SAISIE NOT NUMERIC
               DISPLAY "DATE DE SORTIE INVALIDE - VEUILLEZ RESSAISIR"
           ELSE
               IF WS-SORTIE-MM < 1 OR WS-SORTIE-MM > 12
                   OR WS-SORTIE-JJ < 1 OR WS-SORTIE-JJ > 31
                   DISPLAY "DATE DE SORTIE INVALIDE - VEUILLEZ "
                       "RESSAISIR"
               ELSE
                   MOVE WS-DATE-SORTIE-SAISIE TO WS-DATE-SORTIE-NUM
                   IF WS-DATE-SORTIE-NUM > WS-DATE-TRAITEMENT
                       DISPLAY "DATE DE SORTIE POSTERIEURE AU "
                           "TRAITEMENT - VEUILLEZ RESSAISIR"
                   ELSE
                       SET WS-SORTIE-ACCEPTEE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0850-SAISIR-MOTIF-SORTIE : accepte le motif de sortie avec  *
      * reprompt tant qu'il n'est pas l'un des codes connus         *
      * -----------------------------------------------------------*
       0850-SAISIR-MOTIF-SORTIE.
           MOVE "N" TO WS-SORTIE-ACCEPTEE-SW.
           PERFORM 0870-ACCEPTER-MOTIF-SORTIE
               UNTIL WS-SORTIE-ACCEPTEE.

      * -----------------------------------------------------------*
      * 0870-ACCEPTER-MOTIF-SORTIE : une tentative de saisie du     *
      * motif de sortie                                             *
      * -----------------------------------------------------------*
       0870-ACCEPTER-MOTIF-SORTIE.
           MOVE SPACES TO STE-MOTIF.
           DISPLAY "MOTIF DE SORTIE (DE=DEMISSION LI=LICENCIEMENT".
           DISPLAY "  RC=RUPTURE CONV. FC=FIN DE CONTRAT RE=RETRAITE".
           DISPLAY "  DC=DECES) : ".
           ACCEPT STE-MOTIF.

           IF STE-DEMISSION OR STE-LICENCIEMENT OR STE-RUPTURE-CONV
               OR STE-FIN-CONTRAT OR STE-RETRAITE OR STE-DECES
               SET WS-SORTIE-ACCEPTEE TO TRUE
           ELSE
               DISPLAY "MOTIF DE SORTIE INCONNU - VEUILLEZ RESSAISIR"
           END-IF.

      * -----------------------------------------------------------*
      * 0900-SAISIR-DATE-EFFET : accepte la date d'effet du salaire *
      * AAAAMMJJ avec reprompt tant qu'elle est invalide ; vide =   *
      * premier du mois de traitement                               *
      * -----------------------------------------------------------*
       0900-SAISIR-DATE-EFFET.
           COMPUTE WS-ANNEE-EFFET-MINI = WS-TRT-AAAA - 1.
           MOVE "N" TO WS-EFFET-ACCEPTEE-SW.
           PERFORM 0920-ACCEPTER-DATE-EFFET
               UNTIL WS-EFFET-ACCEPTEE.

      * -----------------------------------------------------------*
      * 0920-ACCEPTER-DATE-EFFET : une tentative de saisie de la    *
      * date d'effet                                                *
      * -----------------------------------------------------------*
       0920-ACCEPTER-DATE-EFFET.
           MOVE SPACES TO WS-DATE-EFFET-SAISIE.
           DISPLAY "DATE D'EFFET DU SALAIRE (AAAAMMJJ, VIDE = MOIS "
               "EN COURS) : ".
           ACCEPT WS-DATE-EFFET-SAISIE.

           EVALUATE TRUE
               WHEN WS-DATE-EFFET-SAISIE = SPACES
                   MOVE WS-TRT-AAAA TO WS-EFFET-AAAA
                   MOVE WS-TRT-MM   TO WS-EFFET-MM
                   MOVE 1           TO WS-EFFET-JJ
                   MOVE WS-DATE-EFFET-SAISIE TO WS-DATE-EFFET-NUM
                   SET WS-EFFET-ACCEPTEE TO TRUE
               WHEN WS-DATE-EFFET-SAISIE NOT NUMERIC
                   DISPLAY "DATE D'EFFET INVALIDE - VEUILLEZ RESSAISIR"
               WHEN WS-EFFET-MM < 1 OR WS-EFFET-MM > 12
                   OR WS-EFFET-JJ < 1 OR WS-EFFET-JJ > 31
                   DISPLAY "DATE D'EFFET INVALIDE - VEUILLEZ RESSAISIR"
               WHEN WS-EFFET-AAAA < WS-ANNEE-EFFET-MINI
                   DISPLAY "DATE D'EFFET AVANT L'EXERCICE PRECEDENT - "
                       "VEUILLEZ RESSAISIR"
               WHEN OTHER
                   MOVE WS-DATE-EFFET-SAISIE TO WS-DATE-EFFET-NUM
                   IF WS-DATE-EFFET-NUM > WS-DATE-TRAITEMENT
                       DISPLAY "DATE D'EFFET POSTERIEURE AU "
                           "TRAITEMENT - VEUILLEZ RESSAISIR"
                   ELSE
                       SET WS-EFFET-ACCEPTEE TO TRUE
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 0750-JOURNALISER-REJET-IBAN : journalise dans EXCFILE       *
      * l'IBAN rejeté pour clé invalide                             *
