      *                 ligne de commande, "PERSBAT1" à défaut) est
      *                 portée par PERSMRG01 sur chaque trace de
      *                 l'historique des modifications PERSHSTF.
      * 2026-10-01  AG  PERSTRN étendu : une désactivation porte la date
      *                 et le motif de sortie (PERSTRNF passe de 82 à 92
      *                 caractères), contrôlés comme à la saisie
      *                 interactive - date invalide ou postérieure au
      *                 traitement, motif inconnu (copy SORTIE) :
      *                 transaction rejetée.
      * 2026-10-02  AG  PERSTRN étendu : une modification porte la date
      *                 d'effet du salaire (PERSTRNF passe de 92 à 100
      *                 caractères), contrôlée comme à la saisie
      *                 interactive - date invalide, postérieure au
      *                 traitement ou antérieure à l'exercice
      *                 précédent : transaction rejetée ; à blanc, le
      *                 premier du mois de traitement. PERSMRG01
      *                 historise le changement dans SALHSTF et
      *                 PAYREG010 en paie le rappel.

       ENVIRONMENT DIVISION.


       FILE SECTION.
       FD  PERSTRNF
           RECORD CONTAINS 100 CHARACTERS.
       01  PERSTRNF-ENREG              PIC X(100).

       FD  PERSRPT
           RECORD CONTAINS 80 CHARACTERS.

       01  WS-MOTIF-REJET              PIC X(40).

      * Contrôle de la sortie portée par une désactivation : date
      * AAAAMMJJ au plus la date de traitement, motif pris dans les
      * codes de la copy SORTIE
       COPY SORTIE.

       01  WS-DATE-SORTIE-CTL          PIC 9(08).
       01  WS-DATE-SORTIE-DECOUPEE REDEFINES WS-DATE-SORTIE-CTL.
           05  WS-SORTIE-AAAA          PIC 9(04).
           05  WS-SORTIE-MM            PIC 9(02).
           05  WS-SORTIE-JJ            PIC 9(02).

      * Contrôle de la date d'effet d'une modification de salaire :
      * AAAAMMJJ, au plus la date de traitement et pas avant le
      * 1er janvier de l'exercice précédent ; à blanc ou à zéro, le
      * premier du mois de traitement (pas de rappel)
       01  WS-DATE-EFFET-CTL           PIC 9(08).
       01  WS-DATE-EFFET-DECOUPEE REDEFINES WS-DATE-EFFET-CTL.
           05  WS-EFFET-AAAA           PIC 9(04).
           05  WS-EFFET-MM             PIC 9(02).
           05  WS-EFFET-JJ             PIC 9(02).
       01  WS-ANNEE-EFFET-MINI         PIC 9(04).

       01  WS-NB-LUES                  PIC 9(05) VALUE ZEROES.
       01  WS-NB-RETENUES              PIC 9(05) VALUE ZEROES.
       01  WS-NB-REJETEES              PIC 9(05) VALUE ZEROES.

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-TRT-DECOUPEE REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-AAAA             PIC 9(04).
           05  WS-TRT-MM               PIC 9(02).
           05  WS-TRT-JJ               PIC 9(02).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cet état tient sur une seule page
               WHEN PTRN-ACTION = "A"
                   AND PTRN-PERSONNE2 NOT ALPHABETIC
                   MOVE "PRENOM NON ALPHABETIQUE" TO WS-MOTIF-REJET
               WHEN PTRN-ACTION = "D"
                   PERFORM 2350-CONTROLER-SORTIE
               WHEN PTRN-IBAN NOT = SPACES
                   PERFORM 2300-CONTROLER-IBAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               AND PTRN-ACTION = "U"
               PERFORM 2370-CONTROLER-DATE-EFFET
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               AND TRANS-NOMBRE >= 50
               MOVE "TABLE DES TRANSACTIONS PLEINE (50)"
                   TO WS-MOTIF-REJET
           END-IF.

      * -----------------------------------------------------------*
      * 2350-CONTROLER-SORTIE : contrôle la date et le motif de     *
      * sortie d'une désactivation, comme à la saisie interactive   *
      * -----------------------------------------------------------*
       2350-CONTROLER-SORTIE.
           MOVE PTRN-MOTIF-SORTIE TO STE-MOTIF.

           IF PTRN-DATE-SORTIE NOT NUMERIC
               MOVE "DATE DE SORTIE INVALIDE" TO WS-MOTIF-REJET
           ELSE
               MOVE PTRN-DATE-SORTIE TO WS-DATE-SORTIE-CTL
               EVALUATE TRUE
                   WHEN WS-SORTIE-MM < 1 OR WS-SORTIE-MM > 12
                       OR WS-SORTIE-JJ < 1 OR WS-SORTIE-JJ > 31
                       MOVE "DATE DE SORTIE INVALIDE"
                           TO WS-MOTIF-REJET
                   WHEN WS-DATE-SORTIE-CTL > WS-DATE-TRAITEMENT
                       MOVE "DATE DE SORTIE POSTERIEURE AU TRAITEMENT"
                           TO WS-MOTIF-REJET
                   WHEN STE-DEMISSION OR STE-LICENCIEMENT
                       OR STE-RUPTURE-CONV OR STE-FIN-CONTRAT
                       OR STE-RETRAITE OR STE-DECES
                       CONTINUE
                   WHEN OTHER
                       MOVE "MOTIF DE SORTIE INCONNU" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

      * -----------------------------------------------------------*
      * 2370-CONTROLER-DATE-EFFET : contrôle la date d'effet d'une  *
      * modification, comme à la saisie interactive - à blanc ou à  *
      * zéro, le premier du mois de traitement                      *
      * -----------------------------------------------------------*
       2370-CONTROLER-DATE-EFFET.
           MOVE ZEROES TO WS-DATE-EFFET-CTL.
           IF PTRN-DATE-EFFET-X NOT = SPACES
               IF PTRN-DATE-EFFET NOT NUMERIC
                   MOVE "DATE D'EFFET INVALIDE" TO WS-MOTIF-REJET
               ELSE
                   MOVE PTRN-DATE-EFFET TO WS-DATE-EFFET-CTL
               END-IF
           END-IF.

           COMPUTE WS-ANNEE-EFFET-MINI = WS-TRT-AAAA - 1.

           EVALUATE TRUE
               WHEN WS-MOTIF-REJET NOT = SPACES
                   CONTINUE
               WHEN WS-DATE-EFFET-CTL = ZEROES
                   MOVE WS-DATE-TRAITEMENT TO WS-DATE-EFFET-CTL
                   MOVE 1 TO WS-EFFET-JJ
               WHEN WS-EFFET-MM < 1 OR WS-EFFET-MM > 12
                   OR WS-EFFET-JJ < 1 OR WS-EFFET-JJ > 31
                   MOVE "DATE D'EFFET INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-DATE-EFFET-CTL > WS-DATE-TRAITEMENT
                   MOVE "DATE D'EFFET POSTERIEURE AU TRAITEMENT"
                       TO WS-MOTIF-REJET
               WHEN WS-EFFET-AAAA < WS-ANNEE-EFFET-MINI
                   MOVE "DATE D'EFFET AVANT L'EXERCICE PRECEDENT"
                       TO WS-MOTIF-REJET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 2400-EMPILER-TRANSACTION : place la transaction validée     *
      * dans la table commune, devise EUR par défaut                *
           END-IF.
           MOVE PTRN-IBAN      TO TRANS-IBAN(TRANS-NOMBRE).
           MOVE PTRN-BIC       TO TRANS-BIC(TRANS-NOMBRE).
           MOVE PTRN-DATE-SORTIE  TO TRANS-DATE-SORTIE(TRANS-NOMBRE).
           MOVE PTRN-MOTIF-SORTIE TO TRANS-MOTIF-SORTIE(TRANS-NOMBRE).
           IF PTRN-ACTION = "U"
               MOVE WS-DATE-EFFET-CTL TO TRANS-DATE-EFFET(TRANS-NOMBRE)
           ELSE
               MOVE ZEROES TO TRANS-DATE-EFFET(TRANS-NOMBRE)
           END-IF.

           PERFORM 2600-POINTER-SUR-ETAT.

