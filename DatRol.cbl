      *                 (calendrier non entretenu), le step s'arrête
      *                 en code retour 8 et DATEFILE reste intact -
      *                 on n'avance pas vers l'inconnu.
      * 2026-10-11  AG  Fin de mois : quand la date courante est le
      *                 dernier jour ouvré du mois au calendrier
      *                 (CAL-DERNIER-OUVRE), le step lancé depuis
      *                 NIGHTBAT n'avance plus DATEFILE et rend le code
      *                 retour 1, sur lequel NIGHTBAT soumet la chaîne
      *                 MONTHEND. Le step de fin de MONTHEND est lancé
      *                 avec le PARM FINMOIS et avance alors la date
      *                 normalement - la fin de mois tourne sous la date
      *                 du mois qu'elle clôt.
      * 2026-10-15  AG  Lancé avec le PARM FINMOIS, le step n'avance
      *                 plus la date dans le mois suivant si la période
      *                 du mois quitté n'est pas close (PERCTL01) :
      *                 code retour 8 et DATEFILE inchangé, la fin de
      *                 mois reste à reprendre.

       ENVIRONMENT DIVISION.

       01  WS-SUIVANTE-TROUVEE-SW      PIC X(01) VALUE "N".
           88  WS-SUIVANTE-TROUVEE     VALUE "O".

      * Date courante marquée dernier jour ouvré du mois au
      * calendrier : la fin de mois (chaîne MONTHEND) doit passer
      * avant que la date n'avance
       01  WS-COURANTE-FDM-SW          PIC X(01) VALUE "N".
           88  WS-COURANTE-FIN-DE-MOIS VALUE "O".

      * Paramètre d'exécution : FINMOIS quand le step est lancé en
      * dernier de la chaîne MONTHEND, à blanc dans NIGHTBAT
       01  WS-PARM-LANCEMENT           PIC X(10).
           88  WS-LANCE-PAR-FIN-MOIS   VALUE "FINMOIS".

      * Contrôle de période de la clôture mensuelle (PERCTL01) : le
      * mois quitté par la fin de mois doit être clos
       01  WS-PERIODE-OUVERTE          PIC 9(06).
       01  WS-PERIODE-CLOSE-SW         PIC X(01).
           88  WS-PERIODE-CLOSE        VALUE "O".

      * Heures machine HHMMSSCC telles que restituées par TIME
       01  WS-HEURE-DEBUT-RUN          PIC 9(08).
       01  WS-HEURE-FIN-RUN            PIC 9(08).
      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = rejets, 8 = erreur fichier,
      * 12 = erreur fatale (convention commune aux steps de NIGHTBAT)
      * et 1 = date non avancée, fin de mois à lancer (MONTHEND)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WS-HEURE-DEBUT-RUN FROM TIME.
           ACCEPT WS-PARM-LANCEMENT FROM COMMAND-LINE.

           PERFORM 1000-LIRE-DATE-COURANTE.


           IF WS-CODE-RETOUR < 8
               IF WS-SUIVANTE-TROUVEE
                   IF WS-COURANTE-FIN-DE-MOIS
                       AND NOT WS-LANCE-PAR-FIN-MOIS
                       PERFORM 2500-DIFFERER-FIN-DE-MOIS
                   ELSE
                       IF WS-LANCE-PAR-FIN-MOIS
                           PERFORM 2700-CONTROLER-CLOTURE
                       END-IF
                       IF WS-CODE-RETOUR < 8
                           PERFORM 3000-AVANCER-DATEFILE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "AUCUN JOUR OUVRE AU-DELA DE "
                       WS-DATE-COURANTE " AU CALENDRIER - "
      * -----------------------------------------------------------*
      * 2100-EXAMINER-UNE-JOURNEE : lit une journée du calendrier   *
      * et la retient si elle est ouvrée, postérieure à la date     *
      * courante et plus proche que la retenue ; note au passage si *
      * la date courante est le dernier jour ouvré du mois          *
      * -----------------------------------------------------------*
       2100-EXAMINER-UNE-JOURNEE.
           READ CALFILE INTO CAL-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF CAL-DATE = WS-DATE-COURANTE
                       AND CAL-DERNIER-OUVRE
                       SET WS-COURANTE-FIN-DE-MOIS TO TRUE
                   END-IF
                   IF CAL-OUVRE
                       AND CAL-DATE > WS-DATE-COURANTE
                       AND (NOT WS-SUIVANTE-TROUVEE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2500-DIFFERER-FIN-DE-MOIS : dernier jour ouvré du mois vu   *
      * depuis NIGHTBAT - DATEFILE reste sur la date courante et le *
      * code retour 1 fait soumettre la chaîne MONTHEND, dont le    *
      * dernier step (PARM FINMOIS) avancera la date                *
      * -----------------------------------------------------------*
       2500-DIFFERER-FIN-DE-MOIS.
           DISPLAY "DERNIER JOUR OUVRE DU MOIS - FIN DE MOIS A "
               "LANCER".
           DISPLAY "DATEFILE MAINTENU A " WS-DATE-COURANTE
               " JUSQU'A LA FIN DE MONTHEND".
           MOVE 1 TO WS-CODE-RETOUR.

      * -----------------------------------------------------------*
      * 2700-CONTROLER-CLOTURE : fin de mois (PARM FINMOIS) - la    *
      * date ne passe dans le mois suivant que si la période du     *
      * mois quitté est close (PERCTL01) ; sinon MTHSEL010 ne       *
      * pourrait plus jamais relancer cette fin de mois             *
      * -----------------------------------------------------------*
       2700-CONTROLER-CLOTURE.
           IF WS-DATE-SUIVANTE(1:6) NOT = WS-DATE-COURANTE(1:6)
               CALL "PERCTL01" USING WS-DATE-COURANTE,
                   WS-PERIODE-OUVERTE, WS-PERIODE-CLOSE-SW
               IF NOT WS-PERIODE-CLOSE
                   DISPLAY "PERIODE " WS-DATE-COURANTE(1:6)
                       " NON CLOSE - DATEFILE INCHANGE"
                   DISPLAY "FIN DE MOIS A REPRENDRE AVANT "
                       "L'AVANCEMENT DE LA DATE"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 3000-AVANCER-DATEFILE : réécrit DATEFILE avec le prochain   *
      * jour ouvré                                                  *
