      *                   purge :
      *                     1-5   "PURGE"
      *                     7-9   rétention en jours (blanc = 090)
      * 2026-10-14  AG  Le mode PURGE encadre l'archive AUDARCH d'un
      *                 en-tête EN (date, AUDRPT01) et d'une fin de lot
      *                 FN portant le nombre d'enregistrements archivés
      *                 (copy CTLHDTR), contrôlés par l'utilitaire de
      *                 restitution d'archives ARCRCH010. Une sélection
      *                 restituée par ARCRCH010 (sans en-tête ni fin de
      *                 lot) s'interroge ici en l'affectant à AUDITFIL.

       ENVIRONMENT DIVISION.

      * Enregistrement de la piste d'audit - voir copy AUDITREC
       COPY AUDITREC.

      * En-tête et fin de lot de l'archive AUDARCH - voir copy
      * CTLHDTR
       COPY CTLHDTR.

       01  WS-AUD-STATUS               PIC X(02).
           88  WS-AUD-OK               VALUE "00".

                   WS-ARC-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
               SET WS-FIN-FICHIER TO TRUE
           ELSE
               MOVE "EN" TO CTLHDR-TYPE
               MOVE WS-DATE-TRAITEMENT TO CTLHDR-DATE
               MOVE "AUDRPT01" TO CTLHDR-PROGRAMME
               WRITE AUDARCH-ENREG FROM CTLHDR-ENREG
           END-IF.

           OPEN OUTPUT AUDITFIL-NEW.
               CLOSE AUDITFIL
           END-IF.
           IF WS-ARC-OK
               MOVE "FN" TO CTLTRL-TYPE
               MOVE WS-NB-ARCHIVES TO CTLTRL-NB-ENREG
               MOVE ZEROES TO CTLTRL-TOTAL-CTL
               WRITE AUDARCH-ENREG FROM CTLTRL-ENREG
               CLOSE AUDARCH
           END-IF.
           IF WS-AUN-OK
