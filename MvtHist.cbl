      *                 MVT-AGENCE - MVTFILE passe de 50 à 52
      *                 caractères et l'historique MVTHSTF (copy
      *                 MVTHREC) de 58 à 60.
      * 2026-10-14  AG  Chaque purge encadre désormais son lot dans
      *                 l'archive MVTHARCF d'un en-tête EN (date,
      *                 MVTHST01) et d'une fin de lot FN portant le
      *                 nombre de mouvements archivés (copy CTLHDTR),
      *                 contrôlés par l'utilitaire de restitution
      *                 d'archives ARCRCH010 avant toute relecture.

       ENVIRONMENT DIVISION.

      * Enregistrement d'historique - voir copy MVTHREC
       COPY MVTHREC.

      * En-tête et fin de lot de chaque purge dans l'archive
      * MVTHARCF - voir copy CTLHDTR
       COPY CTLHDTR.

       01  WS-MVT-STATUS               PIC X(02).
           88  WS-MVT-OK               VALUE "00".
           88  WS-MVT-EOF              VALUE "10".
                       "MVTHARCF"
                   PERFORM 9800-NOTER-ERREUR-FICHIER
                   SET WS-FIN-FICHIER TO TRUE
               ELSE
      * Chaque purge ajoute un lot EN ... FN à l'archive, contrôlé
      * par ARCRCH010 avant toute restitution
                   MOVE "EN" TO CTLHDR-TYPE
                   MOVE WS-DATE-TRAITEMENT TO CTLHDR-DATE
                   MOVE "MVTHST01" TO CTLHDR-PROGRAMME
                   WRITE MVTHARCF-ENREG FROM CTLHDR-ENREG
               END-IF
           END-IF.

               CLOSE MVTHSTF-NEW
           END-IF.
           IF WS-ARC-OK
               MOVE "FN" TO CTLTRL-TYPE
               MOVE WS-NB-ARCHIVES TO CTLTRL-NB-ENREG
               MOVE ZEROES TO CTLTRL-TOTAL-CTL
               WRITE MVTHARCF-ENREG FROM CTLTRL-ENREG
               CLOSE MVTHARCF
           END-IF.

