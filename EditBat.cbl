      *                 REJWRK1, C = correctif CORMNT1, blanc = flux
      *                 normal) - MVTFILE/MVTCLEAN passent de 52 à
      *                 53 caractères, REJFILE de 63 à 64.
      * 2026-10-09  AG  Nouveau motif de rejet VIR : une jambe de
      *                 virement inter-agences (MVT-ORIGINE V) est
      *                 rejetée si elle ne vient pas d'une agence, si
      *                 l'agence de contrepartie est inconnue ou la
      *                 sienne, ou si la référence ou le compte de
      *                 l'autre jambe manquent.

       ENVIRONMENT DIVISION.

           88  WS-REJET-DATE           VALUE "DAT".
           88  WS-REJET-NUMERIQUE      VALUE "NUM".
           88  WS-REJET-TAILLE         VALUE "SIZ".
           88  WS-REJET-VIREMENT       VALUE "VIR".

      * Compteurs du contrôle, affichés en fin de step
       01  WS-NB-MVT-LUS               PIC 9(07) VALUE ZEROES.
               END-IF
           END-IF.

           IF WS-ENREG-PROPRE AND MVT-VIREMENT-AGENCE
               PERFORM 2400-CONTROLER-VIREMENT
           END-IF.

           IF WS-ENREG-PROPRE
               ADD 1 TO WS-NB-MVT-PROPRES
               IF WS-MVC-OK
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 2400-CONTROLER-VIREMENT : une jambe de virement inter-      *
      * agences doit venir d'une agence, nommer une AUTRE agence    *
      * en contrepartie, porter une référence et le compte de       *
      * l'autre jambe - sinon elle ne pourrait jamais être          *
      * appariée ni passée au bon compte de liaison                 *
      * -----------------------------------------------------------*
       2400-CONTROLER-VIREMENT.
           IF MVT-AGENCE NOT = "A1" AND MVT-AGENCE NOT = "A2"
               AND MVT-AGENCE NOT = "A3"
               SET WS-REJET-VIREMENT TO TRUE
           END-IF.

           IF MVT-VIR-AGENCE-CTP NOT = "A1"
               AND MVT-VIR-AGENCE-CTP NOT = "A2"
               AND MVT-VIR-AGENCE-CTP NOT = "A3"
               SET WS-REJET-VIREMENT TO TRUE
           END-IF.

           IF MVT-VIR-AGENCE-CTP = MVT-AGENCE
               OR MVT-VIR-REFERENCE = SPACES
               OR MVT-VIR-COMPTE-CTP = SPACES
               SET WS-REJET-VIREMENT TO TRUE
           END-IF.

      * -----------------------------------------------------------*
      * 3000-CONTROLER-DETAIL : passe DTLFILE au crible et ventile  *
      * chaque montant entre DTLCLEAN et REJFILE                    *
