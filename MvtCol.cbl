      *                 corrigée les re-fusionnait en double. Une
      *                 passe de vérification, puis une passe de
      *                 fusion seulement si tout est prouvé.
      * 2026-10-09  AG  Virements inter-agences : la remise passe à 51
      *                 caractères, le 51e portant V pour une jambe de
      *                 virement (libellé = référence, agence et compte
      *                 de l'autre jambe, copy TRANREC). Le marqueur est
      *                 reporté dans MVT-ORIGINE ; une remise de 50
      *                 caractères reste acceptée (flux normal).

       ENVIRONMENT DIVISION.


       FILE SECTION.
       FD  AGCFIL1
           RECORD CONTAINS 51 CHARACTERS.
       01  AGCFIL1-ENREG               PIC X(51).

       FD  AGCFIL2
           RECORD CONTAINS 51 CHARACTERS.
       01  AGCFIL2-ENREG               PIC X(51).

       FD  AGCFIL3
           RECORD CONTAINS 51 CHARACTERS.
       01  AGCFIL3-ENREG               PIC X(51).

       FD  MVTFILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY TRANREC.

      * Enregistrement brut de la remise en cours de lecture : les
      * 50 caractères historiques de TRANREC, sans le code agence,
      * suivis du marqueur de jambe de virement inter-agences (blanc
      * sur une remise de 50 caractères)
       01  WS-REMISE-ENREG.
           05  WS-REM-TYPE             PIC X(02).
               88  WS-REM-ENTETE       VALUE "EN".
               88  WS-REM-FIN-DE-LOT   VALUE "FN".
           05  FILLER                  PIC X(48).
           05  WS-REM-MARQUEUR         PIC X(01).
               88  WS-REM-VIREMENT     VALUE "V".

      * En-tête et fin de lot de la remise - voir copy CTLHDTR
       COPY CTLHDTR.
      * le flux fusionné                                            *
      * -----------------------------------------------------------*
       2450-ESTAMPILLER-ET-FUSIONNER.
           MOVE WS-REMISE-ENREG(1:50) TO MOUVEMENT-ENREG(1:50).
           MOVE WS-CODE-AGENCE  TO MVT-AGENCE.
           IF WS-REM-VIREMENT
               SET MVT-VIREMENT-AGENCE TO TRUE
           ELSE
               MOVE SPACE       TO MVT-ORIGINE
           END-IF.

           ADD 1 TO WS-NB-DETAIL.
           ADD MVT-MONTANT TO WS-TOTAL-DETAIL.
