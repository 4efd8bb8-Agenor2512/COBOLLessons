      *                 service. PERSFILE-IDX passe en ACCESS
      *                 DYNAMIC pour servir à la fois l'accès direct
      *                 et le parcours.
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE et PERSFILE-IDX passent de
      *                 144 à 145 caractères.

       ENVIRONMENT DIVISION.

       FD  PERSFILE-IDX.
       01  PERSFILE-IDX-ENREG.
           05  PIDX-NOM                PIC X(12).
           05  PIDX-RESTE              PIC X(133).

      * Déclaration de variables
      * Cette section se situe dans la DATA DIVISION
