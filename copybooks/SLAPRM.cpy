      *-----------------------------------------------------------*
      *  SLAPRM.CPY                                                *
      *  Paramètres d'engagement de service de la fenêtre batch    *
      *  (SLAPRMF, un seul poste) : heure d'ouverture de la        *
      *  fenêtre (les heures du journal de run antérieures sont    *
      *  celles du lendemain matin), heure limite de fin de        *
      *  fenêtre avant la journée en ligne, nombre de dates de     *
      *  traitement suivies par la tendance, écart en points de    *
      *  pourcentage entre la croissance de la durée d'un step et  *
      *  celle de son volume lu au-delà duquel le step est signalé *
      *  en dérive, et durée moyenne plancher (en secondes) sous   *
      *  laquelle un step n'est pas jugé. Lu par OPSRPT010         *
      *  (alerte de dépassement) et WINTRD010 (tendance).          *
      *-----------------------------------------------------------*
       01  SLA-ENREG.
           05  SLA-HEURE-OUVERTURE     PIC 9(06).
           05  SLA-HEURE-LIMITE        PIC 9(06).
           05  SLA-NB-DATES            PIC 9(02).
           05  SLA-ECART-DERIVE        PIC 9(03).
           05  SLA-DUREE-PLANCHER      PIC 9(05).
