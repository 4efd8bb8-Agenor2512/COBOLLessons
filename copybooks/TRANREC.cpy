      *  C = mouvement correctif saisi sous double contrôle        *
      *  (CORMNT1), blanc = flux normal - l'enregistrement passe   *
      *  de 52 à 53 caractères.                                    *
      *  MVT-ORIGINE V = jambe d'un virement inter-agences, remise *
      *  par l'agence (51e caractère de la remise, MVTCOL010) : le *
      *  libellé porte alors la référence du virement, l'agence et *
      *  le compte de l'autre jambe (MVT-VIREMENT). GLPOST010 en   *
      *  passe la contrepartie au compte de liaison de la paire    *
      *  d'agences, AGCNET010 apparie les deux jambes.             *
      *-----------------------------------------------------------*
       01  MOUVEMENT-ENREG.
           05  MVT-COMPTE              PIC X(12).
               88  MVT-CREDIT          VALUE 'C'.
           05  MVT-MONTANT             PIC 9(07)V9(02).
           05  MVT-LIBELLE             PIC X(20).
           05  MVT-VIREMENT REDEFINES MVT-LIBELLE.
               10  MVT-VIR-REFERENCE   PIC X(06).
               10  MVT-VIR-AGENCE-CTP  PIC X(02).
               10  MVT-VIR-COMPTE-CTP  PIC X(12).
           05  MVT-AGENCE              PIC X(02).
           05  MVT-ORIGINE             PIC X(01).
               88  MVT-REPARE          VALUE 'R'.
               88  MVT-CORRECTIF       VALUE 'C'.
               88  MVT-VIREMENT-AGENCE VALUE 'V'.
