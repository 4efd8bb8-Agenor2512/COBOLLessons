      *-----------------------------------------------------------*
      *  CONGE.CPY                                                 *
      *  Congés et absences des employés.                          *
      *  CGE-ENREG : maître des congés (CONGEF, en séquence de     *
      *  matricule comme PERSFILE), tenu par CGEABS010 - droit     *
      *  acquis depuis l'embauche (25 jours ouvrés par an, acquis  *
      *  mois par mois à partir du mois de PERSONNE-DATE-EMBAUCHE),*
      *  jours de congé pris, dernier mois acquis (AAAAMM), et     *
      *  jours ouvrés de maladie et de sans solde de l'année       *
      *  CGE-ANNEE (remis à zéro au changement d'année). Le solde  *
      *  est CGE-ACQUIS - CGE-PRIS ; il est imprimé sur le         *
      *  bulletin par PAYREG010.                                   *
      *  ABS-ENREG : absence remise par les services (ABSTRNF) -   *
      *  matricule, type (C congé payé, M maladie, S sans solde)   *
      *  et période, dates incluses. Les jours décomptés sont les  *
      *  jours ouvrés de la période au calendrier CALFILE.         *
      *-----------------------------------------------------------*
       01  CGE-ENREG.
           05  CGE-MATRICULE           PIC X(06).
           05  CGE-ACQUIS              PIC 9(03)V9(02).
           05  CGE-PRIS                PIC 9(03)V9(02).
           05  CGE-DERNIER-MOIS        PIC 9(06).
           05  CGE-ANNEE               PIC 9(04).
           05  CGE-MALADIE             PIC 9(03).
           05  CGE-SANS-SOLDE          PIC 9(03).

       01  ABS-ENREG.
           05  ABS-MATRICULE           PIC X(06).
           05  ABS-TYPE                PIC X(01).
               88  ABS-CONGE           VALUE 'C'.
               88  ABS-MALADIE         VALUE 'M'.
               88  ABS-SANS-SOLDE      VALUE 'S'.
           05  ABS-DATE-DEBUT          PIC 9(08).
           05  ABS-DATE-FIN            PIC 9(08).
