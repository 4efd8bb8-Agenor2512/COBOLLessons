      *-----------------------------------------------------------*
      *  PAYDET.CPY                                                *
      *  Détail de paie du mois (PAYDETF) : une ligne S par        *
      *  employé payé (brut et net, devise de paie et contre-      *
      *  valeur en euros) et une ligne C par retenue ou cotisation *
      *  non nulle (code, part S salariale ou E patronale, base    *
      *  plafonnée et montant, convertis en euros par FOREX01      *
      *  comme DEDTOTF). Recréé par PAYREG010 à chaque run (comme  *
      *  NETFILE), complété par STCSOL010 des soldes de tout       *
      *  compte, et lu par DSNEXT010 qui en tire la déclaration    *
      *  sociale nominative du mois.                               *
      *-----------------------------------------------------------*
       01  PDT-ENREG.
           05  PDT-TYPE                PIC X(01).
               88  PDT-SALARIE         VALUE 'S'.
               88  PDT-COTISATION      VALUE 'C'.
           05  PDT-DATE                PIC 9(08).
           05  PDT-MATRICULE           PIC X(06).
           05  PDT-CODE                PIC X(04).
           05  PDT-PART                PIC X(01).
           05  PDT-BASE                PIC S9(07)V9(02).
           05  PDT-MONTANT             PIC S9(07)V9(02).
           05  PDT-DEVISE              PIC X(03).
           05  PDT-BASE-EUR            PIC S9(07)V9(02).
           05  PDT-MONTANT-EUR         PIC S9(07)V9(02).
