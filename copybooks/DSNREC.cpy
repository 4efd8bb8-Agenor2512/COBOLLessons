      *-----------------------------------------------------------*
      *  DSNREC.CPY                                                *
      *  Déclaration sociale nominative du mois (DSNFILE), au      *
      *  format fixe de 80 caractères produit par DSNEXT010 à      *
      *  partir du détail de paie PAYDETF, montants en euros :     *
      *  00 émetteur (SIRET, raison sociale, mois déclaré, date    *
      *     de création, programme) ;                              *
      *  10 salarié - un bloc par employé payé ou embauché ou      *
      *     sorti dans le mois (identité, date d'embauche, brut,   *
      *     net, embauche du mois, date et motif de sortie) ;      *
      *  20 cotisation du salarié qui précède - code DED-CODE,     *
      *     part S salariale ou E patronale, base et montant ;     *
      *  99 totaux de contrôle (enregistrements 00 à 99 compris,   *
      *     salariés, brut, cotisations, embauches, sorties).      *
      *-----------------------------------------------------------*
       01  DSN-ENREG.
           05  DSN-TYPE                PIC X(02).
               88  DSN-EMETTEUR        VALUE '00'.
               88  DSN-SALARIE         VALUE '10'.
               88  DSN-COTISATION      VALUE '20'.
               88  DSN-TOTAUX          VALUE '99'.
           05  DSN-CORPS               PIC X(78).
           05  DSN-CORPS-EMETTEUR REDEFINES DSN-CORPS.
               10  DSN-SIRET           PIC X(14).
               10  DSN-RAISON-SOCIALE  PIC X(30).
               10  DSN-MOIS            PIC 9(06).
               10  DSN-DATE-CREATION   PIC 9(08).
               10  DSN-PROGRAMME       PIC X(10).
               10  FILLER              PIC X(10).
           05  DSN-CORPS-SALARIE REDEFINES DSN-CORPS.
               10  DSN-SAL-MATRICULE   PIC X(06).
               10  DSN-SAL-NOM         PIC X(12).
               10  DSN-SAL-PRENOM      PIC X(12).
               10  DSN-SAL-DATE-EMB    PIC X(08).
               10  DSN-SAL-BRUT        PIC S9(07)V9(02).
               10  DSN-SAL-NET         PIC S9(07)V9(02).
               10  DSN-SAL-EMBAUCHE    PIC X(01).
                   88  DSN-SAL-EMBAUCHE-MOIS VALUE 'O'.
               10  DSN-SAL-DATE-SORTIE PIC 9(08).
               10  DSN-SAL-MOTIF       PIC X(02).
               10  FILLER              PIC X(11).
           05  DSN-CORPS-COTISATION REDEFINES DSN-CORPS.
               10  DSN-COT-MATRICULE   PIC X(06).
               10  DSN-COT-CODE        PIC X(04).
               10  DSN-COT-PART        PIC X(01).
               10  DSN-COT-BASE        PIC S9(07)V9(02).
               10  DSN-COT-MONTANT     PIC S9(07)V9(02).
               10  FILLER              PIC X(49).
           05  DSN-CORPS-TOTAUX REDEFINES DSN-CORPS.
               10  DSN-TOT-NB-ENREG    PIC 9(07).
               10  DSN-TOT-NB-SALARIES PIC 9(05).
               10  DSN-TOT-BRUT        PIC S9(09)V9(02).
               10  DSN-TOT-COTISATIONS PIC S9(09)V9(02).
               10  DSN-TOT-NB-EMB      PIC 9(05).
               10  DSN-TOT-NB-SORTIES  PIC 9(05).
               10  FILLER              PIC X(34).
