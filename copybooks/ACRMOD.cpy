      *-----------------------------------------------------------*
      *  ACRMOD.CPY                                                *
      *  Modèle d'écriture récurrente (ACRMODF) : une ligne par    *
      *  jambe, triées par code modèle puis numéro de jambe. Les   *
      *  jambes d'un même modèle doivent sommer à zéro (débits =   *
      *  crédits), viser des comptes du plan GLCOAFIL et porter    *
      *  les mêmes dates de début et de fin et le même drapeau     *
      *  d'extourne - sinon ACREXT010 refuse le modèle entier et   *
      *  le signale. Tant que la date de traitement est comprise   *
      *  entre la date de début et la date de fin, ACREXT010       *
      *  génère l'écriture une fois par mois, au premier run du    *
      *  mois (loyers fixes, quotes-parts mensuelles...).          *
      *  AMD-EXTOURNE = O : l'écriture générée est aussi extournée *
      *  au premier jour ouvré de la période suivante.             *
      *  AMD-SEGMENT : agence A1/A2/A3, blanc ou HQ = siège.       *
      *-----------------------------------------------------------*
       01  AMD-ENREG.
           05  AMD-MODELE              PIC X(06).
           05  AMD-NO-JAMBE            PIC 9(02).
           05  AMD-COMPTE              PIC X(06).
           05  AMD-SENS                PIC X(01).
               88  AMD-SENS-DEBIT      VALUE 'D'.
               88  AMD-SENS-CREDIT     VALUE 'C'.
           05  AMD-MONTANT             PIC 9(07)V9(02).
           05  AMD-LIBELLE             PIC X(20).
           05  AMD-SEGMENT             PIC X(02).
           05  AMD-DATE-DEBUT          PIC 9(08).
           05  AMD-DATE-FIN            PIC 9(08).
           05  AMD-EXTOURNE            PIC X(01).
               88  AMD-A-EXTOURNER     VALUE 'O'.
           05  FILLER                  PIC X(07).
