      *-----------------------------------------------------------*
      *  RETDCL.CPY                                                *
      *  Déclaration annuelle des intérêts et des retenues à la    *
      *  source (TAXDCLF), produite par INTTAX010 pour             *
      *  l'administration fiscale : une ligne 'B' par bénéficiaire *
      *  (client) - identité, pays de résidence, statut fiscal,    *
      *  intérêts bruts de l'année et retenue prélevée - puis une  *
      *  ligne 'T' de totaux par statut fiscal (I, E, N) et une    *
      *  ligne 'T' générale (statut '*'), avec le nombre de        *
      *  bénéficiaires.                                            *
      *-----------------------------------------------------------*
       01  RDC-ENREG.
           05  RDC-TYPE                PIC X(01).
               88  RDC-BENEFICIAIRE    VALUE 'B'.
               88  RDC-TOTAL           VALUE 'T'.
           05  RDC-ANNEE               PIC 9(04).
           05  RDC-CLIENT              PIC X(08).
           05  RDC-NOM                 PIC X(30).
           05  RDC-PAYS                PIC X(02).
           05  RDC-STATUT-FISCAL       PIC X(01).
           05  RDC-INTERETS-BRUTS      PIC 9(09)V9(02).
           05  RDC-RETENUE             PIC 9(09)V9(02).

       01  RDC-TOTAL-ENREG REDEFINES RDC-ENREG.
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC 9(04).
           05  RDC-TOT-STATUT          PIC X(01).
           05  RDC-TOT-NB-BENEF        PIC 9(07).
           05  FILLER                  PIC X(33).
           05  RDC-TOT-INTERETS-BRUTS  PIC 9(09)V9(02).
           05  RDC-TOT-RETENUE         PIC 9(09)V9(02).
