      *-----------------------------------------------------------*
      *  SALHIST.CPY                                               *
      *  Historique permanent des salaires (SALHSTF, en ajout,     *
      *  jamais vidé).                                             *
      *  Ligne C : changement de salaire appliqué par PERSMRG01 à  *
      *  la fusion d'une modification - matricule, date d'effet,   *
      *  ancien et nouveau salaire, devise, date et heure de la    *
      *  fusion, opérateur.                                        *
      *  Ligne R : rappel payé par PAYREG010 pour un changement C  *
      *  (même matricule, même date et heure de fusion) - mois de  *
      *  paie du rappel et brut rappelé. Un changement sans ligne  *
      *  R est encore à rappeler ; une ligne R du mois en cours    *
      *  est recalculée à l'identique en cas de relance de la paie.*
      *-----------------------------------------------------------*
       01  SAH-ENREG.
           05  SAH-TYPE                PIC X(01).
               88  SAH-CHANGEMENT      VALUE 'C'.
               88  SAH-RAPPEL          VALUE 'R'.
           05  SAH-MATRICULE           PIC X(06).
           05  SAH-DATE-EFFET          PIC 9(08).
           05  SAH-DATE-EFFET-DECOUPEE REDEFINES SAH-DATE-EFFET.
               10  SAH-EFFET-AAAA      PIC 9(04).
               10  SAH-EFFET-MM        PIC 9(02).
               10  SAH-EFFET-JJ        PIC 9(02).
           05  SAH-ANCIEN-SALAIRE      PIC S9(04)V9(02).
           05  SAH-NOUVEAU-SALAIRE     PIC S9(04)V9(02).
           05  SAH-DEVISE              PIC X(03).
           05  SAH-DATE-SAISIE         PIC 9(08).
           05  SAH-HEURE-SAISIE        PIC 9(06).
           05  SAH-OPERATEUR           PIC X(08).
           05  SAH-MOIS-RAPPEL         PIC 9(06).
           05  SAH-MONTANT-RAPPEL      PIC S9(07)V9(02).
