      *  Appliquée par PAYREG010 à chaque employé pour passer du   *
      *  brut au net ; chaque ligne de retenue est détaillée sur   *
      *  le bulletin de paie individuel.                           *
      *  DED-PART = E : cotisation patronale, à la charge de       *
      *  l'employeur - calculée de même, non déduite du net,       *
      *  imprimée au coût employeur du bulletin et reversée avec   *
      *  les retenues (DEDTOTF) ; à blanc = retenue salariale.     *
      *-----------------------------------------------------------*
       01  RETENUE-ENREG.
           05  DED-CODE                PIC X(04).
               88  DED-FIXE            VALUE 'F'.
           05  DED-VALEUR              PIC 9(05)V9(02).
           05  DED-PLAFOND             PIC 9(07)V9(02).
           05  DED-PART                PIC X(01).
               88  DED-PATRONALE       VALUE 'E'.
