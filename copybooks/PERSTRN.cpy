      *  PERSBAT1 avec les mêmes validations que la saisie         *
      *  interactive de PERSMNT1 : action A/U/D, matricule, puis   *
      *  les zones de l'employé (nom, prénom, service, salaire,    *
      *  devise, coordonnées bancaires, date et motif de sortie    *
      *  pour un D, date d'effet du salaire pour un U - à blanc ou *
      *  à zéro, le premier du mois de traitement) - seules les    *
      *  zones utiles à l'action sont exploitées.                  *
      *-----------------------------------------------------------*
       01  PTRN-ENREG.
           05  PTRN-ACTION             PIC X(01).
           05  PTRN-DEVISE             PIC X(03).
           05  PTRN-IBAN               PIC X(27).
           05  PTRN-BIC                PIC X(11).
           05  PTRN-DATE-SORTIE        PIC 9(08).
           05  PTRN-MOTIF-SORTIE       PIC X(02).
           05  PTRN-DATE-EFFET         PIC 9(08).
           05  PTRN-DATE-EFFET-X REDEFINES PTRN-DATE-EFFET
                                       PIC X(08).
