      *-----------------------------------------------------------*
      *  SUSCLR.CPY                                                *
      *  Registre permanent du lettrage du compte d'attente        *
      *  471000 (SUSCLRF, ouvert en EXTEND, jamais vidé) : chaque  *
      *  jambe 471000 de GLHSTFIL soldée par SUSCLR1 y est         *
      *  recopiée telle quelle (image GLHSTREC), suivie de la      *
      *  date du lettrage, du compte du plan qui l'a reçue et de   *
      *  l'opérateur. Une jambe 471000 reste en suspens tant       *
      *  qu'aucune entrée du registre ne porte son image exacte -  *
      *  deux jambes identiques demandent deux entrées. Relu par   *
      *  SUSCLR1 et par l'état des suspens SUSRPT010.              *
      *-----------------------------------------------------------*
       01  SCLR-ENREG.
           05  SCLR-ELEMENT            PIC X(62).
           05  SCLR-DATE-LETTRAGE      PIC 9(08).
           05  SCLR-COMPTE-CIBLE       PIC X(06).
           05  SCLR-OPERATEUR          PIC X(08).
