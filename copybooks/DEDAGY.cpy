      *  Plusieurs codes peuvent pointer le même organisme (même   *
      *  AGY-NOM) : DEDREM010 les regroupe sur un seul bordereau   *
      *  et un seul ordre de paiement.                             *
      *  AGY-COMPTE porte le compte de tiers du grand livre sur    *
      *  lequel la dette envers l'organisme est constatée par le   *
      *  journal de paie (431000 URSSAF, 437000 autres organismes  *
      *  sociaux...) et soldée au reversement ; à blanc, le        *
      *  journal retombe sur 431000.                               *
      *-----------------------------------------------------------*
       01  AGY-ENREG.
           05  AGY-CODE-RETENUE        PIC X(04).
           05  AGY-NOM                 PIC X(30).
           05  AGY-IBAN                PIC X(27).
           05  AGY-BIC                 PIC X(11).
           05  AGY-COMPTE              PIC X(06).
