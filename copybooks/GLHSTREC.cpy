      *  ouvert en EXTEND et conservé sans limite : c'est le       *
      *  détail derrière chaque solde de GLBALFIL. Relu par        *
      *  l'état mensuel d'activité par compte GLACT010.            *
      *  GLH-SEGMENT porte le segment analytique de la jambe :     *
      *  agence A1/A2/A3 pour un mouvement d'agence posté par      *
      *  GLPOST010, HQ (siège) pour les flux internes (SO, IN, FR, *
      *  AP...) et les écritures des programmes comptables ;       *
      *  GLJRN1 et ALLOC010 peuvent viser une agence. Une jambe    *
      *  historisée avant l'ajout du segment (blanc) compte pour   *
      *  le siège. Relu par le résultat mensuel par agence         *
      *  BRPNL010.                                                 *
      *-----------------------------------------------------------*
       01  GLH-ENREG.
           05  GLH-DATE.
           05  GLH-LIBELLE             PIC X(20).
           05  GLH-LOT-DATE            PIC 9(08).
           05  GLH-LOT-PROGRAMME       PIC X(08).
           05  GLH-SEGMENT             PIC X(02).
               88  GLH-SEGMENT-SIEGE   VALUE 'HQ' SPACES.
