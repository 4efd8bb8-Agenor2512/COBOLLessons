           05  CHIST-OPERATEUR         PIC X(08).
           05  CHIST-ACTION            PIC X(01).
           05  CHIST-CODE-CLIENT       PIC X(08).
           05  CHIST-AVANT             PIC X(113).
           05  CHIST-APRES             PIC X(113).
