      *  MVT-TYPE, "*" = tout type) au compte du plan à mouvement- *
      *  ner en contrepartie du compte de banque. Un mouvement     *
      *  sans règle est imputé au compte d'attente et journalisé   *
      *  dans EXCFILE par GLPOST010. Le lettrage du compte         *
      *  d'attente SUSCLR1 peut ajouter la règle qui aurait        *
      *  imputé un suspens réaffecté.                              *
      *-----------------------------------------------------------*
       01  GLRUL-ENREG.
           05  GLRUL-PROGRAMME         PIC X(08).
