      *  (programme, date de traitement, heures de début et de     *
      *  fin, compteurs lus/écrits/rejetés, code retour final).    *
      *  OPSRPT010 consolide le tout en un état récapitulatif      *
      *  d'exploitation en fin de fenêtre ; WINTRD010 en tire la   *
      *  tendance de la fenêtre sur plusieurs dates.               *
      *  Variante RUN-PLANIF : ligne de planification écrite par   *
      *  le sélecteur de fin de mois MTHSEL010, une par travail    *
      *  périodique retenu (travail, périodicité M/T/A, période) - *
      *  marquée PLANIF à la place de l'heure de début, elle n'est *
      *  pas un run et OPSRPT010 l'imprime à part.                 *
      *-----------------------------------------------------------*
       01  RUN-ENREG.
           05  RUN-PROGRAMME           PIC X(08).
           05  RUN-NB-ECRITS           PIC 9(07).
           05  RUN-NB-REJETES          PIC 9(07).
           05  RUN-CODE-RETOUR         PIC 9(02).

      * Ligne de planification de MTHSEL010 (même longueur)
       01  RUN-PLANIF REDEFINES RUN-ENREG.
           05  RUN-PLN-PROGRAMME       PIC X(08).
           05  RUN-PLN-DATE            PIC 9(08).
           05  RUN-PLN-MARQUE          PIC X(06).
               88  RUN-PLN-LIGNE-PLANIF VALUE "PLANIF".
           05  RUN-PLN-TRAVAIL         PIC X(09).
           05  RUN-PLN-PERIODICITE     PIC X(01).
           05  RUN-PLN-PERIODE         PIC 9(06).
           05  FILLER                  PIC X(11).
           05  RUN-PLN-CODE-RETOUR     PIC 9(02).
