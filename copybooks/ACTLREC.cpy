      *  sélection de menu (servie ou refusée pour habilitation    *
      *  insuffisante) et chaque déconnexion y laisse une ligne    *
      *  datée. Ecrit par MENU010, fichier ouvert en EXTEND et     *
      *  conservé sans limite. Les changements de mot de passe,    *
      *  verrouillages et déverrouillages d'identifiant y sont     *
      *  écrits par le sous-programme de session OPRSGN01.         *
      *  Evénements : C = connexion, R = connexion refusée,        *
      *  S = sélection servie, X = sélection refusée,              *
      *  D = déconnexion, M = mot de passe changé ou initialisé,   *
      *  V = identifiant verrouillé, U = identifiant déverrouillé. *
      *-----------------------------------------------------------*
       01  ACTL-ENREG.
           05  ACTL-DATE               PIC 9(08).
               88  ACTL-SELECTION      VALUE 'S'.
               88  ACTL-REFUS-CHOIX    VALUE 'X'.
               88  ACTL-DECONNEXION    VALUE 'D'.
               88  ACTL-CHANGE-MDP     VALUE 'M'.
               88  ACTL-VERROUILLAGE   VALUE 'V'.
               88  ACTL-DEVERROUILLAGE VALUE 'U'.
           05  ACTL-DETAIL             PIC X(20).
