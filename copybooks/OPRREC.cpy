      *-----------------------------------------------------------*
      *  OPRREC.CPY                                                *
      *  Enregistrement du fichier des opérateurs (OPRFILE) :      *
      *  identifiant, empreinte du mot de passe, niveau            *
      *  d'habilitation, statut, date du dernier changement de mot *
      *  de passe, échecs consécutifs et empreintes des trois mots *
      *  de passe précédents. Lu et tenu à jour par le seul        *
      *  sous-programme d'ouverture de session OPRSGN01, commun à  *
      *  MENU010 et aux programmes en mode ligne ; relu par        *
      *  SECREV010. Le mot de passe n'est jamais conservé en clair.*
      *  Niveaux : 1 = consultation, 2 = exploitation (modules     *
      *  batch), 3 = administration (maintenance des employés et   *
      *  des opérateurs), 9 = sécurité (déverrouillage des         *
      *  identifiants, en plus des droits du niveau 3).            *
      *  Statuts : A = actif, I = inactif, V = verrouillé après    *
      *  trop d'échecs consécutifs (déverrouillé par un niveau 9). *
      *  OPR-DATE-MDP à zéro = changement exigé à la prochaine     *
      *  ouverture de session.                                     *
      *-----------------------------------------------------------*
       01  OPERATEUR-ENREG.
           05  OPR-ID                  PIC X(08).
           05  OPR-EMPREINTE           PIC X(18).
           05  OPR-NIVEAU              PIC 9(01).
           05  OPR-STATUT              PIC X(01).
               88  OPR-ACTIF           VALUE 'A'.
               88  OPR-INACTIF         VALUE 'I'.
               88  OPR-VERROUILLE      VALUE 'V'.
           05  OPR-DATE-MDP            PIC 9(08).
               88  OPR-MDP-A-CHANGER   VALUE ZEROES.
           05  OPR-NB-ECHECS           PIC 9(01).
           05  OPR-HISTO-MDP           PIC X(18) OCCURS 3 TIMES.
