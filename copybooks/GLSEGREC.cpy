      *-----------------------------------------------------------*
      *  GLSEGREC.CPY                                              *
      *  Solde du grand livre par compte et par segment d'agence   *
      *  (GLSEGFIL) : un enregistrement par compte du plan et par  *
      *  agence A1/A2/A3 ayant mouvementé le compte. Tenu par      *
      *  GLPOST010, GLJRN1 et ALLOC010, seuls à poster sur une     *
      *  agence. Le segment siège (HQ) n'est pas stocké : c'est le *
      *  solde GLBALFIL du compte diminué de ses segments          *
      *  d'agence, si bien que les écritures des autres programmes *
      *  comptables restent au siège sans toucher ce fichier.      *
      *  GLYEC010 y solde les comptes de résultat à la clôture     *
      *  annuelle ; relu par le résultat par agence BRPNL010       *
      *  (cumul de l'exercice).                                    *
      *-----------------------------------------------------------*
       01  GLS-ENREG.
           05  GLS-COMPTE              PIC X(06).
           05  GLS-SEGMENT             PIC X(02).
           05  GLS-SOLDE               PIC S9(07)V9(02).
           05  GLS-DATE-MAJ            PIC 9(08).
