      *-----------------------------------------------------------*
      *  PAYJNL.CPY                                                *
      *  Ligne du journal de paie à poster au grand livre : une    *
      *  jambe par enregistrement (date, compte du plan, sens,     *
      *  montant en euros, libellé). Les fichiers qui la portent   *
      *  sont encadrés d'un en-tête et d'une fin de lot CTLHDTR -  *
      *  l'en-tête identifie le lot (date + programme producteur), *
      *  la fin de lot porte le nombre de jambes et le total des   *
      *  débits :                                                  *
      *    PAYJNLF  écrit par PAYREG010 - charges de personnel     *
      *             par service au débit, retenues dues aux        *
      *             organismes et nets dus au personnel au crédit  *
      *    SALJNLF  écrit par SALPAY010 - apurement des nets       *
      *             virés (débit 421000, crédit banque)            *
      *    DEDJNLF  écrit par DEDREM010 - apurement des retenues   *
      *             reversées (débit compte de l'organisme,        *
      *             crédit banque)                                 *
      *    STCJNLF  écrit par STCSOL010 - soldes de tout compte    *
      *             des sortants (brut au débit, retenues, avances *
      *             récupérées 425000 et nets dus au crédit)       *
      *  Les quatre lots sont postés par PAYGL010, chacun sous son *
      *  propre identifiant de lot dans GLHSTFIL.                  *
      *-----------------------------------------------------------*
       01  PJN-ENREG.
           05  PJN-DATE.
               10  PJN-DATE-AAAA       PIC 9(04).
               10  PJN-DATE-MM         PIC 9(02).
               10  PJN-DATE-JJ         PIC 9(02).
           05  PJN-COMPTE              PIC X(06).
           05  PJN-SENS                PIC X(01).
               88  PJN-DEBIT           VALUE 'D'.
               88  PJN-CREDIT          VALUE 'C'.
           05  PJN-MONTANT             PIC 9(07)V9(02).
           05  PJN-LIBELLE             PIC X(20).
