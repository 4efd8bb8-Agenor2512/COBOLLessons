      *-----------------------------------------------------------*
      *  SORTIE.CPY                                                *
      *  Sorties des employés et soldes de tout compte.            *
      *  STE-ENREG : sortie enregistrée (SORTIEF, en ajout, jamais *
      *  vidé), écrite par PERSMRG01 à la fusion d'une             *
      *  désactivation - matricule, date de sortie, motif, date de *
      *  la fusion et opérateur. C'est la liste des sortants à     *
      *  solder par STCSOL010.                                     *
      *  STC-ENREG : registre permanent des soldes de tout compte  *
      *  (STCREGF, en ajout), écrit par STCSOL010. Une ligne S par *
      *  sortant soldé (prorata de salaire, indemnité de congé,    *
      *  brut, retenues, avance récupérée, net et reste dû), puis  *
      *  une ligne R par retenue du solde. Un matricule présent en *
      *  S n'est jamais soldé deux fois ; SALPAY010 y trouve les   *
      *  sortants à payer et ANNCRT010 leurs chiffres de l'année.  *
      *-----------------------------------------------------------*
       01  STE-ENREG.
           05  STE-MATRICULE           PIC X(06).
           05  STE-DATE-SORTIE         PIC 9(08).
           05  STE-MOTIF               PIC X(02).
               88  STE-DEMISSION       VALUE 'DE'.
               88  STE-LICENCIEMENT    VALUE 'LI'.
               88  STE-RUPTURE-CONV    VALUE 'RC'.
               88  STE-FIN-CONTRAT     VALUE 'FC'.
               88  STE-RETRAITE        VALUE 'RE'.
               88  STE-DECES           VALUE 'DC'.
           05  STE-DATE-SAISIE         PIC 9(08).
           05  STE-OPERATEUR           PIC X(08).

       01  STC-ENREG.
           05  STC-TYPE                PIC X(01).
               88  STC-SOLDE           VALUE 'S'.
               88  STC-RETENUE         VALUE 'R'.
           05  STC-MATRICULE           PIC X(06).
           05  STC-DATE-SOLDE          PIC 9(08).
           05  STC-CORPS               PIC X(94).
           05  STC-CORPS-SOLDE REDEFINES STC-CORPS.
               10  STC-DATE-SORTIE     PIC 9(08).
               10  STC-MOTIF           PIC X(02).
               10  STC-DEVISE          PIC X(03).
               10  STC-JOURS-PAYES     PIC 9(02).
               10  STC-JOURS-MOIS      PIC 9(02).
               10  STC-SALAIRE-PRORATA PIC S9(07)V9(02).
               10  STC-ELEMENTS        PIC S9(07)V9(02).
               10  STC-JOURS-CONGE     PIC 9(03)V9(02).
               10  STC-INDEMNITE-CONGE PIC 9(07)V9(02).
               10  STC-BRUT            PIC S9(07)V9(02).
               10  STC-RETENUES        PIC S9(07)V9(02).
               10  STC-AVANCE          PIC 9(07)V9(02).
               10  STC-NET             PIC S9(07)V9(02).
               10  STC-RESTE-DU        PIC 9(07)V9(02).
           05  STC-CORPS-RETENUE REDEFINES STC-CORPS.
               10  STC-CODE-RETENUE    PIC X(04).
               10  STC-MONTANT-RETENUE PIC S9(07)V9(02).
               10  FILLER              PIC X(81).
