      *  Enregistrement du fichier des retenues cumulées du run de *
      *  paie (DEDTOTF) : une ligne par code de retenue DED-CODE,  *
      *  écrite par PAYREG010 en fin de passage avec le total      *
      *  retenu sur l'ensemble des employés, converti en euros     *
      *  (FOREX01) comme le journal de paie. Recréé à chaque run   *
      *  (comme NETFILE), complété par STCSOL010 des retenues des  *
      *  soldes de tout compte, et consommé par DEDREM010 qui      *
      *  produit le bordereau de reversement par organisme         *
      *  collecteur et les ordres de paiement correspondants.      *
      *-----------------------------------------------------------*
       01  DTOT-ENREG.
           05  DTOT-DATE               PIC 9(08).
