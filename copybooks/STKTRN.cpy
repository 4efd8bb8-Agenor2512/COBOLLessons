      *-----------------------------------------------------------*
      *  STKTRN.CPY                                                *
      *  Enregistrement du fichier des mouvements de stock à       *
      *  appliquer (STKTRNF), alimenté en ajout et vidé chaque     *
      *  nuit par STKUPD010 (même principe que MVTFILE drainé par  *
      *  FUTWHS010) :                                              *
      *    S = sortie, ligne d'une facture postée (MUL010)         *
      *    R = retour, ligne d'un avoir (MUL010)                   *
      *    V = réservation, ligne d'une facture retenue dans       *
      *        INVHOLD (MUL010) - reportée de nuit en nuit dans    *
      *        STKTRNF jusqu'à la décision de CRDREL1              *
      *    L = libération de la facture STT-REFERENCE (CRDREL1) :  *
      *        ses réservations deviennent des sorties             *
      *    X = refus de la facture STT-REFERENCE (CRDREL1) : ses   *
      *        réservations sont annulées                          *
      *    P = seuil (STT-QUANTITE) et quantité de réappro-        *
      *        visionnement (STT-QTE-REAPPRO) du produit (PRDMNT1) *
      *    I = inventaire : quantité comptée (STT-QUANTITE) et,    *
      *        si non nul, coût unitaire de valorisation (PRDMNT1) *
      *  STT-REFERENCE porte la facture (S, R, V, L, X) ; elle    *
      *  est à blanc pour P et I.                                  *
      *-----------------------------------------------------------*
       01  STT-ENREG.
           05  STT-TYPE                PIC X(01).
               88  STT-SORTIE          VALUE 'S'.
               88  STT-RETOUR          VALUE 'R'.
               88  STT-RESERVATION     VALUE 'V'.
               88  STT-LIBERATION      VALUE 'L'.
               88  STT-REFUS           VALUE 'X'.
               88  STT-PARAMETRES      VALUE 'P'.
               88  STT-INVENTAIRE      VALUE 'I'.
           05  STT-DATE                PIC 9(08).
           05  STT-PRODUIT             PIC X(08).
           05  STT-REFERENCE           PIC X(08).
           05  STT-QUANTITE            PIC 9(07).
           05  STT-QTE-REAPPRO         PIC 9(07).
           05  STT-COUT-UNITAIRE       PIC 9(05)V9(04).
           05  STT-PROGRAMME           PIC X(08).
           05  FILLER                  PIC X(04).
