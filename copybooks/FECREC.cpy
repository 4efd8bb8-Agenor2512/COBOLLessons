      *-----------------------------------------------------------*
      *  FECREC.CPY                                                *
      *  Fichier des écritures comptables (FECFILE) remis à        *
      *  l'administration fiscale, produit par FECEXP010 à partir  *
      *  de l'historique GLHSTFIL pour un exercice : une ligne par *
      *  jambe, zones de longueur fixe séparées par le caractère   *
      *  barre verticale (séparateur admis par le format) dans     *
      *  l'ordre réglementaire des dix-huit zones, précédées       *
      *  d'une ligne d'en-tête portant le nom de chaque zone.      *
      *  Dates au format AAAAMMJJ, montants en euros avec la       *
      *  virgule pour séparateur décimal. Pas de compte auxiliaire *
      *  ni de devise au grand livre : ces zones restent à blanc.  *
      *  Le lettrage est celui du compte d'attente 471000, tiré du *
      *  registre SUSCLRF de SUSCLR1. Les séparateurs portent leur *
      *  valeur : la ligne se remplit zone par zone, jamais en     *
      *  bloc.                                                     *
      *-----------------------------------------------------------*
       01  FEC-ENTETE.
           05  FILLER                  PIC X(11) VALUE "JournalCode".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(10) VALUE "JournalLib".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(11) VALUE "EcritureNum".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(12) VALUE "EcritureDate".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(09) VALUE "CompteNum".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(09) VALUE "CompteLib".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(10) VALUE "CompAuxNum".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(10) VALUE "CompAuxLib".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(08) VALUE "PieceRef".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(09) VALUE "PieceDate".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(11) VALUE "EcritureLib".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(05) VALUE "Debit".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(06) VALUE "Credit".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(11) VALUE "EcritureLet".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(07) VALUE "DateLet".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(09) VALUE "ValidDate".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(13) VALUE "Montantdevise".
           05  FILLER                  PIC X(01) VALUE "|".
           05  FILLER                  PIC X(07) VALUE "Idevise".

       01  FEC-ENREG.
           05  FEC-JOURNAL-CODE        PIC X(02).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-JOURNAL-LIB         PIC X(20).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-ECRITURE-NUM        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-ECRITURE-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-COMPTE-NUM          PIC X(06).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-COMPTE-LIB          PIC X(30).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-COMPAUX-NUM         PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-COMPAUX-LIB         PIC X(30).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-PIECE-REF.
               10  FEC-PIECE-LOT       PIC X(08).
               10  FILLER              PIC X(01) VALUE "-".
               10  FEC-PIECE-LOT-DATE  PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-PIECE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-ECRITURE-LIB        PIC X(20).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-DEBIT.
               10  FEC-DEBIT-ENT       PIC 9(12).
               10  FILLER              PIC X(01) VALUE ",".
               10  FEC-DEBIT-DEC       PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-CREDIT.
               10  FEC-CREDIT-ENT      PIC 9(12).
               10  FILLER              PIC X(01) VALUE ",".
               10  FEC-CREDIT-DEC      PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-ECRITURE-LET        PIC X(06).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-DATE-LET            PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-VALID-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-MONTANT-DEVISE      PIC X(15).
           05  FILLER                  PIC X(01) VALUE "|".
           05  FEC-IDEVISE             PIC X(03).
