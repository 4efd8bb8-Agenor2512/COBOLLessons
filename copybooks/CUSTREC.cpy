      *  porterait l'encours du client au-delà, pour libération    *
      *  par le credit manager (CRDREL1). Une limite à zéro vaut   *
      *  absence de limite (comportement historique).              *
      *  CUST-COMMERCIAL désigne le commercial attitré du client   *
      *  (matricule PERSONNE-MATRICULE du maître des employés, à   *
      *  blanc si aucun) : la commission sur les encaissements du  *
      *  client lui est attribuée par COMCAL010.                   *
      *  CUST-DEVISE porte la devise de facturation du client      *
      *  (code ISO, blanc = EUR, comportement historique) : MUL010 *
      *  facture dans cette devise et conserve la contre-valeur    *
      *  euro de chaque facture (INVFILE).                         *
      *  CUST-STATUT-FISCAL règle la retenue à la source prélevée  *
      *  par INTACC010 sur les intérêts créditeurs capitalisés :   *
      *  I = imposable au taux de droit commun (blanc vaut I),     *
      *  E = dispensé sur attestation - seulement pour l'année     *
      *  CUST-ATTEST-ANNEE portée par l'attestation, N = non-      *
      *  résident, retenu au taux conventionnel CUST-TAUX-         *
      *  CONVENTION (en %, zéro = exonéré par la convention) du    *
      *  pays de résidence CUST-PAYS-RESIDENCE (code ISO).         *
      *-----------------------------------------------------------*
       01  CLIENT-ENREG.
           05  CUST-CODE               PIC X(08).
               88  CUST-ACTIF          VALUE 'A'.
               88  CUST-INACTIF        VALUE 'I'.
           05  CUST-LIMITE-CREDIT      PIC 9(07)V9(02).
           05  CUST-COMMERCIAL         PIC X(06).
           05  CUST-DEVISE             PIC X(03).
           05  CUST-STATUT-FISCAL      PIC X(01).
               88  CUST-FISC-IMPOSABLE VALUE 'I' SPACE.
               88  CUST-FISC-DISPENSE  VALUE 'E'.
               88  CUST-FISC-NON-RESIDENT VALUE 'N'.
           05  CUST-ATTEST-ANNEE       PIC 9(04).
           05  CUST-TAUX-CONVENTION    PIC 9(02)V9(02).
           05  CUST-PAYS-RESIDENCE     PIC X(02).
