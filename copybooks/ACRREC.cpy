      *-----------------------------------------------------------*
      *  ACRREC.CPY                                                *
      *  Registre permanent des écritures de régularisation        *
      *  (ACRREGF) : une ligne par jambe d'un lot GLJRN1 marqué à  *
      *  extourner, et par jambe d'une écriture récurrente générée *
      *  par ACREXT010 depuis les modèles ACRMODF (copy ACRMOD).   *
      *  Le lot est identifié par sa date, son heure et son        *
      *  programme d'origine ; ACR-MODELE ne porte le code du      *
      *  modèle que pour une écriture récurrente.                  *
      *  ACR-STATUT : A = à extourner, E = extournée, S = sans     *
      *  extourne (écriture récurrente non extournable).           *
      *  ACR-DATE-EXTOURNE porte la date prévue de l'extourne      *
      *  (premier jour ouvré au calendrier CALFILE de la première  *
      *  période ouverte après celle de l'écriture) tant qu'elle   *
      *  est à faire, la date de l'extourne une fois passée.       *
      *  GLJRN1 y ajoute ses lots en EXTEND ; ACREXT010 le relit,  *
      *  le met à jour et le réécrit en entier à chaque run.       *
      *-----------------------------------------------------------*
       01  ACR-ENREG.
           05  ACR-LOT-DATE            PIC 9(08).
           05  ACR-LOT-HEURE           PIC 9(06).
           05  ACR-ORIGINE             PIC X(08).
           05  ACR-MODELE              PIC X(06).
           05  ACR-NO-JAMBE            PIC 9(02).
           05  ACR-DATE                PIC 9(08).
           05  ACR-COMPTE              PIC X(06).
           05  ACR-SENS                PIC X(01).
               88  ACR-SENS-DEBIT      VALUE 'D'.
               88  ACR-SENS-CREDIT     VALUE 'C'.
           05  ACR-MONTANT             PIC 9(07)V9(02).
           05  ACR-LIBELLE             PIC X(20).
           05  ACR-SEGMENT             PIC X(02).
           05  ACR-STATUT              PIC X(01).
               88  ACR-A-EXTOURNER     VALUE 'A'.
               88  ACR-EXTOURNEE       VALUE 'E'.
               88  ACR-SANS-EXTOURNE   VALUE 'S'.
           05  ACR-DATE-EXTOURNE       PIC 9(08).
           05  FILLER                  PIC X(05).
