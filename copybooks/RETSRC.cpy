      *-----------------------------------------------------------*
      *  RETSRC.CPY                                                *
      *  Journal des retenues à la source sur intérêts (RETSRCF) : *
      *  une ligne par compte client et par capitalisation, écrite *
      *  en EXTEND par INTACC010 en fin de mois - date de valeur   *
      *  du mouvement de capitalisation (son année est l'année     *
      *  fiscale du revenu), client titulaire (ACCT-CLIENT),       *
      *  compte, statut fiscal et pays du client à la date, taux   *
      *  de retenue appliqué (en %), intérêt brut capitalisé et    *
      *  retenue prélevée, date de traitement qui l'a produite.    *
      *  Un client dispensé ou exonéré y figure avec une retenue   *
      *  nulle : son intérêt brut reste à déclarer. Relu en fin    *
      *  d'année par INTTAX010 (relevé fiscal annuel par client et *
      *  déclaration des totaux).                                  *
      *-----------------------------------------------------------*
       01  RSR-ENREG.
           05  RSR-DATE                PIC 9(08).
           05  RSR-CLIENT              PIC X(08).
           05  RSR-COMPTE              PIC X(12).
           05  RSR-STATUT-FISCAL       PIC X(01).
               88  RSR-IMPOSABLE       VALUE 'I'.
               88  RSR-DISPENSE        VALUE 'E'.
               88  RSR-NON-RESIDENT    VALUE 'N'.
           05  RSR-PAYS                PIC X(02).
           05  RSR-TAUX                PIC 9(02)V9(02).
           05  RSR-INTERET-BRUT        PIC 9(07)V9(02).
           05  RSR-RETENUE             PIC 9(07)V9(02).
           05  RSR-DATE-TRAITEMENT     PIC 9(08).
