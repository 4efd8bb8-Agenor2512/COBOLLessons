      *-----------------------------------------------------------*
      *  AMLREC.CPY                                                *
      *  Surveillance des mouvements (lutte anti-blanchiment).     *
      *  AML-ENREG : dossier d'alerte (AMLCASF), un poste par      *
      *  alerte levée par le contrôle nocturne AMLMON010 sur       *
      *  l'historique MVTHSTF - règle S mouvement au-delà du seuil *
      *  déclaratif, F versements d'espèces fractionnés juste sous *
      *  le seuil, D réveil d'un compte dormant (registre          *
      *  DRMFILE), R aller-retour rapide des fonds. Le dossier     *
      *  naît ouvert (O) ; l'agent de conformité le passe en       *
      *  examen (E), le classe sans suite (C) ou le déclare (D)    *
      *  avec un commentaire dans AMLCAS1, qui note son identité   *
      *  et la date. AMLSTA010 en tire la statistique mensuelle    *
      *  des alertes.                                              *
      *  AMP-ENREG : paramètres des règles (AMLPRMF, un seul       *
      *  poste) - seuil déclaratif, plancher de la tranche "juste  *
      *  sous le seuil", nombre de versements et fenêtre en jours  *
      *  du fractionnement, montant entré, pourcentage ressorti et *
      *  fenêtre en jours de l'aller-retour.                       *
      *-----------------------------------------------------------*
       01  AML-ENREG.
           05  AML-NUMERO              PIC 9(07).
           05  AML-DATE-ALERTE         PIC 9(08).
           05  AML-COMPTE              PIC X(12).
           05  AML-REGLE               PIC X(01).
               88  AML-REGLE-SEUIL     VALUE 'S'.
               88  AML-REGLE-FRACTION  VALUE 'F'.
               88  AML-REGLE-DORMANT   VALUE 'D'.
               88  AML-REGLE-ALLER-RETOUR VALUE 'R'.
           05  AML-MONTANT             PIC 9(07)V9(02).
           05  AML-NB-MVT              PIC 9(03).
           05  AML-STATUT              PIC X(01).
               88  AML-OUVERT          VALUE 'O'.
               88  AML-EN-EXAMEN       VALUE 'E'.
               88  AML-CLASSE          VALUE 'C'.
               88  AML-DECLARE         VALUE 'D'.
           05  AML-DATE-STATUT         PIC 9(08).
           05  AML-AGENT               PIC X(08).
           05  AML-COMMENTAIRE         PIC X(30).

       01  AMP-ENREG.
           05  AMP-SEUIL-DECLARATION   PIC 9(07)V9(02).
           05  AMP-SEUIL-FRACTION      PIC 9(07)V9(02).
           05  AMP-NB-FRACTION         PIC 9(02).
           05  AMP-JOURS-FRACTION      PIC 9(02).
           05  AMP-SEUIL-ALLER-RETOUR  PIC 9(07)V9(02).
           05  AMP-POURCENT-SORTIE     PIC 9(03).
           05  AMP-JOURS-ALLER-RETOUR  PIC 9(02).
