      *-----------------------------------------------------------*
      *  AVPRET.CPY                                                *
      *  Avances sur salaire et prêts au personnel.                *
      *  PRT-ENREG : maître des avances et prêts (AVPRETF, en      *
      *  séquence de matricule puis de numéro), tenu par           *
      *  AVPMNT010 - un poste par avance ou prêt accordé, en       *
      *  devise de paie de l'employé : principal, échéance         *
      *  mensuelle retenue sur la paie à partir du mois de début   *
      *  (AAAAMM) et solde restant dû. PAYREG010 retient chaque    *
      *  mois l'échéance dans la limite du net protégé, diminue le *
      *  solde et solde le poste à zéro (statut S) ; STCSOL010     *
      *  récupère le solde d'un sortant sur son solde de tout      *
      *  compte. La dernière retenue est notée avec son mois et    *
      *  son origine (P paie, S solde de tout compte) pour qu'une  *
      *  relance de la paie du même mois la recalcule à            *
      *  l'identique.                                              *
      *  PTR-ENREG : mouvement remis par le service du personnel   *
      *  (AVPTRNF) - O octroi d'une avance ou d'un prêt, E         *
      *  changement de l'échéance (et du mois de début s'il est    *
      *  renseigné) d'un poste en cours.                           *
      *-----------------------------------------------------------*
       01  PRT-ENREG.
           05  PRT-MATRICULE           PIC X(06).
           05  PRT-NUMERO              PIC 9(02).
           05  PRT-TYPE                PIC X(01).
               88  PRT-AVANCE          VALUE 'A'.
               88  PRT-PRET            VALUE 'P'.
           05  PRT-DATE-OCTROI         PIC 9(08).
           05  PRT-DEVISE              PIC X(03).
           05  PRT-PRINCIPAL           PIC 9(07)V9(02).
           05  PRT-ECHEANCE            PIC 9(07)V9(02).
           05  PRT-MOIS-DEBUT          PIC 9(06).
           05  PRT-SOLDE               PIC 9(07)V9(02).
           05  PRT-STATUT              PIC X(01).
               88  PRT-EN-COURS        VALUE 'O'.
               88  PRT-REMBOURSE       VALUE 'S'.
           05  PRT-DERNIER-MOIS        PIC 9(06).
           05  PRT-DERNIERE-RETENUE    PIC 9(07)V9(02).
           05  PRT-ORIGINE             PIC X(01).
               88  PRT-ORIGINE-PAIE    VALUE 'P'.
               88  PRT-ORIGINE-SOLDE   VALUE 'S'.

       01  PTR-ENREG.
           05  PTR-MATRICULE           PIC X(06).
           05  PTR-CODE                PIC X(01).
               88  PTR-OCTROI          VALUE 'O'.
               88  PTR-ECHEANCE-MODIFIEE VALUE 'E'.
           05  PTR-NUMERO              PIC 9(02).
           05  PTR-TYPE                PIC X(01).
           05  PTR-PRINCIPAL           PIC 9(07)V9(02).
           05  PTR-ECHEANCE            PIC 9(07)V9(02).
           05  PTR-MOIS-DEBUT          PIC 9(06).
