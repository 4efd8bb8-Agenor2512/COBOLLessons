      *-----------------------------------------------------------*
      *  IMMREC.CPY                                                *
      *  Enregistrement du fichier maître des immobilisations      *
      *  (IMMFILE) : numéro, désignation, service utilisateur      *
      *  (clé SRVFILE), facture fournisseur d'origine (APINV010),  *
      *  date et coût d'acquisition, durée d'utilisation en mois,  *
      *  mode d'amortissement (L = linéaire, D = dégressif au taux *
      *  annuel IMM-TAUX-DEGRESSIF) et comptes du plan GLCOAFIL :  *
      *  immobilisation (classe 2), amortissements cumulés (28xxxx)*
      *  et dotation (68xxxx). Tenu par IMMMNT1, amorti chaque     *
      *  mois par IMMDEP010 qui porte ici le cumul amorti, le      *
      *  nombre de mois amortis et la dernière période amortie     *
      *  (AAAAMM) - une période déjà amortie ne l'est jamais deux  *
      *  fois. IMM-INTEGREE indique que le coût est déjà porté au  *
      *  compte d'immobilisation du grand livre (N = IMMDEP010     *
      *  passe l'écriture de mise en service au prochain run).     *
      *  Statut A = en service, C = cession saisie par IMMMNT1 et  *
      *  non encore comptabilisée, S = sortie du bilan postée.     *
      *-----------------------------------------------------------*
       01  IMM-ENREG.
           05  IMM-NUMERO              PIC X(08).
           05  IMM-LIBELLE             PIC X(30).
           05  IMM-SERVICE             PIC X(04).
           05  IMM-FOURNISSEUR         PIC X(08).
           05  IMM-FACTURE             PIC X(08).
           05  IMM-DATE-ACQUISITION.
               10  IMM-ACQ-AAAA        PIC 9(04).
               10  IMM-ACQ-MM          PIC 9(02).
               10  IMM-ACQ-JJ          PIC 9(02).
           05  IMM-COUT                PIC 9(07)V9(02).
           05  IMM-DUREE-MOIS          PIC 9(03).
           05  IMM-METHODE             PIC X(01).
               88  IMM-LINEAIRE        VALUE 'L'.
               88  IMM-DEGRESSIF       VALUE 'D'.
           05  IMM-TAUX-DEGRESSIF      PIC 9(01)V9(04).
           05  IMM-COMPTE-IMMO         PIC X(06).
           05  IMM-COMPTE-AMORT        PIC X(06).
           05  IMM-COMPTE-DOTATION     PIC X(06).
           05  IMM-INTEGREE-SW         PIC X(01).
               88  IMM-INTEGREE        VALUE 'O'.
           05  IMM-CUMUL-AMORT         PIC 9(07)V9(02).
           05  IMM-NB-MOIS-AMORTIS     PIC 9(03).
           05  IMM-PERIODE-AMORTIE     PIC 9(06).
           05  IMM-STATUT              PIC X(01).
               88  IMM-EN-SERVICE      VALUE 'A'.
               88  IMM-CESSION-SAISIE  VALUE 'C'.
               88  IMM-SORTIE          VALUE 'S'.
           05  IMM-DATE-CESSION        PIC 9(08).
           05  IMM-PRIX-CESSION        PIC 9(07)V9(02).
