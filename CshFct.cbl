       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHFCT010.
       AUTHOR. Agenor.

      * -------------------
      * Historique des modifications
      * -------------------
      * 2026-09-16  AG  Création : prévision de trésorerie glissante
      *                 sur 13 semaines du compte de banque 512000,
      *                 jusqu'ici reconstituée à la main chaque lundi
      *                 pour la trésorerie. Le programme part du
      *                 solde 512000 de GLBALFIL (les soldes actifs
      *                 d'ACCTFILE, convertis en euros via FOREX01,
      *                 sont imprimés en regard et servent de départ
      *                 si le grand livre est absent), découpe
      *                 l'horizon en 13 semaines à compter du
      *                 lendemain de la date de traitement (DATPRM01)
      *                 et y ventile tous les flux déjà programmés :
      *                 échéances des ordres permanents (STOFILE,
      *                 projetées selon leur fréquence jusqu'à leur
      *                 date de fin), mouvements post-datés
      *                 (FUTFILE), créances ouvertes (INVFILE, date de
      *                 facture + délai de paiement), dettes
      *                 fournisseurs (APOPENF, à échéance), paie nette
      *                 mensuelle (NETFILE du dernier run converti en
      *                 euros, ou à défaut moyenne mensuelle des
      *                 cumuls nets de YTDFILE, versée le dernier jour
      *                 du mois) et abonnements (BILSCHF, valorisés
      *                 TTC au prix PRDPRCF en vigueur et encaissés au
      *                 délai de paiement). Un flux échu non réglé
      *                 tombe en semaine 1, un flux au-delà de
      *                 l'horizon est ignoré. L'état FCTRPT (via
      *                 RPTHDR010) donne semaine par semaine les
      *                 encaissements, les décaissements et la
      *                 trésorerie de clôture, le détail par source,
      *                 et signale la première semaine sous le seuil
      *                 minimum de trésorerie (PARM en euros, défaut
      *                 WS-SEUIL-DEFAUT). Une source absente est
      *                 signalée NON DISPONIBLE sans arrêter l'état
      *                 (même principe que POSRPT010).
      * 2026-10-03  AG  YTDFILE porte le cumul annuel des cotisations
      *                 patronales : enregistrement élargi de 24 à 33
      *                 caractères.
      * 2026-10-15  AG  Les encaissements prévus d'un poste en devise
      *                 sont projetés pour sa contre-valeur euro -
      *                 INVFILE étendu de 33 à 45 caractères
      * 2026-10-15  AG  APOPENF passe de 41 à 98 caractères (ventilation
      *                 de TVA d'APINVREC).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Soldes du grand livre, un enregistrement par compte du plan
           SELECT GLBALFIL ASSIGN TO "GLBALFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.

      * Maître des comptes - voir copy ACCTREC
           SELECT ACCTFILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

      * Ordres permanents et leur prochaine échéance - voir STOREC
           SELECT STOFILE ASSIGN TO "STOFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-STATUS.

      * Entrepôt des mouvements post-datés (FUTWHS010)
           SELECT FUTFILE ASSIGN TO "FUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUT-STATUS.

      * Postes ouverts clients
           SELECT INVFILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Factures fournisseurs ouvertes - voir copy APINVREC
           SELECT APOPENF ASSIGN TO "APOPENF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-API-STATUS.

      * Nets de paie du dernier run, écrits par PAYREG010
           SELECT NETFILE ASSIGN TO "NETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.

      * Cumuls annuels de paie, tenus par PAYREG010
           SELECT YTDFILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

      * Echéancier des abonnements (SUBGEN010)
           SELECT BILSCHF ASSIGN TO "BILSCHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

      * Maître des produits : désignation et code de TVA - voir
      * copy PRODREC
           SELECT PRDFILE ASSIGN TO "PRDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

      * Historique des prix produits - voir copy PRDPRC
           SELECT PRDPRCF ASSIGN TO "PRDPRCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-STATUS.

      * Etat de prévision de trésorerie imprimé
           SELECT FCTRPT ASSIGN TO "FCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  GLBALFIL
           RECORD CONTAINS 39 CHARACTERS.
       01  GLBALFIL-ENREG              PIC X(39).

       FD  ACCTFILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCTFILE-ENREG              PIC X(50).

       FD  STOFILE
           RECORD CONTAINS 59 CHARACTERS.
       01  STOFILE-ENREG               PIC X(59).

       FD  FUTFILE
           RECORD CONTAINS 53 CHARACTERS.
       01  FUTFILE-ENREG               PIC X(53).

       FD  INVFILE
           RECORD CONTAINS 45 CHARACTERS.
       01  INV-LIGNE-ENREG.
           05  INV-NUMERO              PIC X(08).
           05  INV-DATE                PIC 9(08).
           05  INV-MONTANT             PIC S9(07)V9(02).
           05  INV-CLIENT              PIC X(08).
           05  INV-DEVISE              PIC X(03).
               88  INV-EN-EURO         VALUE "EUR" SPACES.
           05  INV-MONTANT-EUR         PIC S9(07)V9(02).

       FD  APOPENF
           RECORD CONTAINS 98 CHARACTERS.
       01  APOPENF-ENREG               PIC X(98).

       FD  NETFILE
           RECORD CONTAINS 18 CHARACTERS.
       01  NETFILE-ENREG.
           05  NET-IN-MATRICULE        PIC X(06).
           05  NET-IN-DEVISE           PIC X(03).
           05  NET-IN-MONTANT          PIC S9(07)V9(02).

       FD  YTDFILE
           RECORD CONTAINS 33 CHARACTERS.
       01  YTDFILE-ENREG.
           05  YTD-IN-MATRICULE        PIC X(06).
           05  YTD-IN-CUMUL-SALAIRE    PIC S9(07)V9(02).
           05  YTD-IN-CUMUL-NET        PIC S9(07)V9(02).
           05  YTD-IN-CUMUL-PATRONAL   PIC S9(07)V9(02).

       FD  BILSCHF
           RECORD CONTAINS 26 CHARACTERS.
       01  SCH-ENREG.
           05  SCH-TYPE                PIC X(01).
               88  SCH-ENTETE          VALUE 'E'.
               88  SCH-LIGNE           VALUE 'L'.
           05  SCH-CORPS               PIC X(25).
           05  SCH-CORPS-ENTETE REDEFINES SCH-CORPS.
               10  SCH-CLIENT          PIC X(08).
               10  SCH-FREQUENCE       PIC X(01).
                   88  SCH-MENSUEL     VALUE 'M'.
                   88  SCH-HEBDO       VALUE 'H'.
               10  SCH-DATE-PROCHAINE  PIC 9(08).
               10  SCH-DATE-FIN        PIC 9(08).
           05  SCH-CORPS-LIGNE REDEFINES SCH-CORPS.
               10  SCH-PRODUIT         PIC X(08).
               10  SCH-QUANTITE        PIC 9(05).
               10  FILLER              PIC X(12).

       FD  PRDFILE
           RECORD CONTAINS 29 CHARACTERS.
       01  PRDFILE-ENREG               PIC X(29).

       FD  PRDPRCF
           RECORD CONTAINS 23 CHARACTERS.
       01  PRDPRCF-ENREG               PIC X(23).

       FD  FCTRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  FCTRPT-LIGNE                PIC X(80).

       WORKING-STORAGE SECTION.

      * Solde du grand livre courant - voir copy GLBALREC
       COPY GLBALREC.

      * Compte courant - voir copy ACCTREC
       COPY ACCTREC.

      * Ordre permanent courant - voir copy STOREC
       COPY STOREC.

      * Mouvement post-daté courant - voir copy TRANREC
       COPY TRANREC.

      * Facture fournisseur ouverte courante - voir copy APINVREC
       COPY APINVREC.

      * Enregistrement du maître des produits - voir copy PRODREC
       COPY PRODREC.

      * Cotation de prix courante - voir copy PRDPRC
       COPY PRDPRC.

       01  WS-GLB-STATUS               PIC X(02).
           88  WS-GLB-OK               VALUE "00".

       01  WS-ACCT-STATUS              PIC X(02).
           88  WS-ACCT-OK              VALUE "00".

       01  WS-STO-STATUS               PIC X(02).
           88  WS-STO-OK               VALUE "00".

       01  WS-FUT-STATUS               PIC X(02).
           88  WS-FUT-OK               VALUE "00".

       01  WS-INV-STATUS               PIC X(02).
           88  WS-INV-OK               VALUE "00".

       01  WS-API-STATUS               PIC X(02).
           88  WS-API-OK               VALUE "00".

       01  WS-NET-STATUS               PIC X(02).
           88  WS-NET-OK               VALUE "00".

       01  WS-YTD-STATUS               PIC X(02).
           88  WS-YTD-OK               VALUE "00".

       01  WS-SCH-STATUS               PIC X(02).
           88  WS-SCH-OK               VALUE "00".

       01  WS-PRD-STATUS               PIC X(02).
           88  WS-PRD-OK               VALUE "00".

       01  WS-PRP-STATUS               PIC X(02).
           88  WS-PRP-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(02).
           88  WS-RPT-OK               VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01).
           88  WS-FIN-FICHIER          VALUE "O".

      * Seuil minimum de trésorerie, en euros entiers : PARM de
      * ligne de commande (9 chiffres) ou, à défaut, valeur maison
       01  WS-PARM-SEUIL               PIC X(10).
       01  WS-SEUIL-DEFAUT             PIC 9(09) VALUE 000050000.
       01  WS-SEUIL-TRESORERIE         PIC S9(09)V9(02).
       01  WS-SEUIL-EDITE              PIC Z(08)9.99.

      * Délai de paiement contractuel des clients, en jours (même
      * valeur que LATINT010) - date d'encaissement attendue d'une
      * facture ou d'un abonnement facturé
       01  WS-DELAI-PAIEMENT           PIC 9(02) VALUE 30.

      * Trésorerie d'ouverture : solde 512000 du grand livre et,
      * en regard, soldes actifs d'ACCTFILE convertis en euros
       01  WS-GL-DISPO-SW              PIC X(01) VALUE "N".
           88  WS-GL-DISPO             VALUE "O".
       01  WS-COMPTE-BANQUE            PIC X(06) VALUE "512000".
       01  WS-SOLDE-BANQUE             PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-ACCT-DISPO-SW            PIC X(01) VALUE "N".
           88  WS-ACCT-DISPO           VALUE "O".
       01  WS-TOTAL-COMPTES            PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-NB-COMPTES               PIC 9(05) VALUE ZEROES.
       01  WS-MONTANT-DEVISE           PIC S9(07)V9(02).
       01  WS-MONTANT-EUR              PIC S9(07)V9(02).
       01  WS-TRESORERIE-OUVERTURE     PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-ECART-OUVERTURE          PIC S9(09)V9(02).

      * Sources des flux prévisionnels, dans l'ordre d'impression
       01  WS-SRC-LIBELLES.
           05  FILLER                  PIC X(19)
               VALUE "ORDRES PERMANENTS".
           05  FILLER                  PIC X(19)
               VALUE "MVTS POST-DATES".
           05  FILLER                  PIC X(19)
               VALUE "CREANCES CLIENTS".
           05  FILLER                  PIC X(19)
               VALUE "DETTES FOURNISSEURS".
           05  FILLER                  PIC X(19)
               VALUE "PAIE NETTE".
           05  FILLER                  PIC X(19)
               VALUE "ABONNEMENTS".
       01  WS-SRC-TABLE REDEFINES WS-SRC-LIBELLES.
           05  WS-SRC-LIBELLE          PIC X(19) OCCURS 6 TIMES.

       01  WS-SRC-STO                  PIC 9(01) VALUE 1.
       01  WS-SRC-FUT                  PIC 9(01) VALUE 2.
       01  WS-SRC-CLI                  PIC 9(01) VALUE 3.
       01  WS-SRC-FRS                  PIC 9(01) VALUE 4.
       01  WS-SRC-PAI                  PIC 9(01) VALUE 5.
       01  WS-SRC-ABO                  PIC 9(01) VALUE 6.

      * Disponibilité et cumuls sur l'horizon, par source
       01  WS-SRC-CUMULS.
           05  WS-SRC-ENTREE OCCURS 6 TIMES.
               10  WS-SRC-DISPO-SW     PIC X(01).
                   88  WS-SRC-DISPO    VALUE "O".
               10  WS-SRC-NB-FLUX      PIC 9(05).
               10  WS-SRC-ENCAISSE     PIC S9(09)V9(02).
               10  WS-SRC-DECAISSE     PIC S9(09)V9(02).
       01  WS-NO-SRC                   PIC 9(01).

      * Semaines de l'horizon : la 14e entrée ne porte que la date
      * de fin d'horizon (premier jour hors prévision)
       01  WS-NB-SEMAINES              PIC 9(02) VALUE 13.
       01  WS-SEM-TABLE.
           05  WS-SEM-ENTREE OCCURS 14 TIMES.
               10  WS-SEM-DEBUT        PIC 9(08).
               10  WS-SEM-FIN          PIC 9(08).
               10  WS-SEM-ENCAISSE     PIC S9(09)V9(02).
               10  WS-SEM-DECAISSE     PIC S9(09)V9(02).
               10  WS-SEM-CLOTURE      PIC S9(09)V9(02).
               10  WS-SEM-SOURCE OCCURS 6 TIMES.
                   15  WS-SSR-ENCAISSE PIC S9(09)V9(02).
                   15  WS-SSR-DECAISSE PIC S9(09)V9(02).
       01  WS-NO-SEM                   PIC 9(02).
       01  WS-FIN-HORIZON              PIC 9(08).

      * Flux à ventiler : date de valeur, source, montant signé
      * (positif = encaissement, négatif = décaissement)
       01  WS-FLUX-DATE                PIC 9(08).
       01  WS-FLUX-SOURCE              PIC 9(01).
       01  WS-FLUX-MONTANT             PIC S9(09)V9(02).

      * Première semaine sous le seuil et point bas de l'horizon
       01  WS-SEM-ALERTE               PIC 9(02) VALUE ZEROES.
       01  WS-SEM-MINIMUM              PIC 9(02) VALUE ZEROES.
       01  WS-TRESORERIE-MINIMUM       PIC S9(09)V9(02).
       01  WS-TRESORERIE-COURANTE      PIC S9(09)V9(02).

      * Projection d'une échéance récurrente (ordre permanent ou
      * abonnement) : échéance courante, fréquence, date de fin et
      * garde-fou sur le nombre d'échéances (même principe que
      * STOGEN010)
       01  WS-ECHEANCE                 PIC 9(08).
       01  WS-FREQUENCE                PIC X(01).
           88  WS-FREQ-MENSUELLE       VALUE "M".
           88  WS-FREQ-HEBDO           VALUE "H".
       01  WS-DATE-FIN-ORDRE           PIC 9(08).
       01  WS-NB-ECHEANCES             PIC 9(03).
       01  WS-MAX-ECHEANCES            PIC 9(03) VALUE 060.
       01  WS-NB-JOURS-AJOUT           PIC 9(02).

      * Paie : masse nette mensuelle retenue et son origine
       01  WS-PAIE-MENSUELLE           PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-TOTAL-CUMULS-NETS        PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-NB-NETS                  PIC 9(05) VALUE ZEROES.
       01  WS-NB-CUMULS                PIC 9(05) VALUE ZEROES.
       01  WS-ORIGINE-PAIE             PIC X(38) VALUE SPACES.

      * Abonnement en cours de valorisation : entête en attente et
      * montant TTC cumulé de ses lignes
       01  WS-ABO-EN-COURS-SW          PIC X(01) VALUE "N".
           88  WS-ABO-EN-COURS         VALUE "O".
       01  WS-ABO-CLIENT               PIC X(08).
       01  WS-ABO-FREQUENCE            PIC X(01).
       01  WS-ABO-PROCHAINE            PIC 9(08).
       01  WS-ABO-FIN                  PIC 9(08).
       01  WS-ABO-MONTANT              PIC S9(09)V9(02).
       01  WS-LIGNE-TTC                PIC S9(09)V9(02).
       01  WS-NB-ABONNEMENTS           PIC 9(05) VALUE ZEROES.

      * Table des taux de TVA par code (mêmes codes que MUL010) :
      * N = normal, I = intermédiaire, R = réduit, S = super-réduit,
      * Z = exonéré
       01  WS-TVA-TABLE.
           05  FILLER                  PIC X(06) VALUE "N2000".
           05  FILLER                  PIC X(06) VALUE "I1000".
           05  FILLER                  PIC X(06) VALUE "R0550".
           05  FILLER                  PIC X(06) VALUE "S0210".
           05  FILLER                  PIC X(06) VALUE "Z0000".
       01  WS-TVA-ENTREES REDEFINES WS-TVA-TABLE.
           05  WS-TVA-ENTREE OCCURS 5 TIMES
                   INDEXED BY WS-TVA-IDX.
               10  WS-TVA-CODE         PIC X(01).
               10  WS-TVA-TAUX         PIC 9(02)V9(02).
               10  FILLER              PIC X(01).
       01  WS-TAUX-RETENU              PIC 9(02)V9(02).

      * Table du maître des produits
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTREE OCCURS 100 TIMES
                   INDEXED BY WS-PRD-IDX.
               10  WS-PRD-CODE         PIC X(08).
               10  WS-PRD-TVA          PIC X(01).
       01  WS-NB-PRD                   PIC 9(03) VALUE ZEROES.

      * Historique des prix, chargé en table ; la ligne retient la
      * cotation la plus récente ne dépassant pas la date de
      * traitement (même principe que MUL010)
       01  WS-PRP-TABLE.
           05  WS-PRP-ENTREE OCCURS 200 TIMES
                   INDEXED BY WS-PRP-IDX.
               10  WS-PRP-CODE         PIC X(08).
               10  WS-PRP-DATE         PIC 9(08).
               10  WS-PRP-PRIX         PIC 9(05)V9(02).
       01  WS-NB-PRP                   PIC 9(03) VALUE ZEROES.
       01  WS-NO-PRP                   PIC 9(03).
       01  WS-PRIX-RETENU              PIC 9(05)V9(02).
       01  WS-MEILLEURE-DATE           PIC 9(08).

      * Décomposition d'une date pour l'avancement mensuel,
      * hebdomadaire ou de quelques jours (clampage au dernier jour
      * du mois, même mécanique que STOGEN010/SUBGEN010)
       01  WS-DATE-DECOMP.
           05  WS-DEC-AAAA             PIC 9(04).
           05  WS-DEC-MM               PIC 9(02).
           05  WS-DEC-JJ               PIC 9(02).
       01  WS-DATE-DECOMP-NUM REDEFINES WS-DATE-DECOMP
                                       PIC 9(08).

       01  WS-DERNIER-JOUR             PIC 9(02).
       01  WS-QUOTIENT                 PIC 9(04).
       01  WS-RESTE-4                  PIC 9(04).
       01  WS-RESTE-100                PIC 9(04).
       01  WS-RESTE-400                PIC 9(04).
       01  WS-JOUR-ORIGINE             PIC 9(02).

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-JOUR.
           05  WS-JOUR-AAAA            PIC 9(04).
           05  WS-JOUR-MM              PIC 9(02).
           05  WS-JOUR-JJ              PIC 9(02).

      * Ligne de titre mise en forme par le sous-programme commun
      * RPTHDR010 - cet état tient sur une seule page
       01  WS-LIGNE-ENTETE-1           PIC X(80).
       01  WS-TITRE-RAPPORT            PIC X(40)
               VALUE "PREVISION DE TRESORERIE 13 SEMAINES".
       01  WS-NO-PAGE                  PIC 9(03) VALUE 1.

       01  WS-LIGNE-SECTION            PIC X(80).

       01  WS-LIGNE-MONTANT.
           05  LM-LIBELLE              PIC X(26).
           05  LM-MONTANT              PIC -(09)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LM-COMPLEMENT           PIC X(38) VALUE SPACES.

       01  WS-LIGNE-INDISPO.
           05  LI-LIBELLE              PIC X(26).
           05  FILLER                  PIC X(16)
               VALUE "NON DISPONIBLE".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-LIGNE-SOURCE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LS-LIBELLE              PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LS-NB-FLUX              PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE " FLUX ".
           05  LS-ENCAISSE             PIC -(09)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LS-DECAISSE             PIC -(09)9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-LIGNE-ENTETE-SEM.
           05  FILLER                  PIC X(28)
               VALUE "SEM  DU        AU".
           05  FILLER                  PIC X(15)
               VALUE "  ENCAISSEMENTS".
           05  FILLER                  PIC X(15)
               VALUE "  DECAISSEMENTS".
           05  FILLER                  PIC X(22)
               VALUE "  TRESORERIE FIN".

       01  WS-LIGNE-SEMAINE.
           05  LW-NO                   PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LW-DEBUT                PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LW-FIN                  PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LW-ENCAISSE             PIC -(09)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LW-DECAISSE             PIC -(09)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LW-CLOTURE              PIC -(09)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LW-ALERTE               PIC X(08).

       01  WS-LIGNE-DETAIL-SEM.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  LD-LIBELLE              PIC X(21).
           05  LD-ENCAISSE             PIC -(09)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DECAISSE             PIC -(09)9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-LIGNE-ALERTE.
           05  FILLER                  PIC X(34)
               VALUE "PREMIERE SEMAINE SOUS LE SEUIL : ".
           05  LA-NO                   PIC Z9.
           05  FILLER                  PIC X(06) VALUE "  DU  ".
           05  LA-DEBUT                PIC 9(08).
           05  FILLER                  PIC X(13)
               VALUE "  TRESORERIE ".
           05  LA-CLOTURE              PIC -(09)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.

      * Code retour du step, restitué dans RETURN-CODE en fin de
      * programme : 0 = propre, 4 = enregistrements rejetés,
      * 8 = erreur fichier, 12 = erreur fatale (convention commune
      * aux steps de NIGHTBAT)
       01  WS-CODE-RETOUR              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISER.
           PERFORM 2000-COLLECTER-GRAND-LIVRE.
           PERFORM 2500-COLLECTER-COMPTES.
           PERFORM 3000-PROJETER-ORDRES.
           PERFORM 3200-PROJETER-POST-DATES.
           PERFORM 3400-PROJETER-CREANCES.
           PERFORM 3600-PROJETER-FOURNISSEURS.
           PERFORM 3800-PROJETER-PAIE.
           PERFORM 4000-PROJETER-ABONNEMENTS.
           PERFORM 6000-CALCULER-TRESORERIE.
           PERFORM 7000-IMPRIMER-PREVISION.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      * -----------------------------------------------------------*
      * 1000-INITIALISER : date de traitement, seuil minimum et     *
      * découpage de l'horizon en semaines                          *
      * -----------------------------------------------------------*
       1000-INITIALISER.
           CALL "DATPRM01" USING WS-DATE-TRAITEMENT.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-JOUR.

           ACCEPT WS-PARM-SEUIL FROM COMMAND-LINE.
           IF WS-PARM-SEUIL(1:9) IS NUMERIC
               MOVE WS-PARM-SEUIL(1:9) TO WS-SEUIL-TRESORERIE
           ELSE
               MOVE WS-SEUIL-DEFAUT TO WS-SEUIL-TRESORERIE
           END-IF.
           MOVE WS-SEUIL-TRESORERIE TO WS-SEUIL-EDITE.
           DISPLAY "SEUIL MINIMUM DE TRESORERIE : " WS-SEUIL-EDITE.

           INITIALIZE WS-SEM-TABLE.
           INITIALIZE WS-SRC-CUMULS.

      * Première semaine : du lendemain de la date de traitement
      * (les flux du jour sont déjà dans les soldes) à J+7
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP.
           MOVE 1 TO WS-NB-JOURS-AJOUT.
           PERFORM 8480-AJOUTER-JOURS.
           MOVE WS-DATE-DECOMP TO WS-SEM-DEBUT(1).

           PERFORM 1100-DECOUPER-UNE-SEMAINE
               VARYING WS-NO-SEM FROM 2 BY 1
                   UNTIL WS-NO-SEM > WS-NB-SEMAINES + 1.

           MOVE WS-SEM-DEBUT(WS-NB-SEMAINES + 1) TO WS-FIN-HORIZON.
           DISPLAY "HORIZON DE PREVISION : " WS-SEM-DEBUT(1)
               " - " WS-SEM-FIN(WS-NB-SEMAINES).

      * -----------------------------------------------------------*
      * 1100-DECOUPER-UNE-SEMAINE : la semaine commence sept jours  *
      * après la précédente, qui finit la veille                    *
      * -----------------------------------------------------------*
       1100-DECOUPER-UNE-SEMAINE.
           MOVE WS-SEM-DEBUT(WS-NO-SEM - 1) TO WS-DATE-DECOMP.
           MOVE 6 TO WS-NB-JOURS-AJOUT.
           PERFORM 8480-AJOUTER-JOURS.
           MOVE WS-DATE-DECOMP TO WS-SEM-FIN(WS-NO-SEM - 1).

           MOVE 1 TO WS-NB-JOURS-AJOUT.
           PERFORM 8480-AJOUTER-JOURS.
           MOVE WS-DATE-DECOMP TO WS-SEM-DEBUT(WS-NO-SEM).

      * -----------------------------------------------------------*
      * 2000-COLLECTER-GRAND-LIVRE : solde du compte de banque      *
      * 512000, point de départ de la prévision                     *
      * -----------------------------------------------------------*
       2000-COLLECTER-GRAND-LIVRE.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT GLBALFIL.
           IF WS-GLB-OK
               SET WS-GL-DISPO TO TRUE
               PERFORM 2100-LIRE-UN-SOLDE
                   UNTIL WS-FIN-FICHIER
               CLOSE GLBALFIL
           ELSE
               DISPLAY "GLBALFIL ABSENT - DEPART SUR ACCTFILE"
           END-IF.

      * -----------------------------------------------------------*
      * 2100-LIRE-UN-SOLDE : retient le solde du compte de banque   *
      * -----------------------------------------------------------*
       2100-LIRE-UN-SOLDE.
           READ GLBALFIL INTO GL-SOLDE-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF GLB-COMPTE = WS-COMPTE-BANQUE
                       MOVE GL-SOLDE TO WS-SOLDE-BANQUE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 2500-COLLECTER-COMPTES : somme en euros des soldes des      *
      * comptes actifs d'ACCTFILE, imprimée en regard du grand      *
      * livre ; fixe la trésorerie d'ouverture                      *
      * -----------------------------------------------------------*
       2500-COLLECTER-COMPTES.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-OK
               SET WS-ACCT-DISPO TO TRUE
               PERFORM 2600-LIRE-UN-COMPTE
                   UNTIL WS-FIN-FICHIER
               CLOSE ACCTFILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-GL-DISPO
                   MOVE WS-SOLDE-BANQUE TO WS-TRESORERIE-OUVERTURE
               WHEN WS-ACCT-DISPO
                   MOVE WS-TOTAL-COMPTES TO WS-TRESORERIE-OUVERTURE
               WHEN OTHER
                   DISPLAY "NI GLBALFIL NI ACCTFILE - DEPART A ZERO"
                   MOVE ZEROES TO WS-TRESORERIE-OUVERTURE
           END-EVALUATE.

           COMPUTE WS-ECART-OUVERTURE =
               WS-SOLDE-BANQUE - WS-TOTAL-COMPTES.

      * -----------------------------------------------------------*
      * 2600-LIRE-UN-COMPTE : cumule le solde d'un compte actif,    *
      * converti en euros s'il est tenu en devise                   *
      * -----------------------------------------------------------*
       2600-LIRE-UN-COMPTE.
           READ ACCTFILE INTO COMPTE-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF ACCT-ACTIF
                       ADD 1 TO WS-NB-COMPTES
                       IF ACCT-DEVISE NOT = "EUR"
                           AND ACCT-DEVISE NOT = SPACES
                           MOVE ACCT-SOLDE-OUVERTURE
                               TO WS-MONTANT-DEVISE
                           CALL "FOREX01" USING ACCT-DEVISE,
                               WS-MONTANT-DEVISE, WS-MONTANT-EUR
                           ADD WS-MONTANT-EUR TO WS-TOTAL-COMPTES
                       ELSE
                           ADD ACCT-SOLDE-OUVERTURE
                               TO WS-TOTAL-COMPTES
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3000-PROJETER-ORDRES : projette chaque ordre permanent sur  *
      * l'horizon, échéance par échéance                            *
      * -----------------------------------------------------------*
       3000-PROJETER-ORDRES.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT STOFILE.
           IF WS-STO-OK
               SET WS-SRC-DISPO(WS-SRC-STO) TO TRUE
               PERFORM 3100-LIRE-UN-ORDRE
                   UNTIL WS-FIN-FICHIER
               CLOSE STOFILE
           END-IF.

      * -----------------------------------------------------------*
      * 3100-LIRE-UN-ORDRE : un ordre au crédit est un encaissement,*
      * au débit un décaissement (même sens que GLPOST010) ; un     *
      * ordre à fréquence inconnue est ignoré                       *
      * -----------------------------------------------------------*
       3100-LIRE-UN-ORDRE.
           READ STOFILE INTO STO-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   IF STO-MENSUEL OR STO-HEBDOMADAIRE
                       MOVE STO-DATE-PROCHAINE TO WS-ECHEANCE
                       MOVE STO-FREQUENCE      TO WS-FREQUENCE
                       MOVE STO-DATE-FIN       TO WS-DATE-FIN-ORDRE
                       MOVE WS-SRC-STO         TO WS-FLUX-SOURCE
                       IF STO-CREDIT
                           MOVE STO-MONTANT TO WS-FLUX-MONTANT
                       ELSE
                           COMPUTE WS-FLUX-MONTANT =
                               ZEROES - STO-MONTANT
                       END-IF
                       MOVE STO-DATE-PROCHAINE(7:2)
                           TO WS-JOUR-ORIGINE
                       MOVE ZEROES TO WS-NB-ECHEANCES
                       PERFORM 3150-EMETTRE-UNE-ECHEANCE
                           UNTIL WS-ECHEANCE >= WS-FIN-HORIZON
                               OR (WS-DATE-FIN-ORDRE NOT = ZEROES
                                   AND WS-ECHEANCE >
                                       WS-DATE-FIN-ORDRE)
                               OR WS-NB-ECHEANCES >=
                                   WS-MAX-ECHEANCES
                   ELSE
                       DISPLAY "FREQUENCE INCONNUE - ORDRE IGNORE : "
                           STO-COMPTE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3150-EMETTRE-UNE-ECHEANCE : ventile l'échéance courante et  *
      * avance à la suivante                                        *
      * -----------------------------------------------------------*
       3150-EMETTRE-UNE-ECHEANCE.
           ADD 1 TO WS-NB-ECHEANCES.
           MOVE WS-ECHEANCE TO WS-FLUX-DATE.
           PERFORM 5000-VENTILER-FLUX.
           PERFORM 8400-AVANCER-ECHEANCE.

      * -----------------------------------------------------------*
      * 3200-PROJETER-POST-DATES : mouvements entreposés par        *
      * FUTWHS010, à leur date de valeur                            *
      * -----------------------------------------------------------*
       3200-PROJETER-POST-DATES.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT FUTFILE.
           IF WS-FUT-OK
               SET WS-SRC-DISPO(WS-SRC-FUT) TO TRUE
               PERFORM 3300-LIRE-UN-POST-DATE
                   UNTIL WS-FIN-FICHIER
               CLOSE FUTFILE
           END-IF.

      * -----------------------------------------------------------*
      * 3300-LIRE-UN-POST-DATE : crédit = encaissement, débit =     *
      * décaissement                                                *
      * -----------------------------------------------------------*
       3300-LIRE-UN-POST-DATE.
           READ FUTFILE INTO MOUVEMENT-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   MOVE MVT-DATE   TO WS-FLUX-DATE
                   MOVE WS-SRC-FUT TO WS-FLUX-SOURCE
                   IF MVT-CREDIT
                       MOVE MVT-MONTANT TO WS-FLUX-MONTANT
                   ELSE
                       COMPUTE WS-FLUX-MONTANT = ZEROES - MVT-MONTANT
                   END-IF
                   PERFORM 5000-VENTILER-FLUX
           END-READ.

      * -----------------------------------------------------------*
      * 3400-PROJETER-CREANCES : postes ouverts clients, encaissés  *
      * à la date de facture augmentée du délai de paiement         *
      * -----------------------------------------------------------*
       3400-PROJETER-CREANCES.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT INVFILE.
           IF WS-INV-OK
               SET WS-SRC-DISPO(WS-SRC-CLI) TO TRUE
               PERFORM 3500-LIRE-UNE-FACTURE
                   UNTIL WS-FIN-FICHIER
               CLOSE INVFILE
           END-IF.

      * -----------------------------------------------------------*
      * 3500-LIRE-UNE-FACTURE : un avoir (montant négatif) vient en *
      * diminution des encaissements de sa semaine                  *
      * -----------------------------------------------------------*
       3500-LIRE-UNE-FACTURE.
           READ INVFILE
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   MOVE INV-DATE TO WS-DATE-DECOMP
                   MOVE WS-DELAI-PAIEMENT TO WS-NB-JOURS-AJOUT
                   PERFORM 8480-AJOUTER-JOURS
                   MOVE WS-DATE-DECOMP TO WS-FLUX-DATE
                   MOVE WS-SRC-CLI     TO WS-FLUX-SOURCE
      * La trésorerie est tenue en euros : contre-valeur du poste en
      * devise
                   IF INV-EN-EURO
                       MOVE INV-MONTANT     TO WS-FLUX-MONTANT
                   ELSE
                       MOVE INV-MONTANT-EUR TO WS-FLUX-MONTANT
                   END-IF
                   PERFORM 5000-VENTILER-FLUX
           END-READ.

      * -----------------------------------------------------------*
      * 3600-PROJETER-FOURNISSEURS : factures fournisseurs ouvertes,*
      * décaissées à leur échéance                                  *
      * -----------------------------------------------------------*
       3600-PROJETER-FOURNISSEURS.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT APOPENF.
           IF WS-API-OK
               SET WS-SRC-DISPO(WS-SRC-FRS) TO TRUE
               PERFORM 3700-LIRE-UNE-DETTE
                   UNTIL WS-FIN-FICHIER
               CLOSE APOPENF
           END-IF.

      * -----------------------------------------------------------*
      * 3700-LIRE-UNE-DETTE : une facture fournisseur ouverte       *
      * -----------------------------------------------------------*
       3700-LIRE-UNE-DETTE.
           READ APOPENF INTO API-ENREG
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   MOVE API-ECHEANCE TO WS-FLUX-DATE
                   MOVE WS-SRC-FRS   TO WS-FLUX-SOURCE
                   COMPUTE WS-FLUX-MONTANT = ZEROES - API-MONTANT
                   PERFORM 5000-VENTILER-FLUX
           END-READ.

      * -----------------------------------------------------------*
      * 3800-PROJETER-PAIE : masse nette mensuelle - nets du        *
      * dernier run (NETFILE) convertis en euros, ou à défaut       *
      * moyenne des cumuls nets de l'année (YTDFILE) - versée le    *
      * dernier jour de chaque mois de l'horizon                    *
      * -----------------------------------------------------------*
       3800-PROJETER-PAIE.
           MOVE "N" TO WS-EOF-SWITCH.

           OPEN INPUT NETFILE.
           IF WS-NET-OK
               PERFORM 3810-LIRE-UN-NET
                   UNTIL WS-FIN-FICHIER
               CLOSE NETFILE
           END-IF.

           IF WS-NB-NETS > ZEROES
               SET WS-SRC-DISPO(WS-SRC-PAI) TO TRUE
               MOVE "NETS DU DERNIER RUN (NETFILE)"
                   TO WS-ORIGINE-PAIE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT YTDFILE
               IF WS-YTD-OK
                   PERFORM 3820-LIRE-UN-CUMUL
                       UNTIL WS-FIN-FICHIER
                   CLOSE YTDFILE
               END-IF
               IF WS-NB-CUMULS > ZEROES
                   SET WS-SRC-DISPO(WS-SRC-PAI) TO TRUE
                   COMPUTE WS-PAIE-MENSUELLE ROUNDED =
                       WS-TOTAL-CUMULS-NETS / WS-JOUR-MM
                   MOVE "MOYENNE DES CUMULS NETS (YTDFILE)"
                       TO WS-ORIGINE-PAIE
               END-IF
           END-IF.

           IF WS-SRC-DISPO(WS-SRC-PAI)
               AND WS-PAIE-MENSUELLE NOT = ZEROES
               MOVE WS-DATE-TRAITEMENT TO WS-DATE-DECOMP
               PERFORM 8500-CALCULER-DERNIER-JOUR
               MOVE WS-DERNIER-JOUR TO WS-DEC-JJ
               PERFORM 3850-EMETTRE-UNE-PAIE
                   UNTIL WS-DATE-DECOMP-NUM >= WS-FIN-HORIZON
           END-IF.

      * -----------------------------------------------------------*
      * 3810-LIRE-UN-NET : cumule un net à payer, en euros          *
      * -----------------------------------------------------------*
       3810-LIRE-UN-NET.
           READ NETFILE
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-NETS
                   IF NET-IN-DEVISE NOT = "EUR"
                       AND NET-IN-DEVISE NOT = SPACES
                       MOVE NET-IN-MONTANT TO WS-MONTANT-DEVISE
                       CALL "FOREX01" USING NET-IN-DEVISE,
                           WS-MONTANT-DEVISE, WS-MONTANT-EUR
                       ADD WS-MONTANT-EUR TO WS-PAIE-MENSUELLE
                   ELSE
                       ADD NET-IN-MONTANT TO WS-PAIE-MENSUELLE
                   END-IF
           END-READ.

      * -----------------------------------------------------------*
      * 3820-LIRE-UN-CUMUL : cumule le net annuel d'un salarié      *
      * -----------------------------------------------------------*
       3820-LIRE-UN-CUMUL.
           READ YTDFILE
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-CUMULS
                   ADD YTD-IN-CUMUL-NET TO WS-TOTAL-CUMULS-NETS
           END-READ.

      * -----------------------------------------------------------*
      * 3850-EMETTRE-UNE-PAIE : ventile la paie du mois courant de  *
      * WS-DATE-DECOMP (déjà versée si le mois finit aujourd'hui)   *
      * puis passe au dernier jour du mois suivant                  *
      * -----------------------------------------------------------*
       3850-EMETTRE-UNE-PAIE.
           IF WS-DATE-DECOMP-NUM > WS-DATE-TRAITEMENT
               MOVE WS-DATE-DECOMP-NUM TO WS-FLUX-DATE
               MOVE WS-SRC-PAI TO WS-FLUX-SOURCE
               COMPUTE WS-FLUX-MONTANT = ZEROES - WS-PAIE-MENSUELLE
               PERFORM 5000-VENTILER-FLUX
           END-IF.

           MOVE 31 TO WS-JOUR-ORIGINE.
           PERFORM 8450-AVANCER-UN-MOIS.

      * -----------------------------------------------------------*
      * 4000-PROJETER-ABONNEMENTS : valorise chaque abonnement de   *
      * BILSCHF (entête suivi de ses lignes) et projette ses        *
      * facturations, encaissées au délai de paiement               *
      * -----------------------------------------------------------*
       4000-PROJETER-ABONNEMENTS.
           OPEN INPUT BILSCHF.
           IF WS-SCH-OK
               SET WS-SRC-DISPO(WS-SRC-ABO) TO TRUE
               PERFORM 4050-CHARGER-PRODUITS
               PERFORM 4060-CHARGER-PRIX
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4100-LIRE-UNE-ECHEANCE-ABO
                   UNTIL WS-FIN-FICHIER
               PERFORM 4300-PROJETER-UN-ABONNEMENT
               CLOSE BILSCHF
           END-IF.

      * -----------------------------------------------------------*
      * 4050-CHARGER-PRODUITS : codes de TVA du maître des produits *
      * -----------------------------------------------------------*
       4050-CHARGER-PRODUITS.
           OPEN INPUT PRDFILE.
           IF WS-PRD-OK
               PERFORM 4055-LIRE-UN-PRODUIT
                   UNTIL NOT WS-PRD-OK OR WS-NB-PRD >= 100
               CLOSE PRDFILE
           ELSE
               DISPLAY "PRDFILE INTROUVABLE - ABONNEMENTS HORS TVA"
           END-IF.

      * -----------------------------------------------------------*
      * 4055-LIRE-UN-PRODUIT : range un produit dans la table       *
      * -----------------------------------------------------------*
       4055-LIRE-UN-PRODUIT.
           READ PRDFILE INTO PRODUIT-ENREG
               AT END
                   MOVE "10" TO WS-PRD-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-PRD
                   MOVE PRD-CODE     TO WS-PRD-CODE(WS-NB-PRD)
                   MOVE PRD-CODE-TVA TO WS-PRD-TVA(WS-NB-PRD)
           END-READ.

      * -----------------------------------------------------------*
      * 4060-CHARGER-PRIX : historique des prix produits            *
      * -----------------------------------------------------------*
       4060-CHARGER-PRIX.
           OPEN INPUT PRDPRCF.
           IF WS-PRP-OK
               PERFORM 4065-LIRE-UN-PRIX
                   UNTIL NOT WS-PRP-OK OR WS-NB-PRP >= 200
               CLOSE PRDPRCF
           ELSE
               DISPLAY "PRDPRCF INTROUVABLE - ABONNEMENTS A ZERO"
           END-IF.

      * -----------------------------------------------------------*
      * 4065-LIRE-UN-PRIX : range une cotation dans la table        *
      * -----------------------------------------------------------*
       4065-LIRE-UN-PRIX.
           READ PRDPRCF INTO PRDPRC-ENREG
               AT END
                   MOVE "10" TO WS-PRP-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-PRP
                   MOVE PRP-CODE       TO WS-PRP-CODE(WS-NB-PRP)
                   MOVE PRP-DATE-EFFET TO WS-PRP-DATE(WS-NB-PRP)
                   MOVE PRP-PRIX       TO WS-PRP-PRIX(WS-NB-PRP)
           END-READ.

      * -----------------------------------------------------------*
      * 4100-LIRE-UNE-ECHEANCE-ABO : une entête clôt l'abonnement   *
      * précédent (projeté) et ouvre le suivant ; une ligne ajoute  *
      * sa valeur TTC à l'abonnement en cours                       *
      * -----------------------------------------------------------*
       4100-LIRE-UNE-ECHEANCE-ABO.
           READ BILSCHF
               AT END
                   SET WS-FIN-FICHIER TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SCH-ENTETE
                           PERFORM 4300-PROJETER-UN-ABONNEMENT
                           SET WS-ABO-EN-COURS TO TRUE
                           MOVE SCH-CLIENT    TO WS-ABO-CLIENT
                           MOVE SCH-FREQUENCE TO WS-ABO-FREQUENCE
                           MOVE SCH-DATE-PROCHAINE
                               TO WS-ABO-PROCHAINE
                           MOVE SCH-DATE-FIN  TO WS-ABO-FIN
                           MOVE ZEROES        TO WS-ABO-MONTANT
                       WHEN SCH-LIGNE AND WS-ABO-EN-COURS
                           PERFORM 4200-VALORISER-LIGNE
                       WHEN OTHER
                           DISPLAY "ENREGISTREMENT BILSCHF IGNORE : "
                               SCH-TYPE
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------*
      * 4200-VALORISER-LIGNE : quantité x prix en vigueur, TVA du   *
      * code produit comprise                                       *
      * -----------------------------------------------------------*
       4200-VALORISER-LIGNE.
           MOVE ZEROES TO WS-PRIX-RETENU.
           MOVE ZEROES TO WS-MEILLEURE-DATE.
           PERFORM 4250-EXAMINER-UN-PRIX
               VARYING WS-NO-PRP FROM 1 BY 1
                   UNTIL WS-NO-PRP > WS-NB-PRP.

           MOVE ZEROES TO WS-TAUX-RETENU.
           SET WS-PRD-IDX TO 1.
           SEARCH WS-PRD-ENTREE
               AT END
                   CONTINUE
               WHEN WS-PRD-IDX > WS-NB-PRD
                   CONTINUE
               WHEN WS-PRD-CODE(WS-PRD-IDX) = SCH-PRODUIT
                   SET WS-TVA-IDX TO 1
                   SEARCH WS-TVA-ENTREE
                       AT END
                           CONTINUE
                       WHEN WS-TVA-CODE(WS-TVA-IDX) =
                               WS-PRD-TVA(WS-PRD-IDX)
                           MOVE WS-TVA-TAUX(WS-TVA-IDX)
                               TO WS-TAUX-RETENU
                   END-SEARCH
           END-SEARCH.

           COMPUTE WS-LIGNE-TTC ROUNDED =
               SCH-QUANTITE * WS-PRIX-RETENU
               * (100 + WS-TAUX-RETENU) / 100.
           ADD WS-LIGNE-TTC TO WS-ABO-MONTANT.

      * -----------------------------------------------------------*
      * 4250-EXAMINER-UN-PRIX : retient la cotation la plus récente *
      * du produit ne dépassant pas la date de traitement           *
      * -----------------------------------------------------------*
       4250-EXAMINER-UN-PRIX.
           SET WS-PRP-IDX TO WS-NO-PRP.
           IF WS-PRP-CODE(WS-PRP-IDX) = SCH-PRODUIT
               AND WS-PRP-DATE(WS-PRP-IDX) <= WS-DATE-TRAITEMENT
               AND WS-PRP-DATE(WS-PRP-IDX) >= WS-MEILLEURE-DATE
               MOVE WS-PRP-DATE(WS-PRP-IDX) TO WS-MEILLEURE-DATE
               MOVE WS-PRP-PRIX(WS-PRP-IDX) TO WS-PRIX-RETENU
           END-IF.

      * -----------------------------------------------------------*
      * 4300-PROJETER-UN-ABONNEMENT : projette les facturations de  *
      * l'abonnement en attente sur l'horizon ; chacune est         *
      * encaissée au délai de paiement                              *
      * -----------------------------------------------------------*
       4300-PROJETER-UN-ABONNEMENT.
           IF WS-ABO-EN-COURS
               ADD 1 TO WS-NB-ABONNEMENTS
               IF WS-ABO-FREQUENCE = "M" OR WS-ABO-FREQUENCE = "H"
                   MOVE WS-ABO-PROCHAINE TO WS-ECHEANCE
                   MOVE WS-ABO-FREQUENCE TO WS-FREQUENCE
                   MOVE WS-ABO-FIN       TO WS-DATE-FIN-ORDRE
                   MOVE WS-ABO-PROCHAINE(7:2) TO WS-JOUR-ORIGINE
                   MOVE ZEROES TO WS-NB-ECHEANCES
                   PERFORM 4350-EMETTRE-UNE-FACTURATION
                       UNTIL WS-ECHEANCE >= WS-FIN-HORIZON
                           OR (WS-DATE-FIN-ORDRE NOT = ZEROES
                               AND WS-ECHEANCE > WS-DATE-FIN-ORDRE)
                           OR WS-NB-ECHEANCES >= WS-MAX-ECHEANCES
               ELSE
                   DISPLAY "FREQUENCE INCONNUE - ABONNEMENT "
                       "IGNORE : " WS-ABO-CLIENT
               END-IF
               MOVE "N" TO WS-ABO-EN-COURS-SW
           END-IF.

      * -----------------------------------------------------------*
      * 4350-EMETTRE-UNE-FACTURATION : ventile l'encaissement de la *
      * facturation courante puis avance l'échéance                 *
      * -----------------------------------------------------------*
       4350-EMETTRE-UNE-FACTURATION.
           ADD 1 TO WS-NB-ECHEANCES.
           MOVE WS-ECHEANCE TO WS-DATE-DECOMP.
           MOVE WS-DELAI-PAIEMENT TO WS-NB-JOURS-AJOUT.
           PERFORM 8480-AJOUTER-JOURS.
           MOVE WS-DATE-DECOMP TO WS-FLUX-DATE.
           MOVE WS-SRC-ABO     TO WS-FLUX-SOURCE.
           MOVE WS-ABO-MONTANT TO WS-FLUX-MONTANT.
           PERFORM 5000-VENTILER-FLUX.
           PERFORM 8400-AVANCER-ECHEANCE.

      * -----------------------------------------------------------*
      * 5000-VENTILER-FLUX : range le flux dans sa semaine - un     *
      * flux échu tombe en semaine 1, un flux au-delà de l'horizon  *
      * est ignoré                                                  *
      * -----------------------------------------------------------*
       5000-VENTILER-FLUX.
           IF WS-FLUX-DATE < WS-FIN-HORIZON
               AND WS-FLUX-MONTANT NOT = ZEROES
               MOVE 1 TO WS-NO-SEM
               PERFORM 5100-SEMAINE-SUIVANTE
                   UNTIL WS-NO-SEM >= WS-NB-SEMAINES
                       OR WS-FLUX-DATE < WS-SEM-DEBUT(WS-NO-SEM + 1)

               ADD 1 TO WS-SRC-NB-FLUX(WS-FLUX-SOURCE)
               IF WS-FLUX-MONTANT > ZEROES
                   ADD WS-FLUX-MONTANT
                       TO WS-SEM-ENCAISSE(WS-NO-SEM)
                          WS-SSR-ENCAISSE(WS-NO-SEM, WS-FLUX-SOURCE)
                          WS-SRC-ENCAISSE(WS-FLUX-SOURCE)
               ELSE
                   SUBTRACT WS-FLUX-MONTANT
                       FROM WS-SEM-DECAISSE(WS-NO-SEM)
                            WS-SSR-DECAISSE(WS-NO-SEM, WS-FLUX-SOURCE)
                            WS-SRC-DECAISSE(WS-FLUX-SOURCE)
               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 5100-SEMAINE-SUIVANTE : passe à la semaine suivante         *
      * -----------------------------------------------------------*
       5100-SEMAINE-SUIVANTE.
           ADD 1 TO WS-NO-SEM.

      * -----------------------------------------------------------*
      * 6000-CALCULER-TRESORERIE : trésorerie de clôture semaine    *
      * par semaine, première semaine sous le seuil et point bas    *
      * -----------------------------------------------------------*
       6000-CALCULER-TRESORERIE.
           MOVE WS-TRESORERIE-OUVERTURE TO WS-TRESORERIE-COURANTE.
           MOVE WS-TRESORERIE-OUVERTURE TO WS-TRESORERIE-MINIMUM.

           PERFORM 6100-CLOTURER-UNE-SEMAINE
               VARYING WS-NO-SEM FROM 1 BY 1
                   UNTIL WS-NO-SEM > WS-NB-SEMAINES.

           IF WS-SEM-ALERTE > ZEROES
               DISPLAY "TRESORERIE SOUS LE SEUIL EN SEMAINE "
                   WS-SEM-ALERTE " (" WS-SEM-DEBUT(WS-SEM-ALERTE) ")"
           END-IF.

      * -----------------------------------------------------------*
      * 6100-CLOTURER-UNE-SEMAINE : trésorerie de fin de semaine,   *
      * contrôle du seuil et du point bas                           *
      * -----------------------------------------------------------*
       6100-CLOTURER-UNE-SEMAINE.
           ADD WS-SEM-ENCAISSE(WS-NO-SEM) TO WS-TRESORERIE-COURANTE.
           SUBTRACT WS-SEM-DECAISSE(WS-NO-SEM)
               FROM WS-TRESORERIE-COURANTE.
           MOVE WS-TRESORERIE-COURANTE TO WS-SEM-CLOTURE(WS-NO-SEM).

           IF WS-TRESORERIE-COURANTE < WS-SEUIL-TRESORERIE
               AND WS-SEM-ALERTE = ZEROES
               MOVE WS-NO-SEM TO WS-SEM-ALERTE
           END-IF.

           IF WS-TRESORERIE-COURANTE < WS-TRESORERIE-MINIMUM
               MOVE WS-TRESORERIE-COURANTE TO WS-TRESORERIE-MINIMUM
               MOVE WS-NO-SEM TO WS-SEM-MINIMUM
           END-IF.

      * -----------------------------------------------------------*
      * 7000-IMPRIMER-PREVISION : imprime la page de prévision      *
      * -----------------------------------------------------------*
       7000-IMPRIMER-PREVISION.
           CALL "RPTHDR010" USING WS-TITRE-RAPPORT, WS-NO-PAGE,
               WS-LIGNE-ENTETE-1.

           OPEN OUTPUT FCTRPT.
           IF NOT WS-RPT-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR FCTRPT - STATUT "
                   WS-RPT-STATUS
               PERFORM 9800-NOTER-ERREUR-FICHIER
           ELSE
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-ENTETE-1
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-VIDE
               PERFORM 7100-IMPRIMER-OUVERTURE
               PERFORM 7200-IMPRIMER-SOURCES
               PERFORM 7300-IMPRIMER-SEMAINES
               PERFORM 7500-IMPRIMER-SYNTHESE
               CLOSE FCTRPT
           END-IF.

           DISPLAY "PREVISION EDITEE - SEMAINES : " WS-NB-SEMAINES
               " - ALERTE : " WS-SEM-ALERTE.

      * -----------------------------------------------------------*
      * 7100-IMPRIMER-OUVERTURE : trésorerie de départ, grand livre *
      * et comptes en regard, seuil appliqué                        *
      * -----------------------------------------------------------*
       7100-IMPRIMER-OUVERTURE.
           MOVE "TRESORERIE D'OUVERTURE" TO WS-LIGNE-SECTION.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-SECTION.

           IF WS-GL-DISPO
               MOVE "  SOLDE BANQUE (512000) : " TO LM-LIBELLE
               MOVE WS-SOLDE-BANQUE TO LM-MONTANT
               MOVE "DEPART DE LA PREVISION" TO LM-COMPLEMENT
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-MONTANT
           ELSE
               MOVE "  SOLDE BANQUE (512000) : " TO LI-LIBELLE
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-INDISPO
           END-IF.

           IF WS-ACCT-DISPO
               MOVE "  COMPTES ACTIFS (EUR)  : " TO LM-LIBELLE
               MOVE WS-TOTAL-COMPTES TO LM-MONTANT
               IF WS-GL-DISPO
                   MOVE SPACES TO LM-COMPLEMENT
               ELSE
                   MOVE "DEPART DE LA PREVISION" TO LM-COMPLEMENT
               END-IF
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-MONTANT
               IF WS-GL-DISPO
                   MOVE "  ECART BANQUE/COMPTES  : " TO LM-LIBELLE
                   MOVE WS-ECART-OUVERTURE TO LM-MONTANT
                   MOVE SPACES TO LM-COMPLEMENT
                   WRITE FCTRPT-LIGNE FROM WS-LIGNE-MONTANT
               END-IF
           ELSE
               MOVE "  COMPTES ACTIFS (EUR)  : " TO LI-LIBELLE
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-INDISPO
           END-IF.

           MOVE "  SEUIL MINIMUM         : " TO LM-LIBELLE.
           MOVE WS-SEUIL-TRESORERIE TO LM-MONTANT.
           MOVE SPACES TO LM-COMPLEMENT.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-MONTANT.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-VIDE.

      * -----------------------------------------------------------*
      * 7200-IMPRIMER-SOURCES : nombre de flux et cumuls de chaque  *
      * source sur l'horizon                                        *
      * -----------------------------------------------------------*
       7200-IMPRIMER-SOURCES.
           MOVE "SOURCES (ENCAISSEMENTS / DECAISSEMENTS SUR L'HORIZON)"
               TO WS-LIGNE-SECTION.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-SECTION.

           PERFORM 7250-IMPRIMER-UNE-SOURCE
               VARYING WS-NO-SRC FROM 1 BY 1
                   UNTIL WS-NO-SRC > 6.

           IF WS-SRC-DISPO(WS-SRC-PAI)
               MOVE "  PAIE MENSUELLE RETENUE: " TO LM-LIBELLE
               MOVE WS-PAIE-MENSUELLE TO LM-MONTANT
               MOVE WS-ORIGINE-PAIE TO LM-COMPLEMENT
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-MONTANT
           END-IF.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-VIDE.

      * -----------------------------------------------------------*
      * 7250-IMPRIMER-UNE-SOURCE : cumuls d'une source ou NON       *
      * DISPONIBLE si son fichier est absent                        *
      * -----------------------------------------------------------*
       7250-IMPRIMER-UNE-SOURCE.
           IF WS-SRC-DISPO(WS-NO-SRC)
               MOVE WS-SRC-LIBELLE(WS-NO-SRC)  TO LS-LIBELLE
               MOVE WS-SRC-NB-FLUX(WS-NO-SRC)  TO LS-NB-FLUX
               MOVE WS-SRC-ENCAISSE(WS-NO-SRC) TO LS-ENCAISSE
               MOVE WS-SRC-DECAISSE(WS-NO-SRC) TO LS-DECAISSE
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-SOURCE
           ELSE
               MOVE SPACES TO LI-LIBELLE
               MOVE WS-SRC-LIBELLE(WS-NO-SRC) TO LI-LIBELLE(3:19)
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-INDISPO
           END-IF.

      * -----------------------------------------------------------*
      * 7300-IMPRIMER-SEMAINES : une ligne par semaine, suivie du   *
      * détail de ses flux par source                               *
      * -----------------------------------------------------------*
       7300-IMPRIMER-SEMAINES.
           MOVE "PROJECTION HEBDOMADAIRE" TO WS-LIGNE-SECTION.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-SECTION.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-ENTETE-SEM.

           PERFORM 7350-IMPRIMER-UNE-SEMAINE
               VARYING WS-NO-SEM FROM 1 BY 1
                   UNTIL WS-NO-SEM > WS-NB-SEMAINES.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-VIDE.

      * -----------------------------------------------------------*
      * 7350-IMPRIMER-UNE-SEMAINE : ligne de la semaine, marquée    *
      * si c'est la première sous le seuil                          *
      * -----------------------------------------------------------*
       7350-IMPRIMER-UNE-SEMAINE.
           MOVE WS-NO-SEM TO LW-NO.
           MOVE WS-SEM-DEBUT(WS-NO-SEM)    TO LW-DEBUT.
           MOVE WS-SEM-FIN(WS-NO-SEM)      TO LW-FIN.
           MOVE WS-SEM-ENCAISSE(WS-NO-SEM) TO LW-ENCAISSE.
           MOVE WS-SEM-DECAISSE(WS-NO-SEM) TO LW-DECAISSE.
           MOVE WS-SEM-CLOTURE(WS-NO-SEM)  TO LW-CLOTURE.
           IF WS-NO-SEM = WS-SEM-ALERTE
               MOVE "< SEUIL" TO LW-ALERTE
           ELSE
               MOVE SPACES TO LW-ALERTE
           END-IF.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-SEMAINE.

           PERFORM 7400-IMPRIMER-DETAIL-SOURCE
               VARYING WS-NO-SRC FROM 1 BY 1
                   UNTIL WS-NO-SRC > 6.

      * -----------------------------------------------------------*
      * 7400-IMPRIMER-DETAIL-SOURCE : flux de la semaine pour une   *
      * source, imprimés s'il y en a                                *
      * -----------------------------------------------------------*
       7400-IMPRIMER-DETAIL-SOURCE.
           IF WS-SSR-ENCAISSE(WS-NO-SEM, WS-NO-SRC) NOT = ZEROES
               OR WS-SSR-DECAISSE(WS-NO-SEM, WS-NO-SRC) NOT = ZEROES
               MOVE WS-SRC-LIBELLE(WS-NO-SRC) TO LD-LIBELLE
               MOVE WS-SSR-ENCAISSE(WS-NO-SEM, WS-NO-SRC)
                   TO LD-ENCAISSE
               MOVE WS-SSR-DECAISSE(WS-NO-SEM, WS-NO-SRC)
                   TO LD-DECAISSE
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-DETAIL-SEM
           END-IF.

      * -----------------------------------------------------------*
      * 7500-IMPRIMER-SYNTHESE : première semaine sous le seuil et  *
      * point bas de l'horizon                                      *
      * -----------------------------------------------------------*
       7500-IMPRIMER-SYNTHESE.
           MOVE "SYNTHESE" TO WS-LIGNE-SECTION.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-SECTION.

           IF WS-SEM-ALERTE > ZEROES
               MOVE WS-SEM-ALERTE TO LA-NO
               MOVE WS-SEM-DEBUT(WS-SEM-ALERTE) TO LA-DEBUT
               MOVE WS-SEM-CLOTURE(WS-SEM-ALERTE) TO LA-CLOTURE
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-ALERTE
           ELSE
               MOVE "AUCUNE SEMAINE SOUS LE SEUIL MINIMUM"
                   TO WS-LIGNE-SECTION
               WRITE FCTRPT-LIGNE FROM WS-LIGNE-SECTION
           END-IF.

           MOVE "  TRESORERIE MINIMALE   : " TO LM-LIBELLE.
           MOVE WS-TRESORERIE-MINIMUM TO LM-MONTANT.
           IF WS-SEM-MINIMUM > ZEROES
               MOVE SPACES TO LM-COMPLEMENT
               STRING "EN SEMAINE " WS-SEM-MINIMUM
                   DELIMITED BY SIZE INTO LM-COMPLEMENT
           ELSE
               MOVE "A L'OUVERTURE" TO LM-COMPLEMENT
           END-IF.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-MONTANT.

           MOVE "  TRESORERIE FIN HORIZON: " TO LM-LIBELLE.
           MOVE WS-SEM-CLOTURE(WS-NB-SEMAINES) TO LM-MONTANT.
           MOVE SPACES TO LM-COMPLEMENT.
           WRITE FCTRPT-LIGNE FROM WS-LIGNE-MONTANT.

      * -----------------------------------------------------------*
      * 8400-AVANCER-ECHEANCE : avance l'échéance courante d'une    *
      * période selon la fréquence (même mécanique que STOGEN010)   *
      * -----------------------------------------------------------*
       8400-AVANCER-ECHEANCE.
           MOVE WS-ECHEANCE TO WS-DATE-DECOMP.

           IF WS-FREQ-MENSUELLE
               PERFORM 8450-AVANCER-UN-MOIS
           ELSE
               MOVE 7 TO WS-NB-JOURS-AJOUT
               PERFORM 8480-AJOUTER-JOURS
           END-IF.

           MOVE WS-DATE-DECOMP TO WS-ECHEANCE.

      * -----------------------------------------------------------*
      * 8450-AVANCER-UN-MOIS : mois suivant, jour d'échéance clampé *
      * au dernier jour du mois cible                               *
      * -----------------------------------------------------------*
       8450-AVANCER-UN-MOIS.
           IF WS-DEC-MM = 12
               ADD 1 TO WS-DEC-AAAA
               MOVE 01 TO WS-DEC-MM
           ELSE
               ADD 1 TO WS-DEC-MM
           END-IF.

           MOVE WS-JOUR-ORIGINE TO WS-DEC-JJ.
           PERFORM 8500-CALCULER-DERNIER-JOUR.
           IF WS-DEC-JJ > WS-DERNIER-JOUR
               MOVE WS-DERNIER-JOUR TO WS-DEC-JJ
           END-IF.

      * -----------------------------------------------------------*
      * 8480-AJOUTER-JOURS : WS-NB-JOURS-AJOUT jours plus loin      *
      * (au plus 60), avec passage de mois et d'année si besoin     *
      * -----------------------------------------------------------*
       8480-AJOUTER-JOURS.
           ADD WS-NB-JOURS-AJOUT TO WS-DEC-JJ.
           PERFORM 8500-CALCULER-DERNIER-JOUR.
           PERFORM 8490-PASSER-MOIS-SUIVANT
               UNTIL WS-DEC-JJ NOT > WS-DERNIER-JOUR.

      * -----------------------------------------------------------*
      * 8490-PASSER-MOIS-SUIVANT : reporte l'excédent de jours sur  *
      * le mois suivant                                             *
      * -----------------------------------------------------------*
       8490-PASSER-MOIS-SUIVANT.
           SUBTRACT WS-DERNIER-JOUR FROM WS-DEC-JJ.
           IF WS-DEC-MM = 12
               ADD 1 TO WS-DEC-AAAA
               MOVE 01 TO WS-DEC-MM
           ELSE
               ADD 1 TO WS-DEC-MM
           END-IF.
           PERFORM 8500-CALCULER-DERNIER-JOUR.

      * -----------------------------------------------------------*
      * 8500-CALCULER-DERNIER-JOUR : dernier jour du mois de        *
      * WS-DATE-DECOMP, années bissextiles comprises pour février   *
      * -----------------------------------------------------------*
       8500-CALCULER-DERNIER-JOUR.
           EVALUATE WS-DEC-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DERNIER-JOUR
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DERNIER-JOUR
               WHEN 02
                   PERFORM 8550-FEVRIER-BISSEXTILE
               WHEN OTHER
                   DISPLAY "MOIS INVALIDE DANS L'ECHEANCE : "
                       WS-DEC-MM
                   MOVE 31 TO WS-DERNIER-JOUR
           END-EVALUATE.

      * -----------------------------------------------------------*
      * 8550-FEVRIER-BISSEXTILE : 29 jours si l'année est divisible *
      * par 4 sans l'être par 100, ou divisible par 400             *
      * -----------------------------------------------------------*
       8550-FEVRIER-BISSEXTILE.
           DIVIDE WS-DEC-AAAA BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-4.
           DIVIDE WS-DEC-AAAA BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-100.
           DIVIDE WS-DEC-AAAA BY 400 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE-400.

           IF (WS-RESTE-4 = ZEROES AND WS-RESTE-100 NOT = ZEROES)
               OR WS-RESTE-400 = ZEROES
               MOVE 29 TO WS-DERNIER-JOUR
           ELSE
               MOVE 28 TO WS-DERNIER-JOUR
           END-IF.

      * -----------------------------------------------------------*
      * 9800-NOTER-ERREUR-FICHIER : retient le code retour 8        *
      * (erreur fichier) sans écraser un code plus grave            *
      * -----------------------------------------------------------*
       9800-NOTER-ERREUR-FICHIER.
           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
