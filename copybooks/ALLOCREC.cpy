      *  moteur de répartition ALLOC010, lancé avant la clôture    *
      *  mensuelle GLCLS010 : les loyers et frais informatiques    *
      *  partagés ne se redistribuent plus au tableur.             *
      *  ALC-SEGMENT-CIBLE désigne le segment analytique de la     *
      *  cible (agence A1/A2/A3, blanc ou HQ = siège) : un coût du *
      *  siège se répartit sur les agences, au besoin sur le même  *
      *  compte. Seule la part siège du source est répartie.       *
      *-----------------------------------------------------------*
       01  ALC-ENREG.
           05  ALC-COMPTE-SOURCE       PIC X(06).
           05  ALC-COMPTE-CIBLE        PIC X(06).
           05  ALC-POURCENT            PIC 9(03)V9(02).
           05  ALC-SEGMENT-CIBLE       PIC X(02).
