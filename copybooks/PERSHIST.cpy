      *  ajout). Relu par l'état d'enquête PERSHRPT ("toutes les   *
      *  modifications du matricule X", "tout ce qui a changé le   *
      *  jour J"). Le fichier est ouvert en EXTEND et conservé     *
      *  sans limite. Les images gardent les 144 premiers          *
      *  caractères de PERSONNE : l'indicateur de coordonnées à    *
      *  vérifier n'y figure pas, son changement est tracé par     *
      *  l'action V.                                               *
      *-----------------------------------------------------------*
       01  PHIST-ENREG.
           05  PHIST-DATE              PIC 9(08).
