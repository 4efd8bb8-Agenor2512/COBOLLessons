      *-----------------------------------------------------------*
      *  GENJNL.CPY                                                *
      *  Journal des générations de retour arrière (GENJNLF),      *
      *  une ligne par génération posée pour une date de           *
      *  traitement, fichier ouvert en EXTEND :                    *
      *  B = bascule d'un maître par PROMOT010 (la courante a été  *
      *      recopiée en -PREV avant la promotion de la .NEW),     *
      *  S = sauvegarde en -PREV d'un fichier réécrit sur place    *
      *      (GLBALFIL, GLSEGFIL) à l'ouverture de la fenêtre,     *
      *  P = position d'un historique en EXTEND à l'ouverture de   *
      *      la fenêtre (nombre d'enregistrements déjà présents).  *
      *  Le nombre porté est celui de la génération -PREV écrite   *
      *  (B, S) ou la position relevée (P). Ecrit par PROMOT010 et *
      *  par RETARR010 en mode nocturne, relu par RETARR010 pour   *
      *  le retour arrière d'une date de traitement.               *
      *-----------------------------------------------------------*
       01  GJN-ENREG.
           05  GJN-DATE                PIC 9(08).
           05  GJN-TYPE                PIC X(01).
               88  GJN-BASCULE         VALUE 'B'.
               88  GJN-SAUVEGARDE      VALUE 'S'.
               88  GJN-POSITION        VALUE 'P'.
           05  GJN-FICHIER             PIC X(08).
           05  GJN-NB-ENREG            PIC 9(07).
           05  GJN-PROGRAMME           PIC X(08).
