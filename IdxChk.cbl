      *                 reconstruction (paramètre "R"), PERSFILE-IDX
      *                 est rechargé en entier depuis PERSFILE-NEW,
      *                 comme le fait la fusion.
      * 2026-09-28  AG  PERSONNE étendu (copy commune) : statut des
      *                 coordonnées bancaires PERSONNE-COORD-STATUT,
      *                 posé à 'V' par VIRRET010 sur un virement
      *                 retourné - PERSFILE et PERSFILE-IDX passent de
      *                 144 à 145 caractères.
      * 2026-10-15  AG  Le paramètre accepte en tête le nom du maître,
      *                 suivi du mode (blanc = contrôle, R =
      *                 reconstruction) : ACCTFILE, CUSTFILE, INVFILE,
      *                 SUPFILE et GLBALFIL sont confiés au
      *                 sous-programme commun IDXMST01 ; sans nom de
      *                 maître ou avec PERSFILE, le comportement sur
      *                 PERSFILE-IDX est inchangé.
      * 2026-10-15  AG  LITFILE (litiges clients) rejoint les maîtres
      *                 confiés à IDXMST01.

       ENVIRONMENT DIVISION.


       FILE SECTION.
       FD  PERSFILE-NEW
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-NEW-ENREG          PIC X(145).

       FD  PERSFILE-IDX.
       01  PERSFILE-IDX-ENREG.
           05  PIDX-NOM                PIC X(12).
           05  PIDX-RESTE              PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-FIN-FICHIER          VALUE "O".

      * Paramètre : [maître] [mode] - le maître est PERSFILE par
      * défaut ; ACCTFILE, CUSTFILE, INVFILE, SUPFILE, GLBALFIL et
      * LITFILE sont confiés au sous-programme commun IDXMST01
       01  WS-PARM                     PIC X(40).
       01  WS-PARM-MOT-1               PIC X(10).
       01  WS-PARM-MOT-2               PIC X(10).
       01  WS-PARM-MODE                PIC X(10).

       01  WS-MAITRE                   PIC X(08) VALUE "PERSFILE".
           88  WS-MAITRE-PERSFILE      VALUE "PERSFILE".
           88  WS-MAITRE-IDXMST        VALUE "ACCTFILE" "CUSTFILE"
                                             "INVFILE" "SUPFILE"
                                             "GLBALFIL" "LITFILE".

      * Mode demandé : contrôle par défaut, "R" = reconstruction
       01  WS-MODE                     PIC X(01) VALUE "C".
           88  WS-MODE-CONTROLE        VALUE "C".
           88  WS-MODE-RECONSTRUIRE    VALUE "R".

       PROCEDURE DIVISION.

           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-MOT-1 WS-PARM-MOT-2.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MOT-1 WS-PARM-MOT-2
           END-UNSTRING.

           MOVE WS-PARM-MOT-1 TO WS-MAITRE.
           IF WS-MAITRE-PERSFILE OR WS-MAITRE-IDXMST
               MOVE WS-PARM-MOT-2 TO WS-PARM-MODE
           ELSE
               MOVE "PERSFILE" TO WS-MAITRE
               MOVE WS-PARM-MOT-1 TO WS-PARM-MODE
           END-IF.

           IF WS-PARM-MODE(1:1) = "R" OR WS-PARM-MODE(1:1) = "r"
               SET WS-MODE-RECONSTRUIRE TO TRUE
           ELSE
               SET WS-MODE-CONTROLE TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-MAITRE-IDXMST
                   CALL "IDXMST01" USING WS-MAITRE, WS-MODE,
                       WS-CODE-RETOUR
               WHEN WS-MODE-RECONSTRUIRE
                   PERFORM 5000-RECONSTRUIRE-INDEX
               WHEN OTHER
                   PERFORM 1000-CONTROLER-INDEX
           END-EVALUATE.

           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.
