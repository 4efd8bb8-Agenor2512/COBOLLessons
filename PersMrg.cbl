      *                 maison (salaires, adresses, statuts) n'était
      *                 jusqu'ici modifié sans aucune trace. Relu
      *                 par l'état d'enquête PERSHRPT.
      * 2026-09-28  AG  PERSFILE passe de 144 à 145 caractères. Nouvelle
      *                 action V (coordonnées à vérifier, posée par
      *                 VIRRET010 sur retour d'un virement de salaire) ;
      *                 une modification qui ressaisit l'IBAN lève
      *                 l'indicateur.
      * 2026-10-01  AG  Une désactivation porte la date et le motif de
      *                 sortie (copy TRANSTAB) : elle est ajoutée au
      *                 fichier permanent des sorties SORTIEF (copy
      *                 SORTIE, avec date de fusion et opérateur), que
      *                 STCSOL010 solde. SORTIEF est ouvert en ajout
      *                 comme PERSHSTF - s'il ne peut l'être, la fusion
      *                 est refusée. Désactiver un employé déjà inactif,
      *                 ou à une date antérieure à son embauche, est
      *                 refusé.
      * 2026-10-02  AG  Une modification qui change le salaire ajoute
      *                 une ligne C à l'historique permanent des
      *                 salaires SALHSTF (copy SALHIST : date d'effet
      *                 portée par la transaction, premier du mois de
      *                 traitement à défaut, ancien et nouveau salaire,
      *                 devise, date et heure de fusion, opérateur),
      *                 d'où PAYREG010 paie le rappel des mois déjà
      *                 payés. SALHSTF est ouvert en ajout comme SORTIEF
      *                 - s'il ne peut l'être, la fusion est refusée.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRV-STATUS.

      * Sorties des employés désactivés, à solder - voir SORTIE
           SELECT SORTIEF ASSIGN TO "SORTIEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STE-STATUS.

      * Historique permanent des salaires, rappels - voir SALHIST
           SELECT SALHSTF ASSIGN TO "SALHSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAH-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PERSFILE
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-ENREG              PIC X(145).

       FD  PERSFILE-NEW
           RECORD CONTAINS 145 CHARACTERS.
       01  PERSFILE-NEW-ENREG          PIC X(145).

       FD  PERSFILE-IDX.
       01  PERSFILE-IDX-ENREG.
           05  PIDX-NOM                PIC X(12).
           05  PIDX-RESTE              PIC X(133).

       FD  PERSHSTF
           RECORD CONTAINS 317 CHARACTERS.
           RECORD CONTAINS 52 CHARACTERS.
       01  SRVFILE-ENREG               PIC X(52).

       FD  SORTIEF
           RECORD CONTAINS 32 CHARACTERS.
       01  SORTIEF-ENREG               PIC X(32).

       FD  SALHSTF
           RECORD CONTAINS 67 CHARACTERS.
       01  SALHSTF-ENREG               PIC X(67).

       WORKING-STORAGE SECTION.

      * Enregistrement maître employé lu/écrit - voir copy PERSONNE
       01  WS-HST-STATUS               PIC X(02).
           88  WS-HST-OK               VALUE "00".

      * Sortie enregistrée pour chaque désactivation appliquée -
      * voir copy SORTIE
       COPY SORTIE.

       01  WS-STE-STATUS               PIC X(02).
           88  WS-STE-OK               VALUE "00".

      * Changement de salaire historisé pour chaque modification qui
      * touche le salaire, avec sa date d'effet - voir copy SALHIST
       COPY SALHIST.

       01  WS-SAH-STATUS               PIC X(02).
           88  WS-SAH-OK               VALUE "00".

       01  WS-SYS-HHMMSSCC             PIC 9(08).

      * Date officielle de traitement, lue via DATPRM01
       01  WS-DATE-TRAITEMENT          PIC 9(08).
       01  WS-DATE-TRT-DECOUPEE REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-AAAA             PIC 9(04).
           05  WS-TRT-MM               PIC 9(02).
           05  WS-TRT-JJ               PIC 9(02).

       01  WS-PERS-STATUS              PIC X(02).
           88  WS-PERS-OK              VALUE "00".
                   "HISTORIQUE"
               MOVE "N" TO LK-FUSION-OK
           ELSE
               PERFORM 0700-OUVRIR-SORTIES
               IF LK-FUSION-BONNE
                   PERFORM 0750-OUVRIR-HISTO-SALAIRES
                   IF LK-FUSION-BONNE
                       PERFORM 3000-FUSIONNER-MASTER
                       PERFORM 7000-REBATIR-INDEX
                       CLOSE SALHSTF
                   END-IF
                   CLOSE SORTIEF
               END-IF
               CLOSE PERSHSTF
           END-IF.

               END-IF
           END-IF.

      * -----------------------------------------------------------*
      * 0700-OUVRIR-SORTIES : ouvre en ajout le fichier permanent   *
      * des sorties ; sans lui, pas de fusion - une désactivation   *
      * sans sortie enregistrée ne serait jamais soldée             *
      * -----------------------------------------------------------*
       0700-OUVRIR-SORTIES.
           OPEN EXTEND SORTIEF.
           IF WS-STE-STATUS = "35"
               OPEN OUTPUT SORTIEF
           END-IF.
           IF NOT WS-STE-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR SORTIEF - STATUT "
                   WS-STE-STATUS
               DISPLAY "FUSION REFUSEE - PAS DE DESACTIVATION SANS "
                   "SORTIE ENREGISTREE"
               MOVE "N" TO LK-FUSION-OK
           END-IF.

      * -----------------------------------------------------------*
      * 0750-OUVRIR-HISTO-SALAIRES : ouvre en ajout l'historique    *
      * permanent des salaires ; sans lui, pas de fusion - un       *
      * changement de salaire non historisé ne serait jamais        *
      * rappelé par la paie                                         *
      * -----------------------------------------------------------*
       0750-OUVRIR-HISTO-SALAIRES.
           OPEN EXTEND SALHSTF.
           IF WS-SAH-STATUS = "35"
               OPEN OUTPUT SALHSTF
           END-IF.
           IF NOT WS-SAH-OK
               DISPLAY "IMPOSSIBLE D'OUVRIR SALHSTF - STATUT "
                   WS-SAH-STATUS
               DISPLAY "FUSION REFUSEE - PAS DE CHANGEMENT DE SALAIRE "
                   "SANS HISTORIQUE"
               MOVE "N" TO LK-FUSION-OK
           END-IF.

      * -----------------------------------------------------------*
      * 3000-FUSIONNER-MASTER : recopie l'ancien maître vers le     *
      * nouveau en appliquant modifications/désactivations, puis    *

      * -----------------------------------------------------------*
      * 3200-RECOPIER-MASTER : applique une éventuelle transaction  *
      * U, D ou V trouvée pour l'employé courant, puis l'écrit ;    *
      * une désactivation ajoute la sortie au fichier SORTIEF, un   *
      * changement de salaire l'ajoute à l'historique SALHSTF       *
      * -----------------------------------------------------------*
       3200-RECOPIER-MASTER.
           MOVE "N" TO WS-TRANS-TROUVE-SWITCH.
               END-IF
           END-IF.

      * Un employé ne sort qu'une fois : désactiver un inactif
      * créerait une seconde sortie à solder
           IF WS-TRANS-TROUVE
               SET TRANS-IDX TO WS-POSTE-RETENU
               IF TRANS-ACTION(TRANS-IDX) = "D"
                   IF PERSONNE-INACTIF
                       DISPLAY "EMPLOYE DEJA INACTIF - DESACTIVATION "
                           "REFUSEE : " TRANS-MATRICULE(TRANS-IDX)
                       MOVE "N" TO WS-TRANS-TROUVE-SWITCH
                   END-IF
                   IF WS-TRANS-TROUVE
                       AND TRANS-DATE-SORTIE(TRANS-IDX)
                           < PERSONNE-DATE-EMBAUCHE
                       DISPLAY "DATE DE SORTIE ANTERIEURE A L'EMBAUCHE"
                           " - DESACTIVATION REFUSEE : "
                           TRANS-MATRICULE(TRANS-IDX)
                       MOVE "N" TO WS-TRANS-TROUVE-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF WS-TRANS-TROUVE
               MOVE PERSONNE TO PHIST-AVANT
               EVALUATE TRANS-ACTION(TRANS-IDX)
                   WHEN "U"
                       MOVE TRANS-SERVICE(TRANS-IDX)
                           TO PERSONNE-SERVICE
                       IF TRANS-SALAIRE(TRANS-IDX)
                           NOT = PERSONNE-SALAIRE
                           PERFORM 3270-HISTORISER-SALAIRE
                       END-IF
                       MOVE TRANS-SALAIRE(TRANS-IDX)
                           TO PERSONNE-SALAIRE
                       IF TRANS-IBAN(TRANS-IDX) NOT = SPACES
                               TO PERSONNE-IBAN
                           MOVE TRANS-BIC(TRANS-IDX)
                               TO PERSONNE-BIC
                           MOVE SPACE TO PERSONNE-COORD-STATUT
                       END-IF
                   WHEN "D"
                       SET PERSONNE-INACTIF TO TRUE
                       PERFORM 3250-ENREGISTRER-SORTIE
                   WHEN "V"
                       SET PERSONNE-COORD-A-VERIFIER TO TRUE
               END-EVALUATE
               MOVE TRANS-ACTION(TRANS-IDX) TO PHIST-ACTION
               PERFORM 8000-HISTORISER-ACTION

           PERFORM 3100-LIRE-ANCIEN.

      * -----------------------------------------------------------*
      * 3250-ENREGISTRER-SORTIE : ajoute au fichier des sorties la  *
      * date et le motif de la désactivation appliquée              *
      * -----------------------------------------------------------*
       3250-ENREGISTRER-SORTIE.
           MOVE PERSONNE-MATRICULE            TO STE-MATRICULE.
           MOVE TRANS-DATE-SORTIE(TRANS-IDX)  TO STE-DATE-SORTIE.
           MOVE TRANS-MOTIF-SORTIE(TRANS-IDX) TO STE-MOTIF.
           MOVE WS-DATE-TRAITEMENT            TO STE-DATE-SAISIE.
           MOVE LK-OPERATEUR                  TO STE-OPERATEUR.
           WRITE SORTIEF-ENREG FROM STE-ENREG.

      * -----------------------------------------------------------*
      * 3270-HISTORISER-SALAIRE : ajoute à l'historique des         *
      * salaires l'ancien et le nouveau salaire de l'employé        *
      * courant avec la date d'effet de la modification (premier du *
      * mois de traitement à défaut) ; PAYREG010 en paie le rappel  *
      * -----------------------------------------------------------*
       3270-HISTORISER-SALAIRE.
           MOVE SPACES TO SAH-ENREG.
           SET SAH-CHANGEMENT TO TRUE.
           MOVE PERSONNE-MATRICULE TO SAH-MATRICULE.
           IF TRANS-DATE-EFFET(TRANS-IDX) = ZEROES
               MOVE WS-TRT-AAAA TO SAH-EFFET-AAAA
               MOVE WS-TRT-MM   TO SAH-EFFET-MM
               MOVE 1           TO SAH-EFFET-JJ
           ELSE
               MOVE TRANS-DATE-EFFET(TRANS-IDX) TO SAH-DATE-EFFET
           END-IF.
           MOVE PERSONNE-SALAIRE          TO SAH-ANCIEN-SALAIRE.
           MOVE TRANS-SALAIRE(TRANS-IDX)  TO SAH-NOUVEAU-SALAIRE.
           MOVE PERSONNE-DEVISE           TO SAH-DEVISE.
           MOVE WS-DATE-TRAITEMENT        TO SAH-DATE-SAISIE.
           ACCEPT WS-SYS-HHMMSSCC FROM TIME.
           MOVE WS-SYS-HHMMSSCC(1:6)      TO SAH-HEURE-SAISIE.
           MOVE LK-OPERATEUR              TO SAH-OPERATEUR.
           MOVE ZEROES TO SAH-MOIS-RAPPEL SAH-MONTANT-RAPPEL.
           WRITE SALHSTF-ENREG FROM SAH-ENREG.

      * -----------------------------------------------------------*
      * 3300-AJOUTER-NOUVEAUX : écrit à la suite du maître chaque   *
      * nouvel employé saisi avec l'action A                        *
