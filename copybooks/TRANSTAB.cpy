      *  sous-programme commun de fusion PERSMRG01 qui l'applique  *
      *  sur PERSFILE/PERSFILE-NEW et recharge PERSFILE-IDX.       *
      *  Actions : A = ajout, U = modification (service, salaire,  *
      *  avec sa date d'effet - historisée dans SALHSTF quand le   *
      *  salaire change, voir SALHIST.CPY - coordonnées bancaires  *
      *  si renseignées), D = désactivation,                       *
      *  avec date et motif de sortie (voir SORTIE.CPY),           *
      *  V = coordonnées à vérifier (posée par VIRRET010 sur       *
      *  retour d'un virement de salaire, levée par un U qui       *
      *  ressaisit l'IBAN).                                        *
      *-----------------------------------------------------------*
       01  TRANS-TABLE-ZONE.
           05  TRANS-NOMBRE            PIC 9(03).
               10  TRANS-DEVISE        PIC X(03).
               10  TRANS-IBAN          PIC X(27).
               10  TRANS-BIC           PIC X(11).
               10  TRANS-DATE-SORTIE   PIC 9(08).
               10  TRANS-MOTIF-SORTIE  PIC X(02).
               10  TRANS-DATE-EFFET    PIC 9(08).
