      *-----------------------------------------------------------*
      *  DRMREC.CPY                                                *
      *  Enregistrement du registre de dormance des comptes        *
      *  (DRMFILE), tenu par le balayage mensuel DRMSCN010 : un    *
      *  poste par compte non clôturé du maître ACCTFILE, avec la  *
      *  date de traitement du dernier mouvement à l'initiative du *
      *  client relevé dans MVTHSTF (les mouvements internes IN    *
      *  intérêts, FR frais et SO ordres permanents ne comptent    *
      *  pas), le statut de dormance et la date à laquelle le      *
      *  compte a été déclaré dormant. Relu par FEEENG010, qui ne  *
      *  facture plus de frais aux comptes dormants.               *
      *-----------------------------------------------------------*
       01  DRM-ENREG.
           05  DRM-COMPTE              PIC X(12).
           05  DRM-DERNIER-MVT         PIC 9(08).
           05  DRM-STATUT              PIC X(01).
               88  DRM-VIVANT          VALUE 'A'.
               88  DRM-DORMANT         VALUE 'D'.
           05  DRM-DATE-DORMANCE       PIC 9(08).
