      * TPAI - HOST STRUCTURE FOR TABLE TPAIEMENTS (DCLGEN STYLE)
      * UN ENREGISTREMENT PAR PAIEMENT RECU D'UN ASSURE : MATRICULE,
      * DATE DU PAIEMENT, MONTANT. DATE D'EXPLOITATION DE L'EXPORT
      * AU GRAND LIVRE PAR MAJASCPT (ZERO TANT QU'IL N'EST PAS EXPORTE)
       01  DCLTPAIEMENTS.
           05 P-MAT           PIC X(6).
           05 P-DT-PAIE       PIC 9(8).
           05 P-MNT-PAIE      PIC 9(6)V99.
           05 P-DT-EXPORT     PIC 9(8).
