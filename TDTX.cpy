      * TDTX - HOST STRUCTURE FOR TABLE TDATEXPL (DCLGEN STYLE)
      * DATE D'EXPLOITATION (UNE SEULE LIGNE) : DATE METIER SUR
      * LAQUELLE TOURNE LA CHAINE, INDEPENDANTE DE L'HORLOGE. ELLE
      * N'AVANCE QUE PAR MAJASDTX EN FIN DE CHAINE ; DT_PREC GARDE
      * LA DATE DU CYCLE PRECEDENT POUR LE CONTROLE DE SUCCESSION
      * FAIT PAR MAJASRUN. DT_MAJ/HR_MAJ HORODATENT LE DERNIER
      * AVANCEMENT (HORLOGE REELLE)
       01  DCLTDATEXPL.
           05 DX-DT-EXPL      PIC 9(8).
           05 DX-DT-PREC      PIC 9(8).
           05 DX-DT-MAJ       PIC 9(8).
           05 DX-HR-MAJ       PIC X(8).
