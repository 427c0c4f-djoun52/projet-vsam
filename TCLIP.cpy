      * TCLIP - HOST STRUCTURE FOR TABLE TCLIPOL (DCLGEN STYLE)
      * RATTACHEMENT D'UNE POLICE A SON CLIENT : UNE LIGNE PAR
      * MATRICULE (CLE UNIQUE SUR MAT), PLUSIEURS MATRICULES PAR
      * NUMERO CLIENT. UNE POLICE SANS LIGNE N'EST PAS ENCORE
      * RATTACHEE (VOIR LE RAPPROCHEMENT MAJASCLM)
       01  DCLTCLIPOL.
           05 CX-MAT          PIC X(6).
           05 CX-NUM-CLI      PIC 9(8).
           05 CX-DT-LIEN      PIC 9(8).
