      * TCLI - HOST STRUCTURE FOR TABLE TCLIENTS (DCLGEN STYLE)
      * FICHIER CLIENTS : UNE PERSONNE ASSUREE, AVEC SON PROPRE
      * NUMERO CLIENT, A LAQUELLE SONT RATTACHEES UNE OU PLUSIEURS
      * POLICES (TCLIPOL). L'ADRESSE DU CLIENT EST REPORTEE SUR SES
      * POLICES PAR DES MOUVEMENTS 'M' (MAJASCLI)
       01  DCLTCLIENTS.
           05 CL-NUM-CLI      PIC 9(8).
           05 CL-NOM-PRN      PIC X(20).
           05 CL-ADSS         PIC X(18).
           05 CL-CP           PIC 9(5).
           05 CL-VILLE        PIC X(12).
           05 CL-DT-CREA      PIC 9(8).
           05 CL-DT-MAJ       PIC 9(8).
