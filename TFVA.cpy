      * TFVA - HOST STRUCTURE FOR TABLE TFVADECL (DCLGEN STYLE)
      * REGISTRE DES DECLARATIONS ENVOYEES AU FICHIER DES VEHICULES
      * ASSURES PAR MAJASFVA : UNE LIGNE PAR ENTREE OU SORTIE
      * D'ASSURANCE D'UN VEHICULE. LE NUMERO DE DECLARATION EST LA
      * CLE RESTITUEE DANS L'ACCUSE DE RECEPTION ; LE STATUT PASSE DE
      * 'E' (EMISE) A 'A' (ACCEPTEE) OU 'R' (REJETEE) AU TRAITEMENT
      * DE L'ACCUSE PAR MAJASFVR
       01  DCLTFVADECL.
           05 FD-NUM-DECL     PIC 9(8).
           05 FD-MAT          PIC X(6).
           05 FD-NUM-VEHIC    PIC 9(2).
           05 FD-IMMAT        PIC X(9).
           05 FD-SENS         PIC X.
             88 FD-ENTREE       VALUE 'E'.
             88 FD-SORTIE       VALUE 'S'.
           05 FD-DT-DEB       PIC 9(8).
           05 FD-DT-FIN       PIC 9(8).
           05 FD-DT-EMIS      PIC 9(8).
           05 FD-STATUT       PIC X.
             88 FD-EMISE        VALUE 'E'.
             88 FD-ACCEPTEE     VALUE 'A'.
             88 FD-REJETEE      VALUE 'R'.
           05 FD-DT-RETOUR    PIC 9(8).
           05 FD-CODE-RET     PIC X(3).
