      * TFVAJ - HOST STRUCTURE FOR TABLE TFVAJRN (DCLGEN STYLE)
      * CHANGEMENTS DE TVEHICULES A DECLARER AU FICHIER DES VEHICULES
      * ASSURES, EN ATTENTE DE L'EXTRACTION QUOTIDIENNE MAJASFVA :
      * 'E' ENTREE (VEHICULE AJOUTE OU NOUVELLE IMMATRICULATION), 'S'
      * SORTIE (VEHICULE RETIRE OU ANCIENNE IMMATRICULATION)
       01  DCLTFVAJRN.
           05 FJ-MAT          PIC X(6).
           05 FJ-NUM-VEHIC    PIC 9(2).
           05 FJ-IMMAT        PIC X(9).
           05 FJ-SENS         PIC X.
             88 FJ-ENTREE       VALUE 'E'.
             88 FJ-SORTIE       VALUE 'S'.
           05 FJ-DT-EXPL      PIC 9(8).
