      * TOPER - HOST STRUCTURE FOR TABLE TOPERATEUR (DCLGEN STYLE)
      * OPERATEURS AUTORISES AUX TRANSACTIONS EN LIGNE : UNE LIGNE PAR
      * IDENTIFIANT. LE PROFIL EST FAIT DE QUATRE DROITS 'O'/'N' :
      * CONSULTATION, MAINTENANCE DES POLICES, SINISTRES, DONNEES DE
      * REFERENCE. UN OPERATEUR INACTIF (ACTIF = 'N') EST REFUSE
      * QUEL QUE SOIT SON PROFIL
       01  DCLTOPERATEUR.
           05 OP-USERID       PIC X(8).
           05 OP-NOM          PIC X(20).
           05 OP-PROFIL.
             10 OP-DR-CONSULT   PIC X.
               88 OP-CONSULT-OK   VALUE 'O'.
             10 OP-DR-POLICE    PIC X.
               88 OP-POLICE-OK    VALUE 'O'.
             10 OP-DR-SINISTRE  PIC X.
               88 OP-SINISTRE-OK  VALUE 'O'.
             10 OP-DR-REFER     PIC X.
               88 OP-REFER-OK     VALUE 'O'.
           05 OP-ACTIF        PIC X.
             88 OP-ACTIVE       VALUE 'O'.
           05 OP-DT-CREA      PIC 9(8).
