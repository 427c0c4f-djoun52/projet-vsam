      * TVALA - HOST STRUCTURE FOR TABLE TVALATT (DCLGEN STYLE)
      * DEMANDES EN ATTENTE DE VALIDATION PAR UN SECOND OPERATEUR
      * (CONTROLE A QUATRE YEUX). UNE LIGNE PAR MOUVEMENT DE POLICE
      * ('M') OU REGLEMENT DE SINISTRE ('R') DEPASSANT UN SEUIL DE
      * TCPTAUX TYPE 'Q' : ECART DE PRIME ('P'), SUPPRESSION D'UNE
      * POLICE AYANT DES SINISTRES ('S'), MONTANT DE REGLEMENT ('R').
      * LES ZONES DU MOUVEMENT REPRENNENT TMVTPROJ, CELLES DU
      * REGLEMENT TSINREG. ORIGINE 'F' = CHARGEMENT FEEDT, 'L' = EN
      * LIGNE (MAJASFDB). STATUT 'A' EN ATTENTE, 'V' VALIDEE, 'R'
      * REJETEE, 'X' TRAITEE PAR MAJASDB (RESULTAT DANS THISTMVT).
      * EXPORT = 'O' QUAND LE MOUVEMENT VALIDE A ETE EXTRAIT POUR LA
      * CHAINE FICHIER (MAJASBLK, FICHIER VALMVT LU PAR MAJAS)
       01  DCLTVALATT.
           05 VA-NUM-DEM      PIC 9(8).
           05 VA-TYPE-DEM     PIC X.
             88 VA-DEM-MVT      VALUE 'M'.
             88 VA-DEM-REG      VALUE 'R'.
           05 VA-ORIGINE      PIC X.
             88 VA-ORIG-FICHIER VALUE 'F'.
             88 VA-ORIG-LIGNE   VALUE 'L'.
           05 VA-MOTIF        PIC X.
             88 VA-MOTIF-PRIME  VALUE 'P'.
             88 VA-MOTIF-SUPP   VALUE 'S'.
             88 VA-MOTIF-REG    VALUE 'R'.
           05 VA-MAT          PIC X(6).
           05 VA-NOM-PRN      PIC X(20).
           05 VA-ADSS         PIC X(18).
           05 VA-CP           PIC 9(5).
           05 VA-VILLE        PIC X(12).
           05 VA-TV           PIC X.
           05 VA-PB           PIC 9(4)V99.
           05 VA-BON-MAL      PIC X.
           05 VA-TAUX         PIC X(2).
           05 VA-CDE-MVT      PIC X.
           05 VA-DT-EFFET     PIC 9(8).
           05 VA-DT-EXPIR     PIC 9(8).
           05 VA-FREQ-PAIE    PIC X.
           05 VA-MODE-PAIE    PIC X.
           05 VA-CDE-PROD     PIC X(3).
           05 VA-PB-AV        PIC 9(4)V99.
           05 VA-NUM-VEHIC    PIC 9(2).
           05 VA-DT-SIN       PIC 9(8).
           05 VA-DT-REG       PIC 9(8).
           05 VA-MNT-REG      PIC 9(6)V99.
           05 VA-USER-DEM     PIC X(8).
           05 VA-DT-DEM       PIC 9(8).
           05 VA-HR-DEM       PIC X(8).
           05 VA-STATUT       PIC X.
             88 VA-EN-ATTENTE   VALUE 'A'.
             88 VA-VALIDEE      VALUE 'V'.
             88 VA-REJETEE      VALUE 'R'.
             88 VA-TRAITEE      VALUE 'X'.
           05 VA-USER-DECIS   PIC X(8).
           05 VA-DT-DECIS     PIC 9(8).
           05 VA-EXPORT       PIC X.
