             FILE STATUS  WS-ATTEST.
           SELECT RAPATT ASSIGN RAPATT
             FILE STATUS  WS-RAPATT.
           SELECT NPAIRCH ASSIGN NPAIRCH
             FILE STATUS  WS-NPAIRCH.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
       01  EATTEST            PIC X(80).
       FD  RAPATT RECORDING F.
       01  ERAPATT            PIC X(80).
       FD  NPAIRCH RECORDING F.
       01  ENPAIRCH           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-ATTEST      PIC XX.
       77  WS-RAPATT      PIC XX.
       77  WS-NPAIRCH     PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASATT'.
           05 RUN-PHASE      PIC X.
           05 RUN-NB-LUS     PIC 9(8).
           05 RUN-NB-ECRITS  PIC 9(8).
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
           05 RUN-CTRL-EXPL  PIC X VALUE 'R'.
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK     VALUE 'O'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  CPT-ATT-EDITEES    PIC 9(6) VALUE 0.
       77  CPT-POL-SANS-VEH   PIC 9(6) VALUE 0.
       77  CPT-POL-INACT      PIC 9(6) VALUE 0.
       77  CPT-POL-NPAI       PIC 9(6) VALUE 0.
       77  WS-DOC-NPAI        PIC X(8) VALUE 'ATTEST'.
       77  NB-ATT-POL         PIC S9(4) COMP.
      * TABLE DU NOMBRE DE JOURS PAR MOIS (FEVRIER = 28, AJUSTE A 29
      * EN ANNEE BISSEXTILE PAR CALC-JOURS-MOIS) POUR LE CALCUL DE LA
           EXEC SQL
              INCLUDE THIST
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
      * POPULATION DU JOUR : LES CREATIONS 'C' TRACEES OK DANS
      * THISTMVT (LA DATE EST FILTREE EN PROGRAMME, H-DATE ETANT AU
      * FORMAT D'EDITION JJ/MM/AAAA)
      * ADRESSE, MATRICULE, NUMERO ET TYPE DU VEHICULE ET PERIODE DE
      * VALIDITE. MODE 'J' POUR LES CREATIONS DU JOUR (TRACES 'C' DE
      * THISTMVT), MODE 'R' POUR LA POPULATION DE RENOUVELLEMENT DE
      * MAJASREN. UNE POLICE A ADRESSE BLOQUEE NPAI (TNPAI) N'EST PAS
      * EDITEE : ELLE EST LISTEE DANS NPAIRCH POUR RECHERCHE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT ATTEST
           OPEN OUTPUT RAPATT
           OPEN OUTPUT NPAIRCH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-ATTEST
           PERFORM TEST-STAT-RAPATT
           PERFORM TEST-STAT-NPAIRCH
           PERFORM CREA-DAT-TIME
           PERFORM CALC-BORNES-DATE
           PERFORM CHARGE-PARM
           CLOSE PARM
           CLOSE ATTEST
           CLOSE RAPATT
           CLOSE NPAIRCH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-ATTEST
           PERFORM TEST-STAT-RAPATT
           PERFORM TEST-STAT-NPAIRCH
           PERFORM FIN-RUNLOG
           GOBACK
           .
       DEBUT-RUNLOG.
      * OUVERTURE DE LA LIGNE DE PILOTAGE DU RUN DANS TRUNLOG
           MOVE 'D' TO RUN-PHASE
           MOVE 0 TO RUN-NB-LUS RUN-NB-ECRITS RUN-NB-REJETES
               RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
      * RUN REFUSE HORS DE LA DATE D'EXPLOITATION ATTENDUE (DEJA
      * PASSE SUR CETTE DATE, DATE EN RECUL OU CYCLE SAUTE) : RIEN
      * N'EST TRAITE, CODE RETOUR 12
           IF NOT RUN-EXPL-OK
             DISPLAY 'RUN REFUSE : DATE D''EXPLOITATION ' RUN-DT-EXPL
                 ' INDICATEUR ' RUN-IND-EXPL
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       FIN-RUNLOG.
      * CLOTURE DE LA LIGNE DE PILOTAGE : POLICES SELECTIONNEES,
      * ATTESTATIONS EDITEES, POLICES ECARTEES (INACTIVES, SANS
      * VEHICULE OU A ADRESSE NPAI)
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-POL-SEL TO RUN-NB-LUS
           MOVE CPT-ATT-EDITEES TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = CPT-POL-SANS-VEH + CPT-POL-INACT
               + CPT-POL-NPAI
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
           END-IF
           .
       CALC-BORNES-DATE.
      * DATE D'EXPLOITATION (TDATEXPL) EN AAAAMMJJ (BORNE DE LA
      * FENETRE DE RENOUVELLEMENT) ET EN JJ/MM/AAAA (FILTRE SUR
      * H-DATE)
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           MOVE RUN-DT-EXPL-ED TO WS-DT-JOUR-ED
           MOVE WS-DT-JOUR TO WS-DT-CALC
           MOVE NB-JOURS-RENOUVEL TO WS-NB-JOURS
           PERFORM AJOUTE-JOURS-CALC
             PERFORM TEST-SQLCODE
             IF A-ACTIVE
               ADD 1 TO CPT-POL-SEL
               PERFORM CHERCHE-NPAI
               IF NP-ACTIF
                 PERFORM ECARTE-NPAI
               ELSE
                 PERFORM EDITE-VEHICULES
               END-IF
             ELSE
               ADD 1 TO CPT-POL-INACT
             END-IF
           END-IF
           .
       CHERCHE-NPAI.
           MOVE A-MAT TO NP-MAT
           EXEC SQL
             SELECT STATUT, DT_RETOUR, DOC
               INTO :NP-STATUT, :NP-DT-RETOUR, :NP-DOC
               FROM TNPAI
              WHERE MAT = :NP-MAT
           END-EXEC
           IF SQLCODE = 100
             MOVE SPACE TO NP-STATUT
           ELSE
             PERFORM TEST-SQLCODE
           END-IF
           .
       ECRIT-LIGNE-NPAIRCH.
      * POLICE A RECHERCHER : DOCUMENT NON ENVOYE, DERNIER RETOUR NPAI
      * ET ADRESSE CONNUE
           MOVE ALL ' ' TO ENPAIRCH
           STRING A-MAT ' ' A-NOM-PRN ' ' WS-DOC-NPAI
               ' NON ENVOYE - NPAI DU ' NP-DT-RETOUR
               DELIMITED BY SIZE INTO ENPAIRCH
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           STRING '       ' A-ADSS ' ' A-CP ' ' A-VILLE
               ' DOC REVENU ' NP-DOC
               DELIMITED BY SIZE INTO ENPAIRCH
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           .
       ECARTE-NPAI.
           ADD 1 TO CPT-POL-NPAI
           PERFORM ECRIT-LIGNE-NPAIRCH
           MOVE ALL ' ' TO ERAPATT
           STRING A-MAT ' ADRESSE NPAI DU ' NP-DT-RETOUR
               ' - AUCUNE ATTESTATION EDITEE'
               DELIMITED BY SIZE INTO ERAPATT
           WRITE ERAPATT
           .
       EDITE-VEHICULES.
           MOVE 0 TO NB-ATT-POL
           EXEC SQL OPEN CURSV END-EXEC
           MOVE LGN-DEB3 TO ERAPATT
           WRITE ERAPATT
           MOVE ALL ' ' TO ERAPATT
           MOVE ALL ' ' TO ENPAIRCH
           MOVE 'API3' TO ENPAIRCH(1:4)
           MOVE 'POLICES NPAI : ADRESSES A RECHERCHER' TO
                ENPAIRCH(8:36)
           MOVE DAT TO ENPAIRCH(51:30)
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           .

       CREA-TABL-STAT.
              DIS-RESP DELIMITED BY SIZE INTO ERAPATT
           WRITE ERAPATT
           MOVE ALL ' ' TO ERAPATT
           MOVE CPT-POL-NPAI TO DIS-RESP
           STRING '354 - POLICES ACTIVES A ADRESSE NPAI          : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPATT
           WRITE ERAPATT
           MOVE ALL ' ' TO ERAPATT
           .

       TEST-STAT-PARM.
             STOP RUN
           END-IF
           .
       TEST-STAT-NPAIRCH.
           IF WS-NPAIRCH NOT = '00'
             DISPLAY 'ERREUR FICHIER NPAIRCH ' WS-NPAIRCH
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
