             FILE STATUS  WS-RAPPEL.
           SELECT RAPREL ASSIGN RAPREL
             FILE STATUS  WS-RAPREL.
           SELECT NPAIRCH ASSIGN NPAIRCH
             FILE STATUS  WS-NPAIRCH.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
       01  ERAPPEL            PIC X(80).
       FD  RAPREL RECORDING F.
       01  ERAPREL            PIC X(80).
       FD  NPAIRCH RECORDING F.
       01  ENPAIRCH           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-ECH         PIC XX.
       77  CPT-ECH-SCAN       PIC 9(6) VALUE 0.
       77  WS-RAPPEL      PIC XX.
       77  WS-RAPREL      PIC XX.
       77  WS-NPAIRCH     PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASREL'.
           05 RUN-PHASE      PIC X.
           05 RUN-NB-LUS     PIC 9(8).
           05 RUN-NB-ECRITS  PIC 9(8).
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
           05 RUN-CTRL-EXPL  PIC X VALUE 'P'.
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK     VALUE 'O'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  CPT-RELANCE2       PIC 9(6) VALUE 0.
       77  CPT-SUSPENSIONS    PIC 9(6) VALUE 0.
       77  CPT-DEJA-ATT       PIC 9(6) VALUE 0.
       77  CPT-NPAI           PIC 9(6) VALUE 0.
       77  WS-DOC-NPAI        PIC X(8) VALUE 'RAPPEL'.
       77  TOT-PAYE           PIC S9(9)V99 COMP-3.
       77  RESTE-DU           PIC S9(9)V99.
       77  WS-AGE-JOURS       PIC S9(7).
           EXEC SQL
              INCLUDE TPAI
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
           EXEC SQL DECLARE CURSF CURSOR FOR
               SELECT MAT, NOM_PRN, ADSS, CP, VILLE, TV, PB, BON_MAL,
                      TAUX, ACTIF, DT_EFFET, DT_EXPIR, FREQ_PAIE,
      * RELANCE (LETTRES AVEC NOM ET ADRESSE DE L'ASSURE), AU-DELA
      * DU DELAI DE GRACE UN MOUVEMENT DE SUSPENSION 'T' EST DEPOSE
      * DANS TMVTPROJ : MAJASDB L'APPLIQUERA ET THISTMVT LE TRACERA
      * COMME N'IMPORTE QUEL MOUVEMENT. UNE POLICE DONT L'ADRESSE EST
      * BLOQUEE NPAI (TNPAI) NE RECOIT NI LETTRE NI SUSPENSION : ELLE
      * EST LISTEE DANS NPAIRCH POUR RECHERCHE DE LA NOUVELLE ADRESSE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN INPUT ECHEANC
           OPEN OUTPUT RAPPEL
           OPEN OUTPUT RAPREL
           OPEN OUTPUT NPAIRCH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-RAPPEL
           PERFORM TEST-STAT-RAPREL
           PERFORM TEST-STAT-NPAIRCH
           PERFORM CREA-DAT-TIME
           PERFORM CALC-DT-JOUR
           PERFORM CHARGE-PARM
           CLOSE ECHEANC
           CLOSE RAPPEL
           CLOSE RAPREL
           CLOSE NPAIRCH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-RAPPEL
           PERFORM TEST-STAT-RAPREL
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : POLICES CONTROLEES, LETTRES
      * ET SUSPENSIONS EMISES, SUSPENSIONS DEJA EN ATTENTE ET
      * POLICES ECARTEES POUR ADRESSE NPAI
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-POL-LUES TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-RELANCE1 + CPT-RELANCE2
               + CPT-SUSPENSIONS
           COMPUTE RUN-NB-REJETES = CPT-DEJA-ATT + CPT-NPAI
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
      * TROIS SEUILS EN JOURS : PREMIERE RELANCE, SECONDE RELANCE,
           MOVE PARM-J-GRACE    TO WS-J-GRACE
           .
       CALC-DT-JOUR.
      * L'AGE DES IMPAYES EST COMPTE A LA DATE D'EXPLOITATION
      * (TDATEXPL) ET NON A LA DATE SYSTEME
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           .
       FETCH-POLICE.
           EXEC SQL FETCH CURSF
           END-IF
           .
       DECIDE-RELANCE.
      * LE BLOCAGE NPAI N'EST CHERCHE QUE POUR UNE POLICE A RELANCER :
      * SANS ADRESSE VALIDE, NI LETTRE NI SUSPENSION POUR UN COURRIER
      * QUE L'ASSURE N'A PAS PU RECEVOIR
           IF WS-AGE-JOURS >= WS-J-RELANCE1
             PERFORM CHERCHE-NPAI
           END-IF
           EVALUATE TRUE
           WHEN WS-AGE-JOURS >= WS-J-RELANCE1 AND NP-ACTIF
             PERFORM ECARTE-NPAI
           WHEN WS-AGE-JOURS >= WS-J-GRACE
             PERFORM EMET-SUSPENSION
           WHEN WS-AGE-JOURS >= WS-J-RELANCE2
           END-IF
           PERFORM ECRIT-LIGNE-RAPREL
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
       ECARTE-NPAI.
           ADD 1 TO CPT-NPAI
           PERFORM ECRIT-LIGNE-NPAIRCH
           MOVE RESTE-DU TO DIS-RESTE
           MOVE WS-AGE-JOURS TO DIS-AGE
           MOVE ALL ' ' TO ERAPREL
           STRING A-MAT ' RESTE ' DIS-RESTE ' AGE ' DIS-AGE
               ' J - ADRESSE NPAI, NI LETTRE NI SUSPENSION'
               DELIMITED BY SIZE INTO ERAPREL
           WRITE ERAPREL
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
       ECRIT-LETTRE-1.
           PERFORM ECRIT-ENTETE-LETTRE
           MOVE RESTE-DU TO DIS-RESTE
           MOVE LGN-DEB3 TO ERAPREL
           WRITE ERAPREL
           MOVE ALL ' ' TO ERAPREL
           MOVE ALL ' ' TO ENPAIRCH
           MOVE 'API3' TO ENPAIRCH(1:4)
           MOVE 'POLICES NPAI : ADRESSES A RECHERCHER' TO
                ENPAIRCH(8:36)
           MOVE DAT TO ENPAIRCH(51:30)
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           .

       CREA-TABL-STAT.
              DIS-RESP DELIMITED BY SIZE INTO ERAPREL
           WRITE ERAPREL
           MOVE ALL ' ' TO ERAPREL
           MOVE CPT-NPAI TO DIS-RESP
           STRING '353 - POLICES NPAI SANS RELANCE NI SUSPENSION : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPREL
           WRITE ERAPREL
           MOVE ALL ' ' TO ERAPREL
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
