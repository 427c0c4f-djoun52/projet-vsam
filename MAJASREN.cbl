             FILE STATUS  WS-RENOUV.
           SELECT MVTR    ASSIGN MVTR
             FILE STATUS  WS-MVTR.
           SELECT NPAIRCH ASSIGN NPAIRCH
             FILE STATUS  WS-NPAIRCH.
       DATA DIVISION.
       FILE SECTION.
       FD  RENOUV RECORDING F.
           05 TRL-MVR-NB-ENR PIC 9(6).
           05 TRL-MVR-ID-LOT PIC X(8).
           05 FILLER         PIC X(77).
       FD  NPAIRCH RECORDING F.
       01  ENPAIRCH           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-RENOUV      PIC XX.
       77  WS-MVTR        PIC XX.
       77  WS-NPAIRCH     PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
           05 RUN-CTRL-EXPL  PIC X VALUE 'S'.
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK     VALUE 'O'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  REN-PRM-TAUX       PIC 9(6)V99.
       77  NB-MVT-GEN         PIC 9(6) VALUE 0.
       77  NB-REN-DEJA        PIC 9(6) VALUE 0.
       77  CPT-NPAI           PIC 9(6) VALUE 0.
       77  WS-DOC-NPAI        PIC X(8) VALUE 'RENOUV'.
       77  WS-ATT-COUNT       PIC S9(4) COMP.
       77  IND-REN-ATT        PIC X VALUE 'N'.
         88 RENOUV-EN-ATTENTE   VALUE 'O'.
           EXEC SQL
              INCLUDE TMVT
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
           EXEC SQL DECLARE CURSR CURSOR FOR
               SELECT MAT, NOM_PRN, ADSS, CP, VILLE, TV, PB, BON_MAL,
                      TAUX, ACTIF, DT_EFFET, DT_EXPIR, FREQ_PAIE,
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT RENOUV
           OPEN OUTPUT MVTR
           OPEN OUTPUT NPAIRCH
           PERFORM TEST-STAT-RENOUV
           PERFORM TEST-STAT-MVTR
           PERFORM TEST-STAT-NPAIRCH
      * AFFICHAGE DE LA DATE ET DE L'HEURE
           PERFORM CREA-DAT-TIME
           PERFORM CALC-BORNES-DATE
           PERFORM CREA-TABL-STAT
           CLOSE RENOUV
           CLOSE MVTR
           CLOSE NPAIRCH
           PERFORM TEST-STAT-RENOUV
           PERFORM TEST-STAT-MVTR
           PERFORM TEST-STAT-NPAIRCH
           PERFORM FIN-RUNLOG
           GOBACK
           .
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = POLICES A RENOUVELER,
       CALC-BORNES-DATE.
      * BORNES DE LA FENETRE DE RENOUVELLEMENT : DU JOUR COURANT A
      * NB-JOURS-RENOUVEL JOURS PLUS TARD (COMPARAISON SUR AAAAMMJJ)
      * A PARTIR DE LA DATE D'EXPLOITATION (TDATEXPL)
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           PERFORM CALC-DATE-LIMITE
           .
       CALC-DATE-LIMITE.
           .

       WRITE-RENOUV.
      * UNE POLICE A ADRESSE BLOQUEE NPAI (TNPAI) N'A PAS D'AVIS DE
      * RENOUVELLEMENT : ELLE EST LISTEE DANS NPAIRCH. LE MOUVEMENT DE
      * RENOUVELLEMENT EST GENERE COMME POUR LES AUTRES POLICES
           PERFORM CHERCHE-NPAI
           IF NP-ACTIF
             ADD 1 TO CPT-NPAI
             PERFORM ECRIT-LIGNE-NPAIRCH
           ELSE
             MOVE ALL ' ' TO ERENOUV
             STRING A-MAT ' ' A-NOM-PRN ' EXPIRE LE ' A-DT-EXPIR
                 DELIMITED BY SIZE INTO ERENOUV
             WRITE ERENOUV
           END-IF
           ADD 1 TO NB-LIGNE-REN
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

       GENERE-MVT-RENOUV.
      * GENERE LE MOUVEMENT 'M' DE RENOUVELLEMENT DE LA POLICE : PRISE
           MOVE LGN-DEB3 TO ERENOUV
           WRITE ERENOUV
           MOVE ALL ' ' TO ERENOUV
           MOVE ALL ' ' TO ENPAIRCH
           MOVE 'API3' TO ENPAIRCH(1:4)
           MOVE 'POLICES NPAI : ADRESSES A RECHERCHER' TO
                ENPAIRCH(8:36)
           MOVE DAT TO ENPAIRCH(51:30)
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           .

       CREA-TABL-STAT.
              DIS-RESP DELIMITED BY SIZE INTO ERENOUV
           WRITE ERENOUV
           MOVE ALL ' ' TO ERENOUV
           MOVE CPT-NPAI TO DIS-RESP
           STRING '355 - DONT POLICES NPAI SANS AVIS EDITE       : '
              DIS-RESP DELIMITED BY SIZE INTO ERENOUV
           WRITE ERENOUV
           MOVE ALL ' ' TO ERENOUV
           .

       TEST-STAT-MVTR.
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
