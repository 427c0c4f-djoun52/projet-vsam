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
           EXEC SQL DECLARE CURSL CURSOR FOR
               SELECT PROGRAMME, DT_FIN, CODE_RET, IND_RECONC
                 FROM TRUNLOG
                WHERE DT_EXPL = :WS-DT-JOUR
                ORDER BY PROGRAMME ASC, HR_DEB ASC
           END-EXEC
       01  ERR-MSG.
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = MOUVEMENTS DU JOUR,
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .
       CALC-DT-JOUR.
      * LE FLASH PORTE SUR LA DATE D'EXPLOITATION (TDATEXPL) ET NON
      * SUR LA DATE SYSTEME
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           MOVE RUN-DT-EXPL-ED TO WS-DT-JOUR-ED
           .

       BLOC-PORTEFEUILLE.
