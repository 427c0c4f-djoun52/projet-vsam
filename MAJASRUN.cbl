      * IDENTIFIENT LA LIGNE TRUNLOG A COMPLETER EN FIN DE RUN
       77  WS-DT-DEB-MEMO     PIC 9(8) VALUE 0.
       77  WS-HR-DEB-MEMO     PIC X(8) VALUE SPACES.
      * DATE D'EXPLOITATION DU DERNIER RUN TERMINE DU PROGRAMME
       77  WS-DT-DERN-RUN     PIC 9(8) VALUE 0.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TRUN
           END-EXEC.
           EXEC SQL
              INCLUDE TDTX
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
      * CONTROLE DE LA DATE D'EXPLOITATION DEMANDE PAR L'APPELANT :
      * 'S' PROGRAMME DE LA CHAINE QUOTIDIENNE (SON DERNIER RUN DOIT
      * ETRE CELUI DU CYCLE PRECEDENT), 'P' PROGRAMME PERIODIQUE OU A
      * LA DEMANDE (LA DATE DOIT SEULEMENT ETRE POSTERIEURE), 'R'
      * PROGRAMME LANCE PLUSIEURS FOIS PAR CYCLE AVEC DES PARAMETRES
      * DIFFERENTS (LA DATE NE DOIT PAS RECULER)
           05 RUN-CTRL-EXPL  PIC X.
             88 RUN-CTRL-SUITE  VALUE 'S'.
             88 RUN-CTRL-POST   VALUE 'P'.
             88 RUN-CTRL-REPET  VALUE 'R'.
      * EN RETOUR DE LA PHASE 'D' : DATE D'EXPLOITATION (AAAAMMJJ ET
      * JJ/MM/AAAA COMME LA DATE DES TRACES THISTMVT) ET VERDICT
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK       VALUE 'O'.
             88 RUN-EXPL-DEJA     VALUE 'D'.
             88 RUN-EXPL-ANTER    VALUE 'A'.
             88 RUN-EXPL-SAUT     VALUE 'S'.
             88 RUN-EXPL-ABSENTE  VALUE 'I'.
       PROCEDURE DIVISION USING RUN-ZONE.
      * JOURNAL DE PILOTAGE : CHAQUE PROGRAMME DE LA CHAINE APPELLE
      * MAJASRUN EN PHASE 'D' AU LANCEMENT (LIGNE TRUNLOG OUVERTE,
      * FIN A ZERO) PUIS EN PHASE 'F' EN FIN NORMALE (COMPTEURS,
      * CODE RETOUR, RECONCILIATION). UNE LIGNE RESTEE SANS FIN
      * SIGNALE UN ABEND AU RAPPORT MAJASCHN.
      * LA PHASE 'D' RENVOIE LA DATE D'EXPLOITATION (TDATEXPL) QUE
      * LE PROGRAMME UTILISE A LA PLACE DE L'HORLOGE, ET REFUSE LE
      * RUN (AUCUNE LIGNE OUVERTE, RUN-IND-EXPL NON 'O') SI CETTE
      * DATE N'EST PAS LA SUIVANTE ATTENDUE APRES SON DERNIER RUN
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           EVALUATE TRUE
           .

       OUVRE-RUN.
           PERFORM LIT-DATE-EXPL
           IF RUN-EXPL-OK
             PERFORM CTRL-DATE-EXPL
           END-IF
           IF RUN-EXPL-OK
             PERFORM INSERE-RUN
           END-IF
           .
       LIT-DATE-EXPL.
      * LIGNE UNIQUE DE TDATEXPL : SANS ELLE, AUCUN PROGRAMME NE PEUT
      * DETERMINER SA DATE METIER ET LE RUN EST REFUSE
           MOVE 0 TO RUN-DT-EXPL
           MOVE SPACES TO RUN-DT-EXPL-ED
           EXEC SQL
             SELECT DT_EXPL, DT_PREC, DT_MAJ, HR_MAJ
               INTO :DX-DT-EXPL, :DX-DT-PREC, :DX-DT-MAJ, :DX-HR-MAJ
               FROM TDATEXPL
           END-EXEC
           IF SQLCODE = 100
             SET RUN-EXPL-ABSENTE TO TRUE
           ELSE
             PERFORM TEST-SQLCODE
             SET RUN-EXPL-OK TO TRUE
             MOVE DX-DT-EXPL TO RUN-DT-EXPL
             MOVE DX-DT-EXPL(7:2) TO RUN-DT-EXPL-ED(1:2)
             MOVE '/'             TO RUN-DT-EXPL-ED(3:1)
             MOVE DX-DT-EXPL(5:2) TO RUN-DT-EXPL-ED(4:2)
             MOVE '/'             TO RUN-DT-EXPL-ED(6:1)
             MOVE DX-DT-EXPL(1:4) TO RUN-DT-EXPL-ED(7:4)
           END-IF
           .
       CTRL-DATE-EXPL.
      * SEULS LES RUNS TERMINES NORMALEMENT (DT_FIN RENSEIGNEE, CODE
      * RETOUR INFERIEUR A 8) COMPTENT : UN RUN EN ABEND OU REFUSANT
      * SES DONNEES PEUT ETRE RELANCE SUR LA MEME DATE D'EXPLOITATION.
      * UN PROGRAMME JAMAIS PASSE (OU PASSE AVANT LA DATE
      * D'EXPLOITATION, DT_EXPL A ZERO) EST ACCEPTE
           MOVE RUN-PROGRAMME TO RL-PROGRAMME
           EXEC SQL
             SELECT COALESCE(MAX(DT_EXPL), 0) INTO :WS-DT-DERN-RUN
               FROM TRUNLOG
              WHERE PROGRAMME = :RL-PROGRAMME
                AND DT_FIN > 0
                AND CODE_RET < 8
           END-EXEC
           PERFORM TEST-SQLCODE
           EVALUATE TRUE
           WHEN WS-DT-DERN-RUN = 0
             CONTINUE
           WHEN WS-DT-DERN-RUN = DX-DT-EXPL AND RUN-CTRL-REPET
             CONTINUE
           WHEN WS-DT-DERN-RUN = DX-DT-EXPL
             SET RUN-EXPL-DEJA TO TRUE
           WHEN WS-DT-DERN-RUN > DX-DT-EXPL
             SET RUN-EXPL-ANTER TO TRUE
           WHEN RUN-CTRL-SUITE AND WS-DT-DERN-RUN NOT = DX-DT-PREC
             SET RUN-EXPL-SAUT TO TRUE
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           IF NOT RUN-EXPL-OK
             DISPLAY 'MAJASRUN : ' RUN-PROGRAMME
                 ' REFUSE - DATE D''EXPLOITATION ' DX-DT-EXPL
                 ' DERNIER RUN ' WS-DT-DERN-RUN
                 ' CYCLE PRECEDENT ' DX-DT-PREC
           END-IF
           .
       INSERE-RUN.
           MOVE RUN-PROGRAMME TO RL-PROGRAMME
           MOVE DAT(7:4) TO WS-DT-DEB-MEMO(1:4)
           MOVE DAT(4:2) TO WS-DT-DEB-MEMO(5:2)
           MOVE 0      TO RL-NB-REJETES
           MOVE 0      TO RL-CODE-RET
           MOVE ' '    TO RL-IND-RECONC
           MOVE DX-DT-EXPL TO RL-DT-EXPL
           EXEC SQL
             INSERT INTO TRUNLOG
             VALUES (:RL-PROGRAMME, :RL-DT-DEB, :RL-HR-DEB,
               :RL-DT-FIN, :RL-HR-FIN, :RL-NB-LUS, :RL-NB-ECRITS,
               :RL-NB-REJETES, :RL-CODE-RET, :RL-IND-RECONC,
               :RL-DT-EXPL)
           END-EXEC
           PERFORM TEST-SQLCODE
      * LA LIGNE DE DEBUT EST VALIDEE IMMEDIATEMENT (AUCUN TRAVAIL
