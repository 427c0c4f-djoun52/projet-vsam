       77  WS-VIEIL       PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASREG'.
           05 RUN-PHASE      PIC X.
           05 RUN-NB-LUS     PIC 9(8).
           05 RUN-NB-ECRITS  PIC 9(8).
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
       77  CPT-REG-INCONNUS   PIC 9(6) VALUE 0.
       77  CPT-REG-DEJA-CLOS  PIC 9(6) VALUE 0.
       77  CPT-SIN-OUVERTS    PIC 9(6) VALUE 0.
       77  CPT-REG-BLOQUES    PIC 9(6) VALUE 0.
       77  CPT-REG-REFUSES    PIC 9(6) VALUE 0.
       77  TOT-MNT-OUVERTS    PIC 9(9)V99 VALUE 0.
       77  WS-STATUT-SIN      PIC X.
       77  WS-STATUT-EXAM     PIC X.
      * CALCUL D'UN RANG DE JOUR ABSOLU (JOURS ECOULES DEPUIS
      * L'ORIGINE GREGORIENNE) POUR OBTENIR L'AGE EN JOURS PAR
      * SIMPLE SOUSTRACTION DE DEUX DATES AAAAMMJJ
      * ACCEPTE EST HISTORISE DANS TREGSIN ET LE SINISTRE PASSE AU
      * STATUT 'C' (CLOS). LE COMPTE RENDU SE TERMINE PAR LE
      * VIEILLISSEMENT DES SINISTRES RESTES OUVERTS (AGE EN JOURS
      * DEPUIS DT_SIN). UN SINISTRE NON ENCORE EXAMINE PAR MAJASSCR
      * OU BLOQUE PAR L'EXAMEN N'EST PAS REGLE : SON REGLEMENT RESTE
      * DANS TSINREG JUSQU'A LA DECISION DU GESTIONNAIRE (MAJASLEV)
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT ANO
           OPEN OUTPUT STAT
           OPEN OUTPUT VIEIL
           PERFORM TEST-STAT-ANO
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-VIEIL
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
      * APPLICATION QUOTIDIENNE DES REGLEMENTS : ECRITS = SINISTRES
      * CLOS, REJETES = REGLEMENTS INCONNUS, SUR SINISTRE DEJA CLOS
      * OU REFUSE PAR LE GESTIONNAIRE ; LES REGLEMENTS BLOQUES NE
      * SONT NI ECRITS NI REJETES, ILS ATTENDENT LA DECISION
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-REG-LUS TO RUN-NB-LUS
           MOVE CPT-SIN-CLOS TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = CPT-REG-INCONNUS + CPT-REG-DEJA-CLOS
               + CPT-REG-REFUSES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CALC-DT-JOUR.
      * DATE D'EXPLOITATION AU FORMAT AAAAMMJJ POUR LE CALCUL DE L'AGE
      * DES SINISTRES OUVERTS
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           .

       APPLIQUE-REGLEMENT.
             WRITE EANO
           WHEN OTHER
             PERFORM TEST-SQLCODE
             PERFORM CTRL-EXAMEN
           END-EVALUATE
           .
       CTRL-EXAMEN.
      * SEULS LES SINISTRES SAINS ('S') OU LIBERES ('L') A L'EXAMEN
      * SONT REGLES. UN SINISTRE REFUSE ('R') VOIT SON REGLEMENT
      * REJETE ; UN SINISTRE BLOQUE ('B') OU PAS ENCORE EXAMINE GARDE
      * SON REGLEMENT EN ATTENTE DANS TSINREG
           MOVE SPACE TO WS-STATUT-EXAM
           EXEC SQL
               SELECT STATUT INTO :WS-STATUT-EXAM
                 FROM TSINEXAM
                WHERE MAT = :SR-MAT AND NUM_VEHIC = :SR-NUM-VEHIC
                  AND DT_SIN = :SR-DT-SIN
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           EVALUATE WS-STATUT-EXAM
           WHEN 'S'
           WHEN 'L'
             PERFORM CLOTURE-SINISTRE
           WHEN 'R'
             ADD 1 TO CPT-REG-REFUSES
             MOVE ALL ' ' TO EANO
             STRING SR-MAT ' REGLEMENT SUR SINISTRE REFUSE A L''EXAMEN'
                 DELIMITED BY SIZE INTO EANO
             WRITE EANO
           WHEN 'B'
             ADD 1 TO CPT-REG-BLOQUES
             MOVE ALL ' ' TO EANO
             STRING SR-MAT ' REGLEMENT EN ATTENTE : SINISTRE BLOQUE '
                 'A L''EXAMEN' DELIMITED BY SIZE INTO EANO
             WRITE EANO
           WHEN OTHER
             ADD 1 TO CPT-REG-BLOQUES
             MOVE ALL ' ' TO EANO
             STRING SR-MAT ' REGLEMENT EN ATTENTE : SINISTRE NON '
                 'ENCORE EXAMINE' DELIMITED BY SIZE INTO EANO
             WRITE EANO
           END-EVALUATE
           .
       CLOTURE-SINISTRE.
       VIDE-TSINREG.
      * LE RUN S'EST TERMINE SANS ERREUR FATALE : LES REGLEMENTS
      * TRAITES SONT RETIRES DE LA TABLE D'ATTENTE POUR QU'UN
      * RERUN NE LES REAPPLIQUE PAS. RESTENT LES REGLEMENTS D'UN
      * SINISTRE ENCORE OUVERT QUI N'EST NI SAIN, NI LIBERE, NI
      * REFUSE A L'EXAMEN (BLOQUE OU PAS ENCORE EXAMINE)
           EXEC SQL
               DELETE FROM TSINREG
                WHERE NOT EXISTS
                      (SELECT 1 FROM TSINISTRES S
                        WHERE S.MAT = TSINREG.MAT
                          AND S.NUM_VEHIC = TSINREG.NUM_VEHIC
                          AND S.DT_SIN = TSINREG.DT_SIN
                          AND S.STATUT = 'O'
                          AND NOT EXISTS
                              (SELECT 1 FROM TSINEXAM E
                                WHERE E.MAT = S.MAT
                                  AND E.NUM_VEHIC = S.NUM_VEHIC
                                  AND E.DT_SIN = S.DT_SIN
                                  AND E.STATUT <> 'B'))
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           EXEC SQL COMMIT END-EXEC
           .

           STRING '093 - MONTANT DES SINISTRES OUVERTS : ' DIS-TOT
              DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-REG-BLOQUES TO DIS-RESP
           STRING '239 - REGLEMENTS EN ATTENTE D''EXAMEN          : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-REG-REFUSES TO DIS-RESP
           STRING '240 - REGLEMENTS SUR SINISTRE REFUSE          : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           .

       CREA-DAT-TIME.
