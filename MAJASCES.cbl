       77  WS-DT-FIN          PIC 9(8) VALUE 0.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASCES'.
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
           END-EXEC
      * SEULS LES SINISTRES SURVENUS DANS LA FENETRE DU TRIMESTRE
      * PARAMETRE SONT PORTES AU BORDEREAU : SANS BORNES, LE MEME
      * RECOUVREMENT SERAIT RECLAME AU REASSUREUR CHAQUE TRIMESTRE.
      * LA PRIORITE ET LA BASE CEDEE PORTENT SUR LA RESERVE COURANTE
      * (MNT_RES, REVISEE PAR MAJASRSV) ET NON PLUS SUR L'ESTIMATION
      * DECLAREE
           EXEC SQL DECLARE CURSS CURSOR FOR
               SELECT MAT, NUM_VEHIC, DT_SIN, TYPE_SIN, MNT_RES
                 FROM TSINISTRES
                WHERE MNT_RES > :WS-SEUIL
                  AND DT_SIN >= :WS-DT-DEB
                  AND DT_SIN <= :WS-DT-FIN
                ORDER BY MAT ASC, DT_SIN ASC
      * SIGNALES AVEC LE MONTANT RECOUVRABLE (MEME QUOTE-PART). LE
      * FICHIER BORDEREAU PORTE UNE LIGNE FIN AVEC LES TOTAUX DE
      * CONTROLE QUE LE REASSUREUR PEUT VERIFIER
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT BORDCES
           OPEN OUTPUT RAPCES
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-BORD
           PERFORM TEST-STAT-RAPCES
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : POLICES ET SINISTRES LUS,
      * LIGNES DE BORDEREAU ECRITES, SINISTRES SANS POLICE
           MOVE 'F' TO RUN-PHASE
           COMPUTE RUN-NB-LUS = CPT-POL-LUES + CPT-SIN-LUS
           MOVE CPT-BRD TO RUN-NB-ECRITS
           MOVE CPT-SIN-SANS-POL TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSS
               INTO :S-MAT, :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
                    :S-MNT-RES
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-SIN-LUS
             PERFORM CEDE-UN-SINISTRE
             EXEC SQL FETCH CURSS
                 INTO :S-MAT, :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
                      :S-MNT-RES
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSS END-EXEC
             PERFORM CHERCHE-PCT-CES
             IF WS-PCT-CES > 0
               COMPUTE MNT-RECOUV ROUNDED
                   = S-MNT-RES * WS-PCT-CES / 100
               ADD 1 TO CPT-SIN-CEDES
               ADD MNT-RECOUV TO TOT-SIN-CEDES
               MOVE ALL ' ' TO EBORDCES
               SET BRD-SINISTRE TO TRUE
               MOVE S-MAT TO BRD-MAT
               MOVE WS-TAUX-SIN TO BRD-TAUX
               MOVE S-MNT-RES TO BRD-MNT-BASE
               MOVE WS-PCT-CES TO BRD-PCT
               MOVE MNT-RECOUV TO BRD-MNT-CEDE
               WRITE EBORDCES
