       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASRVI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETVIR ASSIGN RETVIR
             FILE STATUS  WS-RETVIR.
           SELECT REJVIR ASSIGN REJVIR
             FILE STATUS  WS-REJVIR.
           SELECT ECRITUR ASSIGN ECRITUR
             FILE STATUS  WS-ECR.
           SELECT ECRREP ASSIGN ECRREP
             FILE STATUS  WS-ECRREP.
       DATA DIVISION.
       FILE SECTION.
      * FICHIER RETOUR DE LA BANQUE SUR LA REMISE VIREMT : UNE LIGNE
      * PAR ORDRE, REFERENCE D'ORIGINE, DATE D'EXECUTION ET CODE
      * RETOUR ('00' = EXECUTE, AUTRE = MOTIF DE REJET)
       FD  RETVIR RECORDING F.
       01  ERETVIR.
           05 RTV-REF         PIC X(25).
           05 RTV-MNT         PIC 9(6)V99.
           05 RTV-DT-EXEC     PIC 9(8).
           05 RTV-CODE        PIC X(2).
             88 RTV-EXECUTE     VALUE '00'.
           05                 PIC X(37).
       01  ERETVIR-TRL REDEFINES ERETVIR.
           05 TRL-RTV-INDIC   PIC X(6).
             88 RTV-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-RTV-NB-ENR  PIC 9(6).
           05 FILLER          PIC X(68).
       FD  REJVIR RECORDING F.
       01  EREJVIR            PIC X(80).
       FD  ECRITUR RECORDING F.
       01  EECRITUR.
           05 ECR-DT-COMPTA   PIC 9(8).
           05 ECR-SENS        PIC X.
             88 ECR-DEBIT       VALUE 'D'.
             88 ECR-CREDIT      VALUE 'C'.
           05 ECR-COMPTE      PIC X(8).
           05 ECR-MAT         PIC X(6).
           05 ECR-MNT         PIC 9(9)V99.
           05 ECR-LIB         PIC X(20).
           05 FILLER          PIC X(26).
       01  EECRITUR-TRL REDEFINES EECRITUR.
           05 TRL-ECR-INDIC   PIC X(6).
             88 ECR-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-ECR-NB-ENR  PIC 9(6).
           05 TRL-ECR-DEBIT   PIC 9(11)V99.
           05 TRL-ECR-CREDIT  PIC 9(11)V99.
           05 FILLER          PIC X(42).
      * DECAISSEMENTS EXECUTES A UNE DATE D'UNE PERIODE COMPTABLE
      * CLOSE, REPORTES AU PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE
       FD  ECRREP RECORDING F.
       01  EECRREP            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-RETVIR      PIC XX.
       77  WS-REJVIR      PIC XX.
       77  WS-ECR         PIC XX.
       77  WS-ECRREP      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG4      PIC X(8) VALUE 'SPPERCPT'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASRVI'.
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
       01  ZONE-PERCPT.
           05 PE-DT-COMPTA   PIC 9(8).
           05 PE-DT-REPORT   PIC 9(8).
           05 PE-RESULT      PIC X.
             88 PE-PERIODE-OUVERTE VALUE 'O'.
             88 PE-PERIODE-CLOSE   VALUE 'C'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * COMPTES DES ECRITURES DE DECAISSEMENT : LE SINISTRE PAYE OU
      * LA RISTOURNE (APUREMENT DU COMPTE CLIENT) AU DEBIT, LA BANQUE
      * AU CREDIT, A LA DATE D'EXECUTION DU VIREMENT
       77  CPTE-SINISTRES     PIC X(8) VALUE '60100000'.
       77  CPTE-CLIENTS       PIC X(8) VALUE '41100000'.
       77  CPTE-BANQUE        PIC X(8) VALUE '51200000'.
       77  CPT-RET-LUS        PIC 9(6) VALUE 0.
       77  WS-TRL-RTV-NB      PIC 9(6) VALUE 0.
       77  CPT-RET-EXECUTES   PIC 9(6) VALUE 0.
       77  CPT-RET-REJETES    PIC 9(6) VALUE 0.
       77  CPT-RET-INCONNUS   PIC 9(6) VALUE 0.
       77  CPT-RET-DOUBLONS   PIC 9(6) VALUE 0.
       77  CPT-RET-ECART      PIC 9(6) VALUE 0.
       77  CPT-ECR            PIC 9(6) VALUE 0.
       77  TOT-EXECUTES       PIC 9(9)V99 VALUE 0.
       77  TOT-REJETES        PIC 9(9)V99 VALUE 0.
       77  TOT-DEBITS         PIC 9(11)V99 VALUE 0.
       77  TOT-CREDITS        PIC 9(11)V99 VALUE 0.
       77  WS-DT-ECR          PIC 9(8).
       77  WS-MNT-ECR         PIC 9(9)V99.
       77  CPT-REPORTS        PIC 9(6) VALUE 0.
       77  LIB-MOTIF          PIC X(30).
       77  DIS-MNT            PIC ZZZZZ9V,99.
       77  DIS-MNT2           PIC ZZZZZ9V,99.
       77  DIS-TOT            PIC ZZZZZZZZ9V,99.
       77  DIS-DEB            PIC ZZZZZZZZZZ9V,99.
       77  DIS-CRE            PIC ZZZZZZZZZZ9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TVIR
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * TRAITEMENT DU FICHIER RETOUR DE LA BANQUE SUR LES ORDRES DE
      * VIREMENT (REMISE MAJASVIR), COMME MAJASPRR POUR LES
      * PRELEVEMENTS : UN VIREMENT EXECUTE (CODE '00') PASSE AU
      * STATUT 'X' DANS TVIREMENT ET DONNE UNE ECRITURE DE
      * DECAISSEMENT AU FORMAT ECRITUR ; UN VIREMENT REJETE PASSE AU
      * STATUT 'R' ET EST LISTE AVEC LE MOTIF BANCAIRE POUR QUE LA
      * COMPTABILITE FOURNISSEURS LE TRAITE. UN RETOUR SUR REFERENCE
      * INCONNUE, DEJA TRAITEE OU DE MONTANT DIFFERENT EST LISTE SANS
      * RIEN MODIFIER. UN DECAISSEMENT EXECUTE DANS UNE PERIODE
      * COMPTABLE CLOSE (TPERCPT) EST COMPTABILISE AU PREMIER JOUR DE
      * LA PREMIERE PERIODE OUVERTE ET LISTE DANS L'ETAT ECRREP
           PERFORM DEBUT-RUNLOG
           OPEN INPUT RETVIR
           OPEN OUTPUT REJVIR
           OPEN OUTPUT ECRITUR
           OPEN OUTPUT ECRREP
           PERFORM TEST-STAT-RETVIR
           PERFORM TEST-STAT-REJVIR
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-ECRREP
           PERFORM CREA-DAT-TIME
           PERFORM SCAN-TRL-RETVIR
           CLOSE RETVIR
           OPEN INPUT RETVIR
           PERFORM TEST-STAT-RETVIR
           PERFORM TRAITE-RETOURS
           PERFORM WRITE-TRL-ECRITUR
           PERFORM CREA-TABL-STAT
           CLOSE RETVIR
           CLOSE REJVIR
           CLOSE ECRITUR
           CLOSE ECRREP
           PERFORM TEST-STAT-RETVIR
           PERFORM TEST-STAT-REJVIR
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-ECRREP
      * LES STATUTS NE SONT VALIDES QU'UNE FOIS LE FICHIER ECRITUR
      * FERME SANS ERREUR : UN VIREMENT NE PEUT PAS ETRE MARQUE
      * EXECUTE SANS SON ECRITURE DE DECAISSEMENT
           EXEC SQL COMMIT END-EXEC
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
      * CHARGEMENT QUOTIDIEN DES RETOURS DE VIREMENT : ECRITS =
      * RETOURS APPLIQUES, REJETES = RETOURS INCONNUS, EN DOUBLE OU
      * EN ECART DE MONTANT. LES ECRITURES SONT EQUILIBREES
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-RET-LUS TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-RET-EXECUTES + CPT-RET-REJETES
           COMPUTE RUN-NB-REJETES = CPT-RET-INCONNUS + CPT-RET-DOUBLONS
               + CPT-RET-ECART
           MOVE 0 TO RUN-CODE-RET
           IF TOT-DEBITS = TOT-CREDITS
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       SCAN-TRL-RETVIR.
      * PRE-LECTURE COMPLETE DU FICHIER RETOUR POUR VERIFIER LE TOTAL
      * DE CONTROLE DU TRAILER AVANT LA MOINDRE MISE A JOUR DB2
           MOVE 0 TO CPT-RET-LUS
           READ RETVIR
           PERFORM UNTIL WS-RETVIR = '10' OR RTV-IS-TRAILER
             ADD 1 TO CPT-RET-LUS
             READ RETVIR
           END-PERFORM
           IF NOT RTV-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER RETVIR ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE TRL-RTV-NB-ENR TO WS-TRL-RTV-NB
           IF WS-TRL-RTV-NB NOT = CPT-RET-LUS
             DISPLAY 'ERREUR : TOTAL CONTROLE RETVIR ATTENDU '
                 WS-TRL-RTV-NB ' LU ' CPT-RET-LUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TRAITE-RETOURS.
           READ RETVIR
           PERFORM UNTIL WS-RETVIR = '10' OR RTV-IS-TRAILER
             PERFORM TRAITE-UN-RETOUR
             READ RETVIR
           END-PERFORM
           .
       TRAITE-UN-RETOUR.
      * LE VIREMENT DOIT EXISTER AU REGISTRE, ETRE ENCORE AU STATUT
      * EMIS ET PORTER LE MONTANT RESTITUE PAR LA BANQUE
           MOVE RTV-REF TO VI-REF
           EXEC SQL
             SELECT TYPE_VIR, MAT, MNT_VIR, STATUT
               INTO :VI-TYPE, :VI-MAT, :VI-MNT, :VI-STATUT
               FROM TVIREMENT
              WHERE REF_VIR = :VI-REF
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 100
             ADD 1 TO CPT-RET-INCONNUS
             MOVE ALL ' ' TO EREJVIR
             STRING RTV-REF ' RETOUR SUR REFERENCE INCONNUE'
                 DELIMITED BY SIZE INTO EREJVIR
             WRITE EREJVIR
           WHEN SQLCODE NOT = 0
             PERFORM TEST-SQLCODE
           WHEN NOT VI-EMIS
             ADD 1 TO CPT-RET-DOUBLONS
             MOVE ALL ' ' TO EREJVIR
             STRING RTV-REF ' RETOUR DEJA TRAITE (STATUT ' VI-STATUT
                 ')' DELIMITED BY SIZE INTO EREJVIR
             WRITE EREJVIR
           WHEN RTV-MNT NOT = VI-MNT
             ADD 1 TO CPT-RET-ECART
             MOVE RTV-MNT TO DIS-MNT
             MOVE VI-MNT TO DIS-MNT2
             MOVE ALL ' ' TO EREJVIR
             STRING RTV-REF ' MONTANT BANQUE ' DIS-MNT ' EMIS '
                 DIS-MNT2 DELIMITED BY SIZE INTO EREJVIR
             WRITE EREJVIR
           WHEN RTV-EXECUTE
             PERFORM VIREMENT-EXECUTE
           WHEN OTHER
             PERFORM VIREMENT-REJETE
           END-EVALUATE
           .
       VIREMENT-EXECUTE.
           MOVE 'X' TO VI-STATUT
           PERFORM MAJ-STATUT
           ADD 1 TO CPT-RET-EXECUTES
           ADD VI-MNT TO TOT-EXECUTES
           MOVE RTV-DT-EXEC TO WS-DT-ECR
           MOVE VI-MNT TO WS-MNT-ECR
           PERFORM CTRL-PERIODE
           MOVE 'D' TO ECR-SENS
           IF VI-SINISTRE
             MOVE CPTE-SINISTRES TO ECR-COMPTE
             MOVE 'SINISTRE PAYE' TO ECR-LIB
           ELSE
             MOVE CPTE-CLIENTS TO ECR-COMPTE
             MOVE 'RISTOURNE PRIME' TO ECR-LIB
           END-IF
           PERFORM WRITE-ECRITURE
           MOVE 'C' TO ECR-SENS
           MOVE CPTE-BANQUE TO ECR-COMPTE
           MOVE 'DECAISSEMENT VIREMENT' TO ECR-LIB
           PERFORM WRITE-ECRITURE
           .
       VIREMENT-REJETE.
           MOVE 'R' TO VI-STATUT
           PERFORM MAJ-STATUT
           ADD 1 TO CPT-RET-REJETES
           ADD VI-MNT TO TOT-REJETES
           PERFORM LIBELLE-MOTIF
           MOVE VI-MNT TO DIS-MNT
           MOVE ALL ' ' TO EREJVIR
           STRING VI-MAT ' VIREMENT DE ' DIS-MNT ' REJETE '
               RTV-CODE ' ' LIB-MOTIF
               DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           STRING '       REFERENCE ' RTV-REF
               DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           .
       MAJ-STATUT.
           MOVE RTV-DT-EXEC TO VI-DT-RETOUR
           MOVE RTV-CODE TO VI-CODE-RET
           EXEC SQL
             UPDATE TVIREMENT
                SET STATUT = :VI-STATUT, DT_RETOUR = :VI-DT-RETOUR,
                    CODE_RET = :VI-CODE-RET
              WHERE REF_VIR = :VI-REF
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       LIBELLE-MOTIF.
      * MOTIFS DE REJET DU FORMAT BANCAIRE ; TOUT CODE NON REPERTORIE
      * EST RESTITUE TEL QUEL AVEC UN LIBELLE GENERIQUE
           EVALUATE RTV-CODE
             WHEN '02'
               MOVE 'COMPTE CLOS' TO LIB-MOTIF
             WHEN '04'
               MOVE 'COORDONNEES BANCAIRES ERRONEES' TO LIB-MOTIF
             WHEN '05'
               MOVE 'BENEFICIAIRE INCONNU' TO LIB-MOTIF
             WHEN OTHER
               MOVE 'MOTIF BANCAIRE NON REPERTORIE' TO LIB-MOTIF
           END-EVALUATE
           .
       CTRL-PERIODE.
      * LA DATE D'EXECUTION RESTE CELLE DE LA BANQUE DANS TVIREMENT ;
      * SEULES LES DEUX ECRITURES DU DECAISSEMENT SONT REPORTEES
           MOVE WS-DT-ECR TO PE-DT-COMPTA
           CALL SOUSPROG4 USING ZONE-PERCPT
           IF PE-PERIODE-CLOSE
             ADD 1 TO CPT-REPORTS
             MOVE PE-DT-REPORT TO WS-DT-ECR
             MOVE VI-MNT TO DIS-MNT
             MOVE ALL ' ' TO EECRREP
             STRING 'MAT ' VI-MAT ' DECAISSEMENT DU ' PE-DT-COMPTA
                 ' REPORTE AU ' PE-DT-REPORT ' ' DIS-MNT
                 DELIMITED BY SIZE INTO EECRREP
             WRITE EECRREP
             MOVE ALL ' ' TO EECRREP
             STRING '       REFERENCE ' VI-REF
                 DELIMITED BY SIZE INTO EECRREP
             WRITE EECRREP
             MOVE ALL ' ' TO EECRREP
           END-IF
           .
       WRITE-ECRITURE.
      * LE SENS, LE COMPTE ET LE LIBELLE SONT POSES PAR L'APPELANT ;
      * LA DATE, LE MATRICULE ET LE MONTANT SONT RECOPIES ICI
           MOVE WS-DT-ECR TO ECR-DT-COMPTA
           MOVE VI-MAT TO ECR-MAT
           MOVE WS-MNT-ECR TO ECR-MNT
           WRITE EECRITUR
           ADD 1 TO CPT-ECR
           IF ECR-SENS = 'D'
             ADD WS-MNT-ECR TO TOT-DEBITS
           ELSE
             ADD WS-MNT-ECR TO TOT-CREDITS
           END-IF
           MOVE ALL ' ' TO EECRITUR
           .
       WRITE-TRL-ECRITUR.
      * LIGNE FIN DE FICHIER AVEC TOTAUX DE CONTROLE : NOMBRE
      * D'ECRITURES, TOTAL DES DEBITS ET TOTAL DES CREDITS
           MOVE ALL ' ' TO EECRITUR
           MOVE HIGH-VALUES TO TRL-ECR-INDIC
           MOVE CPT-ECR TO TRL-ECR-NB-ENR
           MOVE TOT-DEBITS TO TRL-ECR-DEBIT
           MOVE TOT-CREDITS TO TRL-ECR-CREDIT
           WRITE EECRITUR
           MOVE ALL ' ' TO EECRITUR
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'TRAITEMENT DES RETOURS DE VIREMENT' TO
                LGN-DEB3(8:34)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE ALL ' ' TO LGN-DEB3
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'ECRITURES REPORTEES SUR PERIODE OUVERTE' TO
                LGN-DEB3(8:39)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO EECRREP
           WRITE EECRREP
           MOVE ALL ' ' TO EECRREP
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO EREJVIR
           WRITE EREJVIR
           MOVE CPT-RET-LUS TO DIS-RESP
           STRING '217 - NOMBRE DE RETOURS DE VIREMENT LUS       : '
              DIS-RESP DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE CPT-RET-EXECUTES TO DIS-RESP
           STRING '218 - NOMBRE DE VIREMENTS EXECUTES            : '
              DIS-RESP DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE TOT-EXECUTES TO DIS-TOT
           STRING '219 - MONTANT TOTAL DECAISSE        : ' DIS-TOT
              DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE CPT-RET-REJETES TO DIS-RESP
           STRING '220 - NOMBRE DE VIREMENTS REJETES             : '
              DIS-RESP DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE TOT-REJETES TO DIS-TOT
           STRING '221 - MONTANT TOTAL REJETE          : ' DIS-TOT
              DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE CPT-RET-INCONNUS TO DIS-RESP
           STRING '222 - RETOURS SUR REFERENCE INCONNUE          : '
              DIS-RESP DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE CPT-RET-DOUBLONS TO DIS-RESP
           STRING '223 - RETOURS DEJA TRAITES                    : '
              DIS-RESP DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE CPT-RET-ECART TO DIS-RESP
           STRING '224 - RETOURS EN ECART DE MONTANT             : '
              DIS-RESP DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE CPT-ECR TO DIS-RESP
           STRING '225 - NOMBRE D''ECRITURES DE DECAISSEMENT      : '
              DIS-RESP DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE TOT-DEBITS TO DIS-DEB
           STRING '226 - TOTAL DES DEBITS            : ' DIS-DEB
              DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE TOT-CREDITS TO DIS-CRE
           STRING '227 - TOTAL DES CREDITS           : ' DIS-CRE
              DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           MOVE CPT-REPORTS TO DIS-RESP
           STRING '360 - DECAISSEMENTS REPORTES (PERIODE CLOSE)  : '
              DIS-RESP DELIMITED BY SIZE INTO EREJVIR
           WRITE EREJVIR
           MOVE ALL ' ' TO EREJVIR
           .

       TEST-STAT-RETVIR.
           IF WS-RETVIR NOT = '00'
             DISPLAY 'ERREUR FICHIER RETVIR ' WS-RETVIR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-REJVIR.
           IF WS-REJVIR NOT = '00'
             DISPLAY 'ERREUR FICHIER REJVIR ' WS-REJVIR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ECR.
           IF WS-ECR NOT = '00'
             DISPLAY 'ERREUR FICHIER ECRITUR ' WS-ECR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ECRREP.
           IF WS-ECRREP NOT = '00'
             DISPLAY 'ERREUR FICHIER ECRREP ' WS-ECRREP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 RETOURS VIREMENT'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
