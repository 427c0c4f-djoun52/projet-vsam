             FILE STATUS  WS-PARM.
           SELECT FACT   ASSIGN FACT
             FILE STATUS  WS-FACT.
           SELECT FACTAJU ASSIGN FACTAJU
             FILE STATUS  WS-FAJU.
           SELECT REMBOUR ASSIGN REMBOUR
             FILE STATUS  WS-REMB.
           SELECT ECRITUR ASSIGN ECRITUR
             FILE STATUS  WS-ECR.
           SELECT CTRLCPT ASSIGN CTRLCPT
             FILE STATUS  WS-CTRL.
           SELECT ECRREP ASSIGN ECRREP
             FILE STATUS  WS-ECRREP.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
           05 FAC-NUM-VEHIC   PIC 9(2).
           05 FAC-MNT-TAXE    PIC 9(6)V99.
           05 FAC-MNT-TTC     PIC 9(6)V99.
           05 FAC-TYPE-VEHIC  PIC X.
           05 FAC-PCT-TAXE    PIC 9(2)V99.
           05 FILLER          PIC X(19).
       01  EFACT-TRL REDEFINES EFACT.
           05 TRL-FAC-INDIC   PIC X(6).
             88 FAC-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-FAC-TAXE    PIC 9(9)V99.
           05 TRL-FAC-TTC     PIC 9(9)V99.
           05 FILLER          PIC X(41).
      * FACTURES D'AJUSTEMENT DE LA PERIODE (GENERATIONS QUOTIDIENNES
      * DE MAJASAJU MISES BOUT A BOUT, CHACUNE AVEC SA LIGNE FIN)
       FD  FACTAJU RECORDING F.
       01  EFAJU.
           05 FAJ-MAT         PIC X(6).
           05 FAJ-NOM-PRN     PIC X(20).
           05 FAJ-PRMBS       PIC 9(4)V99.
           05 FAJ-PRMT        PIC X.
           05 FAJ-TAUX        PIC X(2).
           05 FAJ-PRM-NET     PIC 9(6)V99.
           05 FAJ-TYP-ENR     PIC X.
             88 FAJ-AJU-PRIME   VALUE 'P'.
             88 FAJ-AJU-AVOIR   VALUE 'A'.
           05 FAJ-NUM-VEHIC   PIC 9(2).
           05 FAJ-MNT-TAXE    PIC 9(6)V99.
           05 FAJ-MNT-TTC     PIC 9(6)V99.
           05 FAJ-TYPE-VEHIC  PIC X.
           05 FAJ-PCT-TAXE    PIC 9(2)V99.
           05 FILLER          PIC X(19).
       01  EFAJU-TRL REDEFINES EFAJU.
           05 TRL-FAJ-INDIC   PIC X(6).
             88 FAJ-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-FAJ-NB-ENR  PIC 9(6).
           05 TRL-FAJ-MNT     PIC 9(9)V99.
           05 TRL-FAJ-TAXE    PIC 9(9)V99.
           05 TRL-FAJ-TTC     PIC 9(9)V99.
           05 FILLER          PIC X(41).
      * RISTOURNES DE LA PERIODE (MAJASRMB) : MONTANT RISTOURNE TTC
      * ET PART DE TAXE D'ASSURANCE COMPRISE
       FD  REMBOUR RECORDING F.
       01  EREMBOUR.
           05 RMB-MAT         PIC X(6).
           05 RMB-DT-SUPP     PIC 9(8).
           05 RMB-MNT         PIC 9(6)V99.
           05 RMB-TYPE-VEHIC  PIC X.
           05 RMB-PCT-TAXE    PIC 9(2)V99.
           05 RMB-MNT-TAXE    PIC 9(6)V99.
           05 FILLER          PIC X(45).
       01  EREMBOUR-TRL REDEFINES EREMBOUR.
           05 TRL-RMB-INDIC   PIC X(6).
             88 RMB-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-RMB-NB-ENR  PIC 9(6).
           05 TRL-RMB-MNT     PIC 9(9)V99.
           05 TRL-RMB-TAXE    PIC 9(9)V99.
           05 FILLER          PIC X(46).
       FD  ECRITUR RECORDING F.
       01  EECRITUR.
           05 ECR-DT-COMPTA   PIC 9(8).
           05 FILLER          PIC X(42).
       FD  CTRLCPT RECORDING F.
       01  ECTRLCPT           PIC X(80).
      * FAITS DATES DANS UNE PERIODE COMPTABLE CLOSE, REPORTES AU
      * PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE
       FD  ECRREP RECORDING F.
       01  EECRREP            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-FACT        PIC XX.
       77  WS-FAJU        PIC XX.
       77  WS-REMB        PIC XX.
       77  WS-ECR         PIC XX.
       77  WS-CTRL        PIC XX.
       77  WS-ECRREP      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG4      PIC X(8) VALUE 'SPPERCPT'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASCPT'.
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
       01  ZONE-PERCPT.
           05 PE-DT-COMPTA   PIC 9(8).
           05 PE-DT-REPORT   PIC 9(8).
           05 PE-RESULT      PIC X.
             88 PE-PERIODE-OUVERTE VALUE 'O'.
             88 PE-PERIODE-CLOSE   VALUE 'C'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  WS-DT-DEB          PIC 9(8) VALUE 0.
       77  WS-DT-FIN          PIC 9(8) VALUE 0.
       77  CPT-FAC-LUES       PIC 9(6) VALUE 0.
       77  CPT-FAJ-LUES       PIC 9(6) VALUE 0.
       77  CPT-FAJ-SEGMENT    PIC 9(6) VALUE 0.
       77  CPT-FAJ-TRL        PIC 9(6) VALUE 0.
       77  IND-FAJ-FIN        PIC X VALUE 'O'.
         88 FAJ-FIN-SEGMENT     VALUE 'O'.
       77  CPT-RMB-LUS        PIC 9(6) VALUE 0.
       77  WS-BASE-RMB        PIC 9(6)V99.
      * PLAN DE COMPTES DE L'INTERFACE : CLIENTS, PRIMES EMISES,
      * TAXES COLLECTEES, BANQUE. CHAQUE FAIT GENERE UN JEU
      * D'ECRITURES EQUILIBRE (DEBITS = CREDITS) SUR SA DATE
       77  CPTE-BANQUE        PIC X(8) VALUE '51200000'.
       77  CPT-POL-LUES       PIC 9(6) VALUE 0.
       77  CPT-PAI-LUS        PIC 9(6) VALUE 0.
       77  CPT-PAI-TARDIFS    PIC 9(6) VALUE 0.
       77  CPT-ECR            PIC 9(6) VALUE 0.
       77  TOT-DEBITS         PIC 9(11)V99 VALUE 0.
       77  TOT-CREDITS        PIC 9(11)V99 VALUE 0.
       77  NB-DTC-DESEQ       PIC 9(3) VALUE 0.
       77  WS-DT-ECR          PIC 9(8).
       77  WS-MNT-ECR         PIC 9(9)V99.
       77  WS-LIB-FAIT        PIC X(12).
       77  CPT-REPORTS        PIC 9(6) VALUE 0.
       77  DIS-DEB            PIC ZZZZZZZZZZ9V,99.
       77  DIS-CRE            PIC ZZZZZZZZZZ9V,99.
       77  DIS-MNT-REP        PIC ZZZZZZZZ9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
           EXEC SQL
              INCLUDE TPAI
           END-EXEC.
      * SEULS LES PAIEMENTS PAS ENCORE EXPORTES (DT_EXPORT A ZERO)
      * ET DATES AU PLUS TARD DE LA FIN DE LA FENETRE PARAMETREE SONT
      * EXPORTES : UN PAIEMENT CHARGE EN RETARD AVEC UNE DATE
      * ANTERIEURE A LA FENETRE PASSE AU RUN SUIVANT SON CHARGEMENT,
      * ET AUCUN N'EST REPASSE AU GRAND LIVRE UNE DEUXIEME FOIS
           EXEC SQL DECLARE CURSP CURSOR FOR
               SELECT MAT, DT_PAIE, MNT_PAIE
                 FROM TPAIEMENTS
                WHERE DT_EXPORT = 0
                  AND DT_PAIE <= :WS-DT-FIN
                 ORDER BY MAT ASC, DT_PAIE ASC
           END-EXEC
      * INTERFACE COMPTABLE EN PARTIE DOUBLE : LES LIGNES TOTAL
      * POLICE DU FICHIER FACT DONNENT LES ECRITURES DE PRIMES
      * EMISES (DEBIT CLIENTS TTC, CREDIT PRIMES NETTES, CREDIT
      * TAXES) A LA DATE COMPTABLE PARAMETREE, LES SUPPLEMENTS
      * MAJASAJU LES MEMES ECRITURES ET LES AVOIRS MAJASAJU LES
      * ECRITURES INVERSES A CETTE MEME DATE, LES RISTOURNES MAJASRMB
      * (DEBIT PRIMES NETTES, DEBIT TAXES, CREDIT CLIENTS TTC) A LA
      * DATE DE SUPPRESSION, ET LES LIGNES TPAIEMENTS LES ECRITURES
      * D'ENCAISSEMENT (DEBIT BANQUE, CREDIT CLIENTS) A LA DATE DU
      * PAIEMENT. LE RUN VERIFIE QUE DEBITS = CREDITS SUR CHAQUE DATE
      * COMPTABLE ET REFUSE DE LIBERER UNE INTERFACE EN DESEQUILIBRE
      * (CODE RETOUR 16).
      * UN FAIT DATE DANS UNE PERIODE COMPTABLE CLOSE (TPERCPT) EST
      * REPORTE AU PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE ET
      * LISTE DANS L'ETAT ECRREP
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN INPUT FACT
           OPEN INPUT FACTAJU
           OPEN INPUT REMBOUR
           OPEN OUTPUT ECRITUR
           OPEN OUTPUT CTRLCPT
           OPEN OUTPUT ECRREP
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-FACT
           PERFORM TEST-STAT-FAJU
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-CTRL
           PERFORM TEST-STAT-ECRREP
           PERFORM CREA-DAT-TIME
           PERFORM CHARGE-PARM
           PERFORM EXPORTE-FACTURATION
           PERFORM EXPORTE-AJUSTEMENTS
           PERFORM EXPORTE-RISTOURNES
           PERFORM EXPORTE-PAIEMENTS
           PERFORM WRITE-TRL-ECRITUR
           PERFORM CONTROLE-EQUILIBRE
           PERFORM VALIDE-EXPORT
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE FACT
           CLOSE FACTAJU
           CLOSE REMBOUR
           CLOSE ECRITUR
           CLOSE CTRLCPT
           CLOSE ECRREP
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-FACT
           PERFORM TEST-STAT-FAJU
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-CTRL
           PERFORM TEST-STAT-ECRREP
      * UNE INTERFACE EN DESEQUILIBRE N'EST PAS LIBEREE : LE CODE
      * RETOUR 16 ARRETE LA CHAINE AVANT LA REMISE AU GRAND LIVRE
           IF NB-DTC-DESEQ > 0
             MOVE 16 TO RETURN-CODE
           END-IF
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LIGNES FACT, FACTAJU,
      * REMBOUR ET PAIEMENTS LUS, ECRITURES PRODUITES, DATES
      * COMPTABLES EN DESEQUILIBRE (CODE RETOUR 16 REPORTE DANS
      * TRUNLOG)
           MOVE 'F' TO RUN-PHASE
           COMPUTE RUN-NB-LUS = CPT-FAC-LUES + CPT-FAJ-LUES
               + CPT-RMB-LUS + CPT-PAI-LUS
           MOVE CPT-ECR TO RUN-NB-ECRITS
           MOVE NB-DTC-DESEQ TO RUN-NB-REJETES
           MOVE RETURN-CODE TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
       ECRITURES-POLICE.
           MOVE WS-DT-COMPTA TO WS-DT-ECR
           MOVE FAC-MNT-TTC TO WS-MNT-ECR
           MOVE 'PRIME EMISE' TO WS-LIB-FAIT
           PERFORM CTRL-PERIODE
           MOVE 'D' TO ECR-SENS
           MOVE CPTE-CLIENTS TO ECR-COMPTE
           MOVE 'PRIME EMISE TTC' TO ECR-LIB
             PERFORM WRITE-ECRITURE
           END-IF
           .
       EXPORTE-AJUSTEMENTS.
      * CHAQUE GENERATION QUOTIDIENNE EST CONTROLEE CONTRE SA PROPRE
      * LIGNE FIN ; LE FICHIER DOIT SE TERMINER SUR UNE LIGNE FIN
           READ FACTAJU
           PERFORM UNTIL WS-FAJU = '10'
             IF FAJ-IS-TRAILER
               ADD 1 TO CPT-FAJ-TRL
               IF TRL-FAJ-NB-ENR NOT = CPT-FAJ-SEGMENT
                 DISPLAY 'ERREUR FACTAJU : GENERATION ' CPT-FAJ-TRL
                     ' NOMBRE D''ENREGISTREMENTS LUS DIFFERENT DU '
                     'TRAILER'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE 0 TO CPT-FAJ-SEGMENT
               MOVE 'O' TO IND-FAJ-FIN
             ELSE
               ADD 1 TO CPT-FAJ-LUES
               ADD 1 TO CPT-FAJ-SEGMENT
               MOVE 'N' TO IND-FAJ-FIN
               PERFORM ECRITURES-AJUSTEMENT
             END-IF
             READ FACTAJU
           END-PERFORM
           IF NOT FAJ-FIN-SEGMENT
             DISPLAY 'ERREUR FACTAJU : TRAILER ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       ECRITURES-AJUSTEMENT.
      * UN SUPPLEMENT EST COMPTABILISE COMME UNE PRIME EMISE, UN
      * AVOIR PAR LES ECRITURES INVERSES (DEBIT PRIMES NETTES, DEBIT
      * TAXES, CREDIT CLIENTS TTC)
           MOVE FAJ-MAT TO FAC-MAT
           MOVE WS-DT-COMPTA TO WS-DT-ECR
           MOVE FAJ-MNT-TTC TO WS-MNT-ECR
           IF FAJ-AJU-AVOIR
             MOVE 'AVOIR' TO WS-LIB-FAIT
           ELSE
             MOVE 'SUPPLEMENT' TO WS-LIB-FAIT
           END-IF
           PERFORM CTRL-PERIODE
           IF FAJ-AJU-AVOIR
             MOVE 'C' TO ECR-SENS
             MOVE CPTE-CLIENTS TO ECR-COMPTE
             MOVE 'AVOIR TTC' TO ECR-LIB
             PERFORM WRITE-ECRITURE
             MOVE FAJ-PRM-NET TO WS-MNT-ECR
             MOVE 'D' TO ECR-SENS
             MOVE CPTE-PRIMES TO ECR-COMPTE
             MOVE 'AVOIR NET' TO ECR-LIB
             PERFORM WRITE-ECRITURE
             IF FAJ-MNT-TAXE > 0
               MOVE FAJ-MNT-TAXE TO WS-MNT-ECR
               MOVE 'D' TO ECR-SENS
               MOVE CPTE-TAXES TO ECR-COMPTE
               MOVE 'TAXE SUR AVOIR' TO ECR-LIB
               PERFORM WRITE-ECRITURE
             END-IF
           ELSE
             MOVE 'D' TO ECR-SENS
             MOVE CPTE-CLIENTS TO ECR-COMPTE
             MOVE 'SUPPLEMENT TTC' TO ECR-LIB
             PERFORM WRITE-ECRITURE
             MOVE FAJ-PRM-NET TO WS-MNT-ECR
             MOVE 'C' TO ECR-SENS
             MOVE CPTE-PRIMES TO ECR-COMPTE
             MOVE 'SUPPLEMENT NET' TO ECR-LIB
             PERFORM WRITE-ECRITURE
             IF FAJ-MNT-TAXE > 0
               MOVE FAJ-MNT-TAXE TO WS-MNT-ECR
               MOVE 'C' TO ECR-SENS
               MOVE CPTE-TAXES TO ECR-COMPTE
               MOVE 'TAXE SUR SUPPLEMENT' TO ECR-LIB
               PERFORM WRITE-ECRITURE
             END-IF
           END-IF
           .
       EXPORTE-RISTOURNES.
           READ REMBOUR
           PERFORM UNTIL WS-REMB = '10' OR RMB-IS-TRAILER
             ADD 1 TO CPT-RMB-LUS
             PERFORM ECRITURES-RISTOURNE
             READ REMBOUR
           END-PERFORM
           IF WS-REMB = '10'
             DISPLAY 'ERREUR REMBOUR : TRAILER ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF TRL-RMB-NB-ENR NOT = CPT-RMB-LUS
             DISPLAY 'ERREUR REMBOUR : NOMBRE D''ENREGISTREMENTS LUS '
                 'DIFFERENT DU TRAILER'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       ECRITURES-RISTOURNE.
      * LA RISTOURNE ANNULE LA PRIME NON ACQUISE ET SA PART DE TAXE :
      * DEBIT PRIMES NETTES, DEBIT TAXES (TAXE RESTITUEE), CREDIT
      * CLIENTS TTC, A LA DATE DE SUPPRESSION DE LA POLICE
           MOVE RMB-MAT TO FAC-MAT
           MOVE RMB-DT-SUPP TO WS-DT-ECR
           MOVE RMB-MNT TO WS-MNT-ECR
           MOVE 'RISTOURNE' TO WS-LIB-FAIT
           PERFORM CTRL-PERIODE
           MOVE 'C' TO ECR-SENS
           MOVE CPTE-CLIENTS TO ECR-COMPTE
           MOVE 'RISTOURNE TTC' TO ECR-LIB
           PERFORM WRITE-ECRITURE
           COMPUTE WS-BASE-RMB = RMB-MNT - RMB-MNT-TAXE
           MOVE WS-BASE-RMB TO WS-MNT-ECR
           MOVE 'D' TO ECR-SENS
           MOVE CPTE-PRIMES TO ECR-COMPTE
           MOVE 'RISTOURNE NETTE' TO ECR-LIB
           PERFORM WRITE-ECRITURE
           IF RMB-MNT-TAXE > 0
             MOVE RMB-MNT-TAXE TO WS-MNT-ECR
             MOVE 'D' TO ECR-SENS
             MOVE CPTE-TAXES TO ECR-COMPTE
             MOVE 'TAXE RISTOURNEE' TO ECR-LIB
             PERFORM WRITE-ECRITURE
           END-IF
           .
       EXPORTE-PAIEMENTS.
           EXEC SQL OPEN CURSP END-EXEC
           PERFORM TEST-SQLCODE
           MOVE P-MAT TO FAC-MAT
           MOVE P-DT-PAIE TO WS-DT-ECR
           MOVE P-MNT-PAIE TO WS-MNT-ECR
           MOVE 'ENCAISSEMENT' TO WS-LIB-FAIT
           PERFORM CTRL-PERIODE
           MOVE 'D' TO ECR-SENS
           MOVE CPTE-BANQUE TO ECR-COMPTE
           MOVE 'ENCAISSEMENT' TO ECR-LIB
           MOVE CPTE-CLIENTS TO ECR-COMPTE
           MOVE 'APUREMENT CLIENT' TO ECR-LIB
           PERFORM WRITE-ECRITURE
      * PAIEMENT CHARGE APRES LE PASSAGE DE SA FENETRE : SIGNALE DANS
      * ECRREP, PAR CTRL-PERIODE S'IL A ETE REPORTE, ICI SI SA PERIODE
      * EST ENCORE OUVERTE
           IF P-DT-PAIE < WS-DT-DEB
             ADD 1 TO CPT-PAI-TARDIFS
           END-IF
           IF P-DT-PAIE < WS-DT-DEB AND PE-PERIODE-OUVERTE
             MOVE WS-MNT-ECR TO DIS-MNT-REP
             MOVE ALL ' ' TO EECRREP
             STRING 'MAT ' FAC-MAT ' PAIEMENT TARDIF DU ' P-DT-PAIE
                 ' COMPTABILISE AU ' WS-DT-ECR ' ' DIS-MNT-REP
                 DELIMITED BY SIZE INTO EECRREP
             WRITE EECRREP
             MOVE ALL ' ' TO EECRREP
           END-IF
      * LE PAIEMENT EST MARQUE EXPORTE A LA DATE D'EXPLOITATION ; LE
      * MARQUAGE N'EST VALIDE QU'AVEC UNE INTERFACE LIBEREE
           EXEC SQL
             UPDATE TPAIEMENTS
                SET DT_EXPORT = :RUN-DT-EXPL
              WHERE MAT = :P-MAT AND DT_PAIE = :P-DT-PAIE
                AND MNT_PAIE = :P-MNT-PAIE AND DT_EXPORT = 0
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       VALIDE-EXPORT.
      * UNE INTERFACE EN DESEQUILIBRE N'EST PAS LIBEREE : SES
      * PAIEMENTS RESTENT A EXPORTER POUR LE RUN DE REPRISE
           IF NB-DTC-DESEQ > 0
             EXEC SQL ROLLBACK END-EXEC
           ELSE
             EXEC SQL COMMIT END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           .
       CTRL-PERIODE.
      * LE FAIT EST REPORTE EN ENTIER : TOUTES SES ECRITURES PRENNENT
      * LA DATE DE REPORT ET RESTENT EQUILIBREES SUR CETTE DATE
           MOVE WS-DT-ECR TO PE-DT-COMPTA
           CALL SOUSPROG4 USING ZONE-PERCPT
           IF PE-PERIODE-CLOSE
             ADD 1 TO CPT-REPORTS
             MOVE PE-DT-REPORT TO WS-DT-ECR
             MOVE WS-MNT-ECR TO DIS-MNT-REP
             MOVE ALL ' ' TO EECRREP
             STRING 'MAT ' FAC-MAT ' ' WS-LIB-FAIT ' DU ' PE-DT-COMPTA
                 ' REPORTE AU ' PE-DT-REPORT ' ' DIS-MNT-REP
                 DELIMITED BY SIZE INTO EECRREP
             WRITE EECRREP
             MOVE ALL ' ' TO EECRREP
           END-IF
           .
       WRITE-ECRITURE.
      * LE SENS, LE COMPTE ET LE LIBELLE SONT POSES PAR L'APPELANT ;
           MOVE LGN-DEB3 TO ECTRLCPT
           WRITE ECTRLCPT
           MOVE ALL ' ' TO ECTRLCPT
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
           END-IF
           WRITE ECTRLCPT
           MOVE ALL ' ' TO ECTRLCPT
           MOVE CPT-REPORTS TO DIS-RESP
           STRING '359 - FAITS REPORTES (PERIODE CLOSE)          : '
              DIS-RESP DELIMITED BY SIZE INTO ECTRLCPT
           WRITE ECTRLCPT
           MOVE ALL ' ' TO ECTRLCPT
           MOVE CPT-FAJ-LUES TO DIS-RESP
           STRING '373 - FACTURES D''AJUSTEMENT EXPORTEES         : '
              DIS-RESP DELIMITED BY SIZE INTO ECTRLCPT
           WRITE ECTRLCPT
           MOVE ALL ' ' TO ECTRLCPT
           MOVE CPT-RMB-LUS TO DIS-RESP
           STRING '374 - RISTOURNES EXPORTEES                    : '
              DIS-RESP DELIMITED BY SIZE INTO ECTRLCPT
           WRITE ECTRLCPT
           MOVE ALL ' ' TO ECTRLCPT
           MOVE CPT-PAI-TARDIFS TO DIS-RESP
           STRING '375 - DONT PAIEMENTS ANTERIEURS A LA FENETRE  : '
              DIS-RESP DELIMITED BY SIZE INTO ECTRLCPT
           WRITE ECTRLCPT
           MOVE ALL ' ' TO ECTRLCPT
           .

       TEST-STAT-PARM.
             STOP RUN
           END-IF
           .
       TEST-STAT-FAJU.
           IF WS-FAJU NOT = '00'
             DISPLAY 'ERREUR FICHIER FACTAJU ' WS-FAJU
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-REMB.
           IF WS-REMB NOT = '00'
             DISPLAY 'ERREUR FICHIER REMBOUR ' WS-REMB
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ECR.
           IF WS-ECR NOT = '00'
             DISPLAY 'ERREUR FICHIER ECRITUR ' WS-ECR
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
