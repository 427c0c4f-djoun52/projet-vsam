       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASFVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FVADECL ASSIGN FVADECL
             FILE STATUS  WS-FVADECL.
           SELECT RAPFVA ASSIGN RAPFVA
             FILE STATUS  WS-RAPFVA.
       DATA DIVISION.
       FILE SECTION.
      * FICHIER DE DECLARATION AU FICHIER DES VEHICULES ASSURES : UNE
      * LIGNE PAR VEHICULE DEVENU ASSURE ('E') OU NE L'ETANT PLUS
      * ('S') DANS LA JOURNEE. LE NUMERO DE DECLARATION EST RESTITUE
      * DANS L'ACCUSE DE RECEPTION TRAITE PAR MAJASFVR
       FD  FVADECL RECORDING F.
       01  EFVADECL.
           05 FVA-NUM-DECL    PIC 9(8).
           05 FVA-SENS        PIC X.
           05 FVA-IMMAT       PIC X(9).
           05 FVA-CODE-ASSUR  PIC X(5).
           05 FVA-MAT         PIC X(6).
           05 FVA-DT-DEB      PIC 9(8).
           05 FVA-DT-FIN      PIC 9(8).
           05 FVA-DT-EVT      PIC 9(8).
           05 FILLER          PIC X(27).
       01  EFVADECL-TRL REDEFINES EFVADECL.
           05 TRL-FVA-INDIC   PIC X(6).
             88 FVA-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-FVA-NB-ENR  PIC 9(6).
           05 TRL-FVA-NB-ENT  PIC 9(6).
           05 TRL-FVA-NB-SOR  PIC 9(6).
           05 TRL-FVA-DT-EXPL PIC 9(8).
           05 FILLER          PIC X(48).
       FD  RAPFVA RECORDING F.
       01  ERAPFVA            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-FVADECL     PIC XX.
       77  WS-RAPFVA      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG4      PIC X(8) VALUE 'SPVALIM'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASFVA'.
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
       01  ZONE-VALIM.
           05 VM-IMMAT       PIC X(9).
           05 VM-RESULT      PIC X.
             88 VM-IMMAT-VALIDE   VALUE 'O'.
             88 VM-IMMAT-INVALIDE VALUE 'N'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * CODE DE L'ASSUREUR DECLARANT AUPRES DU FICHIER
       77  CODE-ASSUREUR      PIC X(5) VALUE 'API3 '.
       77  WS-DT-JOUR         PIC 9(8).
       77  WS-DT-JOUR-ED      PIC X(10).
       77  WS-NUM-DECL        PIC 9(8).
      * RUPTURE PAR MATRICULE SUR LES TRACES DE LA JOURNEE : LE
      * PREMIER EVENEMENT DONNE L'ETAT D'OUVERTURE (C/V = NON ASSURE,
      * T/S = ASSURE), TASSURES DONNE L'ETAT DE FIN DE JOURNEE
       77  WS-MAT-COUR        PIC X(6).
       77  WS-PREM-EVT        PIC X.
         88 OUVERT-NON-ASSURE   VALUE 'C' 'V'.
         88 OUVERT-ASSURE       VALUE 'T' 'S'.
       77  IND-POLICE-EN-COURS PIC X VALUE 'N'.
         88 POLICE-EN-COURS     VALUE 'O'.
       77  IND-POL-ACTIVE     PIC X VALUE 'N'.
         88 POL-ACTIVE          VALUE 'O'.
         88 POL-INACTIVE        VALUE 'N'.
       77  NB-SORTIE-JOUR     PIC S9(4) COMP.
       77  WS-SENS-POL        PIC X.
      * SENS DE LA DERNIERE DECLARATION NON REJETEE DU VEHICULE SOUS
      * CETTE IMMATRICULATION DANS LE REGISTRE (ESPACE SI AUCUNE)
       77  WS-SENS-REG        PIC X.
       77  CPT-EVT-LUS        PIC 9(6) VALUE 0.
       77  CPT-JRN-LUS        PIC 9(6) VALUE 0.
       77  CPT-ENTREES        PIC 9(6) VALUE 0.
       77  CPT-SORTIES        PIC 9(6) VALUE 0.
       77  CPT-SANS-IMMAT     PIC 9(6) VALUE 0.
       77  CPT-JRN-IGNORE     PIC 9(6) VALUE 0.
       77  CPT-DEJA-DECL      PIC 9(6) VALUE 0.
       77  CPT-DECL           PIC 9(6) VALUE 0.
       77  NB-DECL-REG        PIC S9(8) COMP VALUE 0.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TVEH
           END-EXEC.
           EXEC SQL
              INCLUDE THIST
           END-EXEC.
           EXEC SQL
              INCLUDE TFVAJ
           END-EXEC.
           EXEC SQL
              INCLUDE TFVA
           END-EXEC.
      * CREATIONS, SUSPENSIONS, REACTIVATIONS ET SUPPRESSIONS DE
      * POLICE APPLIQUEES A LA DATE D'EXPLOITATION
           EXEC SQL DECLARE CURSH CURSOR FOR
               SELECT MAT, CDE_MVT
                 FROM THISTMVT
                WHERE DT_MVT = :H-DATE
                  AND RESULT = 'OK '
                  AND CDE_MVT IN ('C', 'T', 'V', 'S')
                ORDER BY MAT ASC, HR_MVT ASC
           END-EXEC
      * VEHICULES D'UNE POLICE QUI ENTRE OU SORT : CEUX QUI ONT UN
      * CHANGEMENT EN ATTENTE DANS TFVAJRN SONT DECLARES PAR LE
      * JOURNAL ET NE SONT PAS REPRIS ICI
           EXEC SQL DECLARE CURSV CURSOR FOR
               SELECT NUM_VEHIC, IMMAT
                 FROM TVEHICULES V
                WHERE V.MAT = :A-MAT
                  AND NOT EXISTS
                      (SELECT 1 FROM TFVAJRN J
                        WHERE J.MAT = V.MAT
                          AND J.NUM_VEHIC = V.NUM_VEHIC)
                ORDER BY NUM_VEHIC ASC
           END-EXEC
           EXEC SQL DECLARE CURSJ CURSOR FOR
               SELECT MAT, NUM_VEHIC, IMMAT, SENS, DT_EXPL
                 FROM TFVAJRN
                WHERE DT_EXPL <= :WS-DT-JOUR
                ORDER BY MAT ASC, NUM_VEHIC ASC, DT_EXPL ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * EXTRACTION QUOTIDIENNE DES DECLARATIONS AU FICHIER DES
      * VEHICULES ASSURES : VEHICULES DES POLICES CREEES OU
      * REACTIVEES (ENTREES) ET SUSPENDUES OU SUPPRIMEES (SORTIES)
      * DANS LA JOURNEE D'APRES LES TRACES THISTMVT, PUIS VEHICULES
      * AJOUTES, RETIRES OU REIMMATRICULES D'APRES LE JOURNAL
      * TFVAJRN ALIMENTE PAR FEEDT ET MAJASVEH. CHAQUE DECLARATION
      * EST INSCRITE AU REGISTRE TFVADECL (STATUT 'E') ET LE FICHIER
      * PORTE UNE LIGNE FIN AVEC NOMBRES DE CONTROLE. UN VEHICULE
      * SANS IMMATRICULATION VALIDE NE PEUT ETRE DECLARE ET EST
      * LISTE. A LANCER APRES MAJASDB ET MAJASVEH ET AVANT MAJASORF
      * (QUI RETIRE LES VEHICULES DES POLICES SUPPRIMEES)
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT FVADECL
           OPEN OUTPUT RAPFVA
           PERFORM TEST-STAT-FVADECL
           PERFORM TEST-STAT-RAPFVA
           PERFORM CREA-DAT-TIME
           PERFORM CALC-DT-JOUR
           PERFORM INIT-NUM-DECL
           PERFORM TRAITE-EVT-POLICES
           PERFORM TRAITE-JOURNAL
           PERFORM VIDE-TFVAJRN
           PERFORM WRITE-TRL-FVADECL
           PERFORM CREA-TABL-STAT
           CLOSE FVADECL
           CLOSE RAPFVA
           PERFORM TEST-STAT-FVADECL
           PERFORM TEST-STAT-RAPFVA
      * LE REGISTRE ET LA PURGE DU JOURNAL NE SONT VALIDES QU'UNE FOIS
      * LE FICHIER DE DECLARATION FERME SANS ERREUR
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
      * EXTRACTION QUOTIDIENNE : LUS = TRACES POLICE + LIGNES DU
      * JOURNAL, ECRITS = DECLARATIONS, REJETES = VEHICULES SANS
      * IMMATRICULATION VALIDE. LE FICHIER EST RECONCILIE AVEC LES
      * DECLARATIONS DU JOUR INSCRITES AU REGISTRE
           MOVE 'F' TO RUN-PHASE
           COMPUTE RUN-NB-LUS = CPT-EVT-LUS + CPT-JRN-LUS
           MOVE CPT-DECL TO RUN-NB-ECRITS
           MOVE CPT-SANS-IMMAT TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           IF NB-DECL-REG = CPT-DECL
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CALC-DT-JOUR.
      * LES TRACES SELECTIONNEES SONT CELLES DE LA DATE D'EXPLOITATION,
      * STOCKEE EN JJ/MM/AAAA DANS THISTMVT
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           MOVE SPACES TO WS-DT-JOUR-ED
           STRING WS-DT-JOUR(7:2) '/' WS-DT-JOUR(5:2) '/'
               WS-DT-JOUR(1:4) DELIMITED BY SIZE INTO WS-DT-JOUR-ED
           MOVE WS-DT-JOUR-ED TO H-DATE
           .
       INIT-NUM-DECL.
      * LES DECLARATIONS SONT NUMEROTEES A LA SUITE DES PRECEDENTES
           EXEC SQL
             SELECT COALESCE(MAX(NUM_DECL), 0) INTO :WS-NUM-DECL
               FROM TFVADECL
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       TRAITE-EVT-POLICES.
           EXEC SQL OPEN CURSH END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CURSH
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-EVT-LUS
             IF POLICE-EN-COURS AND H-MAT NOT = WS-MAT-COUR
               PERFORM FIN-POLICE-EVT
             END-IF
             IF NOT POLICE-EN-COURS
               MOVE H-MAT TO WS-MAT-COUR
               MOVE H-CDE-MVT TO WS-PREM-EVT
               MOVE 'O' TO IND-POLICE-EN-COURS
             END-IF
             PERFORM FETCH-CURSH
           END-PERFORM
           IF POLICE-EN-COURS
             PERFORM FIN-POLICE-EVT
           END-IF
           EXEC SQL CLOSE CURSH END-EXEC
           PERFORM TEST-SQLCODE
           .
       FETCH-CURSH.
           EXEC SQL FETCH CURSH
               INTO :H-MAT, :H-CDE-MVT
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       FIN-POLICE-EVT.
      * UNE POLICE NON ASSUREE A L'OUVERTURE ET ACTIVE EN FIN DE
      * JOURNEE ENTRE ; ASSUREE A L'OUVERTURE ET INACTIVE (OU
      * SUPPRIMEE) EN FIN DE JOURNEE SORT ; SINON RIEN NE CHANGE.
      * L'ETAT D'OUVERTURE DEDUIT DU PREMIER EVENEMENT EST CONFRONTE
      * AU REGISTRE VEHICULE PAR VEHICULE DANS DECLARE-VEHICULE (UNE
      * POLICE SUSPENDUE PUIS SUPPRIMEE N'EST PLUS DECLAREE)
           MOVE 'N' TO IND-POLICE-EN-COURS
           MOVE WS-MAT-COUR TO A-MAT
           PERFORM LIT-POLICE
           MOVE SPACE TO WS-SENS-POL
           IF OUVERT-NON-ASSURE AND POL-ACTIVE
             MOVE 'E' TO WS-SENS-POL
           END-IF
           IF OUVERT-ASSURE AND POL-INACTIVE
             MOVE 'S' TO WS-SENS-POL
           END-IF
           IF WS-SENS-POL NOT = SPACE
             PERFORM DECLARE-VEHICULES-POL
           END-IF
           .
       LIT-POLICE.
      * ETAT DE FIN DE JOURNEE ET DATES DE COUVERTURE ; UNE POLICE
      * SUPPRIMEE N'A PLUS DE DATE D'EFFET CONNUE
           SET POL-INACTIVE TO TRUE
           MOVE 0 TO A-DT-EFFET A-DT-EXPIR
           EXEC SQL
             SELECT ACTIF, DT_EFFET, DT_EXPIR
               INTO :A-ACTIF, :A-DT-EFFET, :A-DT-EXPIR
               FROM TASSURES WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE = 100
             MOVE 0 TO A-DT-EFFET A-DT-EXPIR
           ELSE
             PERFORM TEST-SQLCODE
             IF A-ACTIVE
               SET POL-ACTIVE TO TRUE
             END-IF
           END-IF
           .
       DECLARE-VEHICULES-POL.
           EXEC SQL OPEN CURSV END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSV
               INTO :V-NUM-VEHIC, :V-IMMAT
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             MOVE A-MAT       TO FD-MAT
             MOVE V-NUM-VEHIC TO FD-NUM-VEHIC
             MOVE V-IMMAT     TO FD-IMMAT
             MOVE WS-SENS-POL TO FD-SENS
             PERFORM DECLARE-VEHICULE
             EXEC SQL FETCH CURSV
                 INTO :V-NUM-VEHIC, :V-IMMAT
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSV END-EXEC
           PERFORM TEST-SQLCODE
           .

       TRAITE-JOURNAL.
      * UNE ENTREE N'EST DECLAREE QUE SI LA POLICE EST ACTIVE EN FIN
      * DE JOURNEE (SINON ELLE LE SERA A LA REACTIVATION) ; UNE
      * SORTIE L'EST SI LA POLICE EST ACTIVE OU A ETE SUSPENDUE OU
      * SUPPRIMEE DANS LA JOURNEE (LE VEHICULE ETAIT ENCORE DECLARE)
           EXEC SQL OPEN CURSJ END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CURSJ
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-JRN-LUS
             PERFORM TRAITE-LIGNE-JOURNAL
             PERFORM FETCH-CURSJ
           END-PERFORM
           EXEC SQL CLOSE CURSJ END-EXEC
           PERFORM TEST-SQLCODE
           .
       FETCH-CURSJ.
           EXEC SQL FETCH CURSJ
               INTO :FJ-MAT, :FJ-NUM-VEHIC, :FJ-IMMAT, :FJ-SENS,
                    :FJ-DT-EXPL
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       TRAITE-LIGNE-JOURNAL.
           MOVE FJ-MAT TO A-MAT
           PERFORM LIT-POLICE
           IF FJ-SORTIE AND POL-INACTIVE
             MOVE 0 TO NB-SORTIE-JOUR
             EXEC SQL
               SELECT COUNT(*) INTO :NB-SORTIE-JOUR
                 FROM THISTMVT
                WHERE MAT = :FJ-MAT AND DT_MVT = :H-DATE
                  AND RESULT = 'OK ' AND CDE_MVT IN ('T', 'S')
             END-EXEC
             PERFORM TEST-SQLCODE
             IF NB-SORTIE-JOUR > 0
               SET POL-ACTIVE TO TRUE
             END-IF
           END-IF
           IF POL-ACTIVE
             MOVE FJ-MAT       TO FD-MAT
             MOVE FJ-NUM-VEHIC TO FD-NUM-VEHIC
             MOVE FJ-IMMAT     TO FD-IMMAT
             MOVE FJ-SENS      TO FD-SENS
             PERFORM DECLARE-VEHICULE
           ELSE
             ADD 1 TO CPT-JRN-IGNORE
           END-IF
           .

       DECLARE-VEHICULE.
      * COUVERTURE DECLAREE : POUR UNE ENTREE, DE LA DATE DU JOUR (OU
      * DE LA DATE D'EFFET SI ELLE EST POSTERIEURE) A L'EXPIRATION ;
      * POUR UNE SORTIE, DE LA DATE D'EFFET A LA DATE DU JOUR.
      * UN VEHICULE DONT LA DERNIERE DECLARATION DANS LE REGISTRE EST
      * DEJA DANS LE MEME SENS N'EST PAS DECLARE UNE SECONDE FOIS
           PERFORM LIT-SENS-REGISTRE
           IF WS-SENS-REG = FD-SENS
             ADD 1 TO CPT-DEJA-DECL
             MOVE ALL ' ' TO ERAPFVA
             STRING FD-MAT ' VEHICULE ' FD-NUM-VEHIC ' ' FD-SENS
                 ' NON DECLARE : DEJA DECLARE DANS CE SENS '
                 FD-IMMAT DELIMITED BY SIZE INTO ERAPFVA
             WRITE ERAPFVA
           ELSE
             PERFORM EMET-DECLARATION
           END-IF
           .
       EMET-DECLARATION.
           MOVE FD-IMMAT TO VM-IMMAT
           CALL SOUSPROG4 USING ZONE-VALIM
           IF VM-IMMAT-INVALIDE
             ADD 1 TO CPT-SANS-IMMAT
             MOVE ALL ' ' TO ERAPFVA
             STRING FD-MAT ' VEHICULE ' FD-NUM-VEHIC ' ' FD-SENS
                 ' NON DECLARE : IMMATRICULATION ABSENTE OU INVALIDE '
                 FD-IMMAT DELIMITED BY SIZE INTO ERAPFVA
             WRITE ERAPFVA
           ELSE
             IF FD-ENTREE
               IF A-DT-EFFET > WS-DT-JOUR
                 MOVE A-DT-EFFET TO FD-DT-DEB
               ELSE
                 MOVE WS-DT-JOUR TO FD-DT-DEB
               END-IF
               MOVE A-DT-EXPIR TO FD-DT-FIN
             ELSE
               MOVE A-DT-EFFET TO FD-DT-DEB
               MOVE WS-DT-JOUR TO FD-DT-FIN
             END-IF
             PERFORM INSCRIT-REGISTRE
           END-IF
           .
       LIT-SENS-REGISTRE.
      * UNE DECLARATION REJETEE N'A PAS ETE ENREGISTREE AU FICHIER ET
      * N'EST PAS RETENUE ; SANS DECLARATION CONNUE (VEHICULE ASSURE
      * AVANT LE REGISTRE) L'EVENEMENT DU JOUR FAIT FOI
           MOVE SPACE TO WS-SENS-REG
           EXEC SQL
             SELECT SENS INTO :WS-SENS-REG
               FROM TFVADECL D
              WHERE D.MAT = :FD-MAT
                AND D.NUM_VEHIC = :FD-NUM-VEHIC
                AND D.IMMAT = :FD-IMMAT
                AND D.NUM_DECL =
                    (SELECT MAX(D2.NUM_DECL) FROM TFVADECL D2
                      WHERE D2.MAT = D.MAT
                        AND D2.NUM_VEHIC = D.NUM_VEHIC
                        AND D2.IMMAT = D.IMMAT
                        AND D2.STATUT <> 'R')
           END-EXEC
           IF SQLCODE = 100
             MOVE SPACE TO WS-SENS-REG
           ELSE
             PERFORM TEST-SQLCODE
           END-IF
           .
       INSCRIT-REGISTRE.
           ADD 1 TO WS-NUM-DECL
           MOVE WS-NUM-DECL TO FD-NUM-DECL
           MOVE WS-DT-JOUR TO FD-DT-EMIS
           MOVE 'E' TO FD-STATUT
           MOVE 0 TO FD-DT-RETOUR
           MOVE SPACES TO FD-CODE-RET
           EXEC SQL
             INSERT INTO TFVADECL
             VALUES (:FD-NUM-DECL, :FD-MAT, :FD-NUM-VEHIC, :FD-IMMAT,
               :FD-SENS, :FD-DT-DEB, :FD-DT-FIN, :FD-DT-EMIS,
               :FD-STATUT, :FD-DT-RETOUR, :FD-CODE-RET)
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM WRITE-DECLARATION
           .
       WRITE-DECLARATION.
           MOVE ALL ' ' TO EFVADECL
           MOVE FD-NUM-DECL   TO FVA-NUM-DECL
           MOVE FD-SENS       TO FVA-SENS
           MOVE FD-IMMAT      TO FVA-IMMAT
           MOVE CODE-ASSUREUR TO FVA-CODE-ASSUR
           MOVE FD-MAT        TO FVA-MAT
           MOVE FD-DT-DEB     TO FVA-DT-DEB
           MOVE FD-DT-FIN     TO FVA-DT-FIN
           MOVE WS-DT-JOUR    TO FVA-DT-EVT
           WRITE EFVADECL
           MOVE ALL ' ' TO EFVADECL
           ADD 1 TO CPT-DECL
           IF FD-ENTREE
             ADD 1 TO CPT-ENTREES
           ELSE
             ADD 1 TO CPT-SORTIES
           END-IF
           MOVE ALL ' ' TO ERAPFVA
           STRING FD-MAT ' VEHICULE ' FD-NUM-VEHIC ' ' FD-IMMAT ' '
               FD-SENS ' DU ' FD-DT-DEB ' AU ' FD-DT-FIN
               ' DECL ' FD-NUM-DECL DELIMITED BY SIZE INTO ERAPFVA
           WRITE ERAPFVA
           .
       VIDE-TFVAJRN.
      * LES CHANGEMENTS DU JOURNAL SONT DECLARES (OU SANS OBJET) : ILS
      * SONT RETIRES DANS LA MEME UNITE DE TRAVAIL QUE LE REGISTRE
           EXEC SQL
             DELETE FROM TFVAJRN
              WHERE DT_EXPL <= :WS-DT-JOUR
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       WRITE-TRL-FVADECL.
      * LIGNE FIN DE FICHIER AVEC NOMBRES DE CONTROLE : TOTAL DES
      * DECLARATIONS, ENTREES, SORTIES ET DATE DE L'EXTRACTION
           MOVE ALL ' ' TO EFVADECL
           MOVE HIGH-VALUES TO TRL-FVA-INDIC
           MOVE CPT-DECL TO TRL-FVA-NB-ENR
           MOVE CPT-ENTREES TO TRL-FVA-NB-ENT
           MOVE CPT-SORTIES TO TRL-FVA-NB-SOR
           MOVE WS-DT-JOUR TO TRL-FVA-DT-EXPL
           WRITE EFVADECL
           MOVE ALL ' ' TO EFVADECL
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'DECLARATION FICHIER VEHICULES ASSURES' TO
                LGN-DEB3(8:37)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPFVA
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ERAPFVA
           WRITE ERAPFVA
           MOVE CPT-EVT-LUS TO DIS-RESP
           STRING '302 - TRACES POLICE LUES (C/T/V/S)            : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPFVA
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
           MOVE CPT-JRN-LUS TO DIS-RESP
           STRING '303 - CHANGEMENTS VEHICULES DU JOURNAL LUS    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPFVA
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
           MOVE CPT-ENTREES TO DIS-RESP
           STRING '304 - NOMBRE D''ENTREES DECLAREES              : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPFVA
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
           MOVE CPT-SORTIES TO DIS-RESP
           STRING '305 - NOMBRE DE SORTIES DECLAREES             : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPFVA
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
           MOVE CPT-SANS-IMMAT TO DIS-RESP
           STRING '306 - VEHICULES SANS IMMATRICULATION VALIDE   : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPFVA
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
           MOVE CPT-JRN-IGNORE TO DIS-RESP
           STRING '307 - CHANGEMENTS SUR POLICE INACTIVE         : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPFVA
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
           MOVE CPT-DEJA-DECL TO DIS-RESP
           STRING '376 - VEHICULES DEJA DECLARES DANS CE SENS    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPFVA
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
      * LE FICHIER DOIT PORTER EXACTEMENT LES DECLARATIONS DU JOUR
      * INSCRITES AU REGISTRE
           EXEC SQL
             SELECT COUNT(*) INTO :NB-DECL-REG
               FROM TFVADECL
              WHERE DT_EMIS = :WS-DT-JOUR
           END-EXEC
           PERFORM TEST-SQLCODE
           IF NB-DECL-REG = CPT-DECL
             MOVE '308 - CONTROLE REGISTRE                      : OK'
               TO ERAPFVA
           ELSE
             MOVE NB-DECL-REG TO DIS-RESP
             STRING '308 - CONTROLE REGISTRE : MISMATCH INSCRITES '
                DIS-RESP DELIMITED BY SIZE INTO ERAPFVA
           END-IF
           WRITE ERAPFVA
           MOVE ALL ' ' TO ERAPFVA
           .

       TEST-STAT-FVADECL.
           IF WS-FVADECL NOT = '00'
             DISPLAY 'ERREUR FICHIER FVADECL ' WS-FVADECL
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPFVA.
           IF WS-RAPFVA NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPFVA ' WS-RAPFVA
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
           DISPLAY 'ERREUR DB2 DECLARATION FVA'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
