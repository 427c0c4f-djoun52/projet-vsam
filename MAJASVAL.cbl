       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASVAL.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  WS-DT-DECIS    PIC 9(8) VALUE 0.
       77  SOUSPROG2      PIC X(8) VALUE 'MAJASAUT'.
       01  ZONE-AUT.
           05 AUT-FONCTION   PIC X.
           05 AUT-USERID     PIC X(8).
           05 AUT-DROIT      PIC X.
           05 AUT-PROGRAMME  PIC X(8).
           05 AUT-ACTION     PIC X.
           05 AUT-CLE        PIC X(20).
           05 AUT-RESULT     PIC X.
             88 AUT-ACCORDE     VALUE 'O'.
             88 AUT-REFUSE      VALUE 'N'.
           05 AUT-MOTIF      PIC X(2).
       77  IND-DEM        PIC X VALUE 'N'.
         88 DEM-TROUVEE     VALUE 'O'.
         88 DEM-ABSENTE     VALUE 'N'.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TVALA
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.
       LINKAGE SECTION.
       01  VAL-REQ.
           05 VAL-NUM-DEM    PIC 9(8).
           05 VAL-ACTION     PIC X.
             88 VAL-CONSULTER   VALUE 'C'.
             88 VAL-VALIDER     VALUE 'V'.
             88 VAL-REJETER     VALUE 'R'.
           05 VAL-USERID     PIC X(8).
       01  VAL-REP.
           05 VAL-STATUT     PIC X(3).
             88 VAL-OK          VALUE 'OK '.
             88 VAL-NON-TROUVE  VALUE 'NF '.
             88 VAL-INVALIDE    VALUE 'INV'.
             88 VAL-NON-AUTORISE VALUE 'AUT'.
             88 VAL-MEME-OPER   VALUE 'MEM'.
             88 VAL-DEJA-DECIDE VALUE 'DEJ'.
             88 VAL-DOUBLON     VALUE 'DBL'.
           05 VAL-TYPE-DEM   PIC X.
           05 VAL-ORIGINE    PIC X.
           05 VAL-MOTIF      PIC X.
           05 VAL-MAT        PIC X(6).
           05 VAL-CDE-MVT    PIC X.
           05 VAL-PB-AV      PIC 9(4)V99.
           05 VAL-PB         PIC 9(4)V99.
           05 VAL-DT-EFFET   PIC 9(8).
           05 VAL-NUM-VEHIC  PIC 9(2).
           05 VAL-DT-SIN     PIC 9(8).
           05 VAL-DT-REG     PIC 9(8).
           05 VAL-MNT-REG    PIC 9(6)V99.
           05 VAL-USER-DEM   PIC X(8).
           05 VAL-DT-DEM     PIC 9(8).
           05 VAL-STATUT-DEM PIC X.
           05 VAL-USER-DECIS PIC X(8).
           05 VAL-DT-DECIS   PIC 9(8).
       PROCEDURE DIVISION USING VAL-REQ VAL-REP.
      * VALIDATION PAR UN SECOND OPERATEUR DES DEMANDES MISES EN
      * ATTENTE PAR LE CONTROLE A QUATRE YEUX (TVALATT, ALIMENTEE PAR
      * FEEDT ET MAJASFDB) : CONSULTATION ('C'), VALIDATION ('V') OU
      * REJET ('R'). UNE DEMANDE VALIDEE REJOINT LE CIRCUIT NORMAL :
      * LE MOUVEMENT DE POLICE EST DEPOSE DANS LE STOCK TMVTATT (LE
      * PROCHAIN MAJASDB L'APPLIQUE ET TRACE DEMANDEUR ET VALIDEUR
      * DANS THISTMVT), LE REGLEMENT DANS TSINREG (PAYE PAR LE
      * PROCHAIN MAJASREG). LE DEMANDEUR NE PEUT PAS DECIDER DE SA
      * PROPRE DEMANDE, ET SEULE UNE DEMANDE EN ATTENTE PEUT RECEVOIR
      * UNE DECISION
           MOVE SPACES TO VAL-REP
           MOVE 0 TO VAL-PB-AV VAL-PB VAL-DT-EFFET VAL-NUM-VEHIC
               VAL-DT-SIN VAL-DT-REG VAL-MNT-REG VAL-DT-DEM
               VAL-DT-DECIS
           IF NOT VAL-CONSULTER AND NOT VAL-VALIDER
              AND NOT VAL-REJETER
             SET VAL-INVALIDE TO TRUE
           ELSE
             PERFORM LIT-DEMANDE
      * LA CONSULTATION EXIGE LE DROIT CONSULTATION ; LA DECISION
      * EXIGE LE DROIT DU DOMAINE DE LA DEMANDE (MAINTENANCE DES
      * POLICES POUR UN MOUVEMENT, SINISTRES POUR UN REGLEMENT). UNE
      * DECISION ENREGISTREE EST JOURNALISEE PAR MAJASAUT
             PERFORM CONTROLE-AUTORISATION
             IF AUT-REFUSE
               SET VAL-NON-AUTORISE TO TRUE
               PERFORM EFFACE-REPONSE
             ELSE
               PERFORM TRAITE-DECISION
             END-IF
           END-IF
           GOBACK
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE VAL-USERID     TO AUT-USERID
           EVALUATE TRUE
           WHEN VAL-CONSULTER
           WHEN DEM-ABSENTE
             MOVE 'C'          TO AUT-DROIT
           WHEN VA-DEM-REG
             MOVE 'S'          TO AUT-DROIT
           WHEN OTHER
             MOVE 'P'          TO AUT-DROIT
           END-EVALUATE
           MOVE 'MAJASVAL'     TO AUT-PROGRAMME
           MOVE VAL-ACTION     TO AUT-ACTION
           MOVE SPACES         TO AUT-CLE
           MOVE VAL-NUM-DEM    TO AUT-CLE(1:8)
           MOVE VAL-MAT        TO AUT-CLE(9:6)
           CALL SOUSPROG2 USING ZONE-AUT
           .
       TRAITE-DECISION.
           EVALUATE TRUE
           WHEN DEM-ABSENTE
             SET VAL-NON-TROUVE TO TRUE
           WHEN VAL-CONSULTER
             SET VAL-OK TO TRUE
           WHEN NOT VA-EN-ATTENTE
             SET VAL-DEJA-DECIDE TO TRUE
           WHEN VA-USER-DEM = VAL-USERID
             SET VAL-MEME-OPER TO TRUE
           WHEN OTHER
             PERFORM ENREGISTRE-DECISION
             IF VAL-OK
               MOVE 'J' TO AUT-FONCTION
               CALL SOUSPROG2 USING ZONE-AUT
             END-IF
           END-EVALUATE
           .
       LIT-DEMANDE.
           SET DEM-ABSENTE TO TRUE
           MOVE VAL-NUM-DEM TO VA-NUM-DEM
           EXEC SQL
               SELECT TYPE_DEM, ORIGINE, MOTIF, MAT, NOM_PRN, ADSS,
                      CP, VILLE, TV, PB, BON_MAL, TAUX, CDE_MVT,
                      DT_EFFET, DT_EXPIR, FREQ_PAIE, MODE_PAIE,
                      CDE_PROD, PB_AV, NUM_VEHIC, DT_SIN, DT_REG,
                      MNT_REG, USER_DEM, DT_DEM, HR_DEM, STATUT,
                      USER_DECIS, DT_DECIS, EXPORT
                 INTO :VA-TYPE-DEM, :VA-ORIGINE, :VA-MOTIF, :VA-MAT,
                      :VA-NOM-PRN, :VA-ADSS, :VA-CP, :VA-VILLE,
                      :VA-TV, :VA-PB, :VA-BON-MAL, :VA-TAUX,
                      :VA-CDE-MVT, :VA-DT-EFFET, :VA-DT-EXPIR,
                      :VA-FREQ-PAIE, :VA-MODE-PAIE, :VA-CDE-PROD,
                      :VA-PB-AV, :VA-NUM-VEHIC, :VA-DT-SIN,
                      :VA-DT-REG, :VA-MNT-REG, :VA-USER-DEM,
                      :VA-DT-DEM, :VA-HR-DEM, :VA-STATUT,
                      :VA-USER-DECIS, :VA-DT-DECIS, :VA-EXPORT
                 FROM TVALATT
                WHERE NUM_DEM = :VA-NUM-DEM
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             SET DEM-TROUVEE TO TRUE
             PERFORM ALIMENTE-REPONSE
           END-IF
           .
       ALIMENTE-REPONSE.
           MOVE VA-TYPE-DEM    TO VAL-TYPE-DEM
           MOVE VA-ORIGINE     TO VAL-ORIGINE
           MOVE VA-MOTIF       TO VAL-MOTIF
           MOVE VA-MAT         TO VAL-MAT
           MOVE VA-CDE-MVT     TO VAL-CDE-MVT
           MOVE VA-PB-AV       TO VAL-PB-AV
           MOVE VA-PB          TO VAL-PB
           MOVE VA-DT-EFFET    TO VAL-DT-EFFET
           MOVE VA-NUM-VEHIC   TO VAL-NUM-VEHIC
           MOVE VA-DT-SIN      TO VAL-DT-SIN
           MOVE VA-DT-REG      TO VAL-DT-REG
           MOVE VA-MNT-REG     TO VAL-MNT-REG
           MOVE VA-USER-DEM    TO VAL-USER-DEM
           MOVE VA-DT-DEM      TO VAL-DT-DEM
           MOVE VA-STATUT      TO VAL-STATUT-DEM
           MOVE VA-USER-DECIS  TO VAL-USER-DECIS
           MOVE VA-DT-DECIS    TO VAL-DT-DECIS
           .
       EFFACE-REPONSE.
      * UN OPERATEUR NON AUTORISE NE VOIT PAS LE CONTENU DE LA DEMANDE
           MOVE SPACES TO VAL-TYPE-DEM VAL-ORIGINE VAL-MOTIF VAL-MAT
               VAL-CDE-MVT VAL-USER-DEM VAL-STATUT-DEM VAL-USER-DECIS
           MOVE 0 TO VAL-PB-AV VAL-PB VAL-DT-EFFET VAL-NUM-VEHIC
               VAL-DT-SIN VAL-DT-REG VAL-MNT-REG VAL-DT-DEM
               VAL-DT-DECIS
           .
       ENREGISTRE-DECISION.
      * DATE DE LA DECISION A L'HORLOGE, COMME LES AUTRES TRACES DE
      * MAINTENANCE EN LIGNE (JJ/MM/AAAA REMIS EN AAAAMMJJ)
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           MOVE DAT(7:4) TO WS-DT-DECIS(1:4)
           MOVE DAT(4:2) TO WS-DT-DECIS(5:2)
           MOVE DAT(1:2) TO WS-DT-DECIS(7:2)
           IF VAL-VALIDER
             SET VA-VALIDEE TO TRUE
           ELSE
             SET VA-REJETEE TO TRUE
           END-IF
           MOVE WS-DT-DECIS TO VA-DT-DECIS
           MOVE VAL-USERID  TO VA-USER-DECIS
           EXEC SQL
               UPDATE TVALATT
                  SET STATUT = :VA-STATUT, DT_DECIS = :VA-DT-DECIS,
                      USER_DECIS = :VA-USER-DECIS
                WHERE NUM_DEM = :VA-NUM-DEM
                  AND STATUT = 'A'
           END-EXEC
      * UNE DECISION CONCURRENTE A PU PASSER ENTRE LA LECTURE ET LA
      * MISE A JOUR : LA DEMANDE N'EST ALORS PLUS EN ATTENTE
           IF SQLCODE = 100
             SET VAL-DEJA-DECIDE TO TRUE
           ELSE
             PERFORM TEST-SQLCODE
             SET VAL-OK TO TRUE
             IF VA-VALIDEE
               IF VA-DEM-MVT
                 PERFORM VERSE-MOUVEMENT
               ELSE
                 PERFORM VERSE-REGLEMENT
               END-IF
             END-IF
             IF VAL-OK
               MOVE VA-STATUT     TO VAL-STATUT-DEM
               MOVE VA-USER-DECIS TO VAL-USER-DECIS
               MOVE VA-DT-DECIS   TO VAL-DT-DECIS
             END-IF
           END-IF
           .
       VERSE-MOUVEMENT.
      * LE MOUVEMENT VALIDE PASSE PAR LE STOCK EN ATTENTE, COMME UN
      * MOUVEMENT SAISI EN LIGNE PENDANT LA FENETRE BATCH : MAJASDB
      * LE LIBERE DES SA DATE D'EFFET ATTEINTE
           EXEC SQL
             INSERT INTO TMVTATT
             VALUES (:VA-MAT, :VA-NOM-PRN, :VA-ADSS, :VA-CP,
               :VA-VILLE, :VA-TV, :VA-PB, :VA-BON-MAL, :VA-TAUX,
               :VA-CDE-MVT, :VA-DT-EFFET, :VA-DT-EXPIR,
               :VA-FREQ-PAIE, :VA-MODE-PAIE,
               :VA-CDE-PROD)
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       VERSE-REGLEMENT.
      * UN REGLEMENT DE MEME CLE DEJA EN ATTENTE DANS TSINREG EST UN
      * DOUBLON : LA DEMANDE EST REMISE EN ATTENTE ET SIGNALEE
           EXEC SQL
             INSERT INTO TSINREG
             VALUES (:VA-MAT, :VA-NUM-VEHIC, :VA-DT-SIN,
               :VA-DT-REG, :VA-MNT-REG)
           END-EXEC
           IF SQLCODE = -803
             SET VAL-DOUBLON TO TRUE
             EXEC SQL
                 UPDATE TVALATT
                    SET STATUT = 'A', DT_DECIS = 0, USER_DECIS = ' '
                  WHERE NUM_DEM = :VA-NUM-DEM
             END-EXEC
             PERFORM TEST-SQLCODE
           ELSE
             PERFORM TEST-SQLCODE
           END-IF
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 VALIDATION QUATRE YEUX'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
