       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPPERCPT.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TPER
           END-EXEC.
       77  WS-PERIODE-ECR     PIC 9(6).
       77  NB-PERIODE-APRES   PIC S9(9) COMP.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.
       LINKAGE SECTION.
       01  ZONE-PERCPT.
           05 PE-DT-COMPTA   PIC 9(8).
           05 PE-DT-REPORT   PIC 9(8).
           05 PE-RESULT      PIC X.
             88 PE-PERIODE-OUVERTE VALUE 'O'.
             88 PE-PERIODE-CLOSE   VALUE 'C'.
       PROCEDURE DIVISION USING ZONE-PERCPT.
      * CONTROLE PARTAGE DE LA PERIODE D'UNE ECRITURE : SI LE MOIS DE
      * LA DATE COMPTABLE EST CLOS DANS TPERCPT, L'ECRITURE EST
      * REPORTEE AU PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE QUI
      * SUIT (RESULTAT 'C', DATE DE REPORT RENSEIGNEE) ; SINON LA DATE
      * EST CONSERVEE (RESULTAT 'O'). UN MOIS ABSENT DU CALENDRIER
      * N'EST OUVERT QUE S'IL SUIT LA DERNIERE PERIODE DU CALENDRIER :
      * UN MOIS ANTERIEUR A LA PREMIERE PERIODE (OU SANS LIGNE ENTRE
      * DEUX PERIODES) EST TRAITE COMME CLOS. SANS PERIODE OUVERTE
      * POUR RECEVOIR LE REPORT, LE RUN EST ARRETE (CODE RETOUR 16).
      * APPELE PAR LES PROGRAMMES PRODUISANT DES ECRITURES AU FORMAT
      * ECRITUR
           MOVE PE-DT-COMPTA TO PE-DT-REPORT
           SET PE-PERIODE-OUVERTE TO TRUE
           COMPUTE WS-PERIODE-ECR = PE-DT-COMPTA / 100
           MOVE WS-PERIODE-ECR TO PC-PERIODE
           EXEC SQL
               SELECT STATUT
                 INTO :PC-STATUT
                 FROM TPERCPT
                WHERE PERIODE = :PC-PERIODE
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             IF PC-CLOSE
               PERFORM CHERCHE-PERIODE-OUVERTE
             END-IF
           ELSE
             EXEC SQL
                 SELECT COUNT(*)
                   INTO :NB-PERIODE-APRES
                   FROM TPERCPT
                  WHERE PERIODE > :WS-PERIODE-ECR
             END-EXEC
             PERFORM TEST-SQLCODE
             IF NB-PERIODE-APRES > 0
               PERFORM CHERCHE-PERIODE-OUVERTE
             END-IF
           END-IF
           GOBACK
           .

       CHERCHE-PERIODE-OUVERTE.
           EXEC SQL
               SELECT PERIODE
                 INTO :PC-PERIODE
                 FROM TPERCPT
                WHERE STATUT = 'O'
                  AND PERIODE =
                      (SELECT MIN(PERIODE)
                         FROM TPERCPT
                        WHERE STATUT = 'O'
                          AND PERIODE > :WS-PERIODE-ECR)
           END-EXEC
           IF SQLCODE = 100
             DISPLAY 'ERREUR CALENDRIER COMPTABLE : PERIODE '
                 WS-PERIODE-ECR ' CLOSE, AUCUNE PERIODE OUVERTE APRES'
             EXEC SQL ROLLBACK END-EXEC
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM TEST-SQLCODE
           COMPUTE PE-DT-REPORT = PC-PERIODE * 100 + 1
           SET PE-PERIODE-CLOSE TO TRUE
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 TPERCPT'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
