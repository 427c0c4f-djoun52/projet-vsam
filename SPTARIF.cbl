       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPTARIF.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TTAR
           END-EXEC.
       77  WS-DT-TARIF        PIC 9(8).
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.
       LINKAGE SECTION.
       01  ZONE-TARIF.
           05 TF-TV          PIC X.
           05 TF-CP          PIC 9(5).
           05 TF-TAUX        PIC X(2).
           05 TF-DT-EFFET    PIC 9(8).
           05 TF-PRM-TARIF   PIC 9(4)V99.
           05 TF-ZONE        PIC X(2).
           05 TF-RESULT      PIC X.
             88 TF-TARIF-TROUVE   VALUE 'O'.
             88 TF-SANS-TARIF     VALUE 'N'.
       PROCEDURE DIVISION USING ZONE-TARIF.
      * TARIFICATION PARTAGEE D'UN RISQUE : PRIME DE BASE DE LA
      * GRILLE TTARIF POUR LE TYPE DE VEHICULE, LE DEPARTEMENT DU CP
      * ET LE CODE TAUX, EN VIGUEUR A LA DATE D'EFFET. LA LIGNE DU
      * DEPARTEMENT PRIME SUR LA LIGNE NATIONALE (ZONE '00') ; SANS
      * L'UNE NI L'AUTRE LE RISQUE N'EST PAS TARIFE (RESULTAT 'N',
      * PRIME A ZERO). APPELE PAR LES CHEMINS DE CREATION DES
      * PROGRAMMES DE MISE A JOUR ET PAR LE DEVIS EN LIGNE
           MOVE 0 TO TF-PRM-TARIF
           MOVE SPACES TO TF-ZONE
           SET TF-SANS-TARIF TO TRUE
           MOVE TF-TV       TO TR-TYPE-VEHIC
           MOVE TF-TAUX     TO TR-TAUX
           MOVE TF-DT-EFFET TO WS-DT-TARIF
           MOVE TF-CP(1:2)  TO TR-ZONE
           PERFORM LIT-GRILLE
           IF NOT TF-TARIF-TROUVE
             MOVE '00' TO TR-ZONE
             PERFORM LIT-GRILLE
           END-IF
           GOBACK
           .

       LIT-GRILLE.
           EXEC SQL
               SELECT PRM_BASE
                 INTO :TR-PRM-BASE
                 FROM TTARIF
                WHERE TYPE_VEHIC = :TR-TYPE-VEHIC
                  AND ZONE = :TR-ZONE
                  AND TAUX = :TR-TAUX
                  AND DT_DEB <= :WS-DT-TARIF
                  AND DT_FIN >= :WS-DT-TARIF
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             MOVE TR-PRM-BASE TO TF-PRM-TARIF
             MOVE TR-ZONE     TO TF-ZONE
             SET TF-TARIF-TROUVE TO TRUE
           END-IF
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 TTARIF'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
