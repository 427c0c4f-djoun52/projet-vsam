       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOUSPROG1      PIC X(8) VALUE 'SPVALDT'.
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
       01  ZONE-VALDT.
           05 VD-DT-EFFET    PIC 9(8).
           05 VD-DT-EXPIR    PIC 9(8).
           05 DCL-DT-SIN     PIC 9(8).
           05 DCL-TYPE-SIN   PIC X.
           05 DCL-MNT-SIN    PIC 9(6)V99.
           05 DCL-USERID     PIC X(8).
       01  DCL-REP.
           05 DCL-STATUT     PIC X(3).
             88 DCL-OK          VALUE 'OK '.
             88 DCL-VEH-INCONNU VALUE 'NV '.
             88 DCL-DOUBLON     VALUE 'DUP'.
             88 DCL-DATE-INVAL  VALUE 'DTE'.
             88 DCL-NON-AUTORISE VALUE 'AUT'.
           05 DCL-REFERENCE  PIC X(16).
       PROCEDURE DIVISION USING DCL-REQ DCL-REP.
      * DECLARATION DE SINISTRE EN LIGNE, SUR LE MODELE DE MAJASFDB :
      * CHARGEE PAR FEEDT ; HORS FENETRE ELLE EST CREEE OUVERTE DANS
      * TSINISTRES SANS ATTENDRE LE PROCHAIN CHARGEMENT
           MOVE SPACES TO DCL-REP
      * L'OPERATEUR DOIT DETENIR LE DROIT SINISTRES ; UNE
      * DECLARATION ENREGISTREE (CREEE OU DIFFEREE) EST JOURNALISEE
           PERFORM CONTROLE-AUTORISATION
           IF AUT-REFUSE
             SET DCL-NON-AUTORISE TO TRUE
           ELSE
             PERFORM TRAITE-DECLARATION
             IF DCL-OK OR DCL-DIFFERE
               MOVE 'J' TO AUT-FONCTION
               CALL SOUSPROG2 USING ZONE-AUT
             END-IF
           END-IF
           GOBACK
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'          TO AUT-FONCTION
           MOVE DCL-USERID   TO AUT-USERID
           MOVE 'S'          TO AUT-DROIT
           MOVE 'MAJASDCL'   TO AUT-PROGRAMME
           MOVE 'D'          TO AUT-ACTION
           MOVE SPACES       TO AUT-CLE
           MOVE DCL-MATRICUL  TO AUT-CLE(1:6)
           MOVE DCL-NUM-VEHIC TO AUT-CLE(7:2)
           MOVE DCL-DT-SIN    TO AUT-CLE(9:8)
           CALL SOUSPROG2 USING ZONE-AUT
           .
       TRAITE-DECLARATION.
           PERFORM VALID-DATE-SIN
           IF NOT VD-DATES-VALIDES
             SET DCL-DATE-INVAL TO TRUE
               END-IF
             END-IF
           END-IF
           .

       VALID-DATE-SIN.
           MOVE DCL-TYPE-SIN  TO S-TYPE-SIN
           MOVE DCL-MNT-SIN   TO S-MNT-SIN
           MOVE 'O'           TO S-STATUT
           MOVE DCL-MNT-SIN   TO S-MNT-RES
           EXEC SQL
             INSERT INTO TSINISTRES
             VALUES (:S-MAT, :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
               :S-MNT-SIN, :S-STATUT, :S-MNT-RES)
           END-EXEC
           IF SQLCODE = -803
             SET DCL-DOUBLON TO TRUE
