       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  NB-ENT-MAX     PIC 9(3) VALUE 050.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASAUT'.
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
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
             88 REF-TYPE-TAXE   VALUE 'X'.
             88 REF-TYPE-CESS   VALUE 'R'.
             88 REF-TYPE-SEUIL  VALUE 'P'.
             88 REF-TYPE-EXAM   VALUE 'E'.
             88 REF-TYPE-VALID  VALUE 'Q'.
             88 REF-TYPE-NOVICE VALUE 'N'.
           05 REF-VALUE-DEM  PIC X(5).
           05 REF-USERID     PIC X(8).
       01  REF-REP.
             88 REF-NON-TROUVE  VALUE 'NF '.
             88 REF-DOUBLON     VALUE 'DUP'.
             88 REF-INVALIDE    VALUE 'INV'.
             88 REF-NON-AUTORISE VALUE 'AUT'.
           05 REF-NB-ENT     PIC 9(3).
           05 REF-ENT OCCURS 50.
             10 REF-ENT-TYPE   PIC X.
      * VALEUR = TYPE SUR UN CARACTERE PUIS TAUX 99V99), PARAMETRES
      * DU TRAITE DE REASSURANCE ('R' = CODE TAUX PUIS PART CEDEE
      * 99V9, 'P' = PRIORITE SINISTRE EN EUROS ENTIERS SUR CINQ
      * CHIFFRES, 'E' = FENETRE D'EXAMEN DES SINISTRES, CODE V/F/N
      * PUIS NOMBRE DE JOURS SUR QUATRE CHIFFRES, 'Q' = SEUILS DU
      * CONTROLE A QUATRE YEUX, CODE P ECART DE PRIME EN %, R
      * REGLEMENT EN CENTAINES D'EUROS, S SUPPRESSION D'UNE POLICE
      * SINISTREE (0000 = NON CONTROLEE), J JOURS AVANT RELANCE DES
      * DEMANDES EN ATTENTE, PUIS VALEUR SUR QUATRE CHIFFRES, 'N' =
      * SURPRIME JEUNE CONDUCTEUR EN % 99V99). AJOUT,
      * DESACTIVATION, LISTE ; CHAQUE MODIFICATION
      * EST JOURNALISEE DANS TREFAUD (QUI, QUOI, QUAND)
           MOVE SPACES TO REF-REP
           MOVE 0 TO REF-NB-ENT
           CALL SOUSPROG2 USING TIM
           IF NOT REF-TYPE-DEPT AND NOT REF-TYPE-TAUX
              AND NOT REF-TYPE-TAXE AND NOT REF-TYPE-CESS
              AND NOT REF-TYPE-SEUIL AND NOT REF-TYPE-EXAM
              AND NOT REF-TYPE-VALID AND NOT REF-TYPE-NOVICE
             SET REF-INVALIDE TO TRUE
           ELSE
      * LA LISTE EXIGE LE DROIT CONSULTATION, L'AJOUT ET LA
      * DESACTIVATION LE DROIT DONNEES DE REFERENCE ; UNE
      * MODIFICATION REUSSIE EST JOURNALISEE PAR MAJASAUT
             PERFORM CONTROLE-AUTORISATION
             IF AUT-REFUSE
               SET REF-NON-AUTORISE TO TRUE
             ELSE
               EVALUATE TRUE
               WHEN REF-ACT-AJOUT
                 PERFORM AJOUT-REF
               WHEN REF-ACT-DESACT
                 PERFORM DESACT-REF
               WHEN REF-ACT-LISTE
                 PERFORM LISTE-REF
               WHEN OTHER
                 SET REF-INVALIDE TO TRUE
               END-EVALUATE
               IF REF-OK AND NOT REF-ACT-LISTE
                 MOVE 'J' TO AUT-FONCTION
                 CALL SOUSPROG3 USING ZONE-AUT
               END-IF
             END-IF
           END-IF
           GOBACK
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE REF-USERID     TO AUT-USERID
           IF REF-ACT-LISTE
             MOVE 'C'          TO AUT-DROIT
           ELSE
             MOVE 'R'          TO AUT-DROIT
           END-IF
           MOVE 'MAJASREF'     TO AUT-PROGRAMME
           MOVE REF-ACTION     TO AUT-ACTION
           MOVE SPACES         TO AUT-CLE
           MOVE REF-TYPE-DEM   TO AUT-CLE(1:1)
           MOVE REF-VALUE-DEM  TO AUT-CLE(2:5)
           CALL SOUSPROG3 USING ZONE-AUT
           .
       AJOUT-REF.
           MOVE REF-TYPE-DEM  TO REF-TYPE
           MOVE REF-VALUE-DEM TO REF-VALUE
