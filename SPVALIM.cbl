       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPVALIM.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * DECOUPAGE DU NUMERO D'IMMATRICULATION AU FORMAT SIV AA-123-AA
       01  WS-IMMAT.
           05 IM-LETTRES-G    PIC X(2).
           05 IM-TIRET-1      PIC X.
           05 IM-CHIFFRES     PIC X(3).
           05 IM-TIRET-2      PIC X.
           05 IM-LETTRES-D    PIC X(2).
       01  WS-LETTRES         PIC X(4).
       77  CPT-INTERDIT       PIC 99.
       LINKAGE SECTION.
       01  ZONE-VALIM.
           05 VM-IMMAT       PIC X(9).
           05 VM-RESULT      PIC X.
             88 VM-IMMAT-VALIDE   VALUE 'O'.
             88 VM-IMMAT-INVALIDE VALUE 'N'.
       PROCEDURE DIVISION USING ZONE-VALIM.
      * CONTROLE PARTAGE DU FORMAT D'UN NUMERO D'IMMATRICULATION SIV :
      * DEUX LETTRES, TIRET, TROIS CHIFFRES, TIRET, DEUX LETTRES, EN
      * MAJUSCULES. LES LETTRES I, O ET U ET LE GROUPE 000 NE SONT
      * PAS ATTRIBUES PAR LE SIV. APPELE PAR LES CHEMINS DE
      * CHARGEMENT ET DE MISE A JOUR DES VEHICULES ; L'UNICITE SUR
      * LES POLICES ACTIVES EST CONTROLEE PAR L'APPELANT
           MOVE VM-IMMAT TO WS-IMMAT
           SET VM-IMMAT-INVALIDE TO TRUE
           IF IM-LETTRES-G IS ALPHABETIC-UPPER
              AND IM-LETTRES-D IS ALPHABETIC-UPPER
              AND IM-LETTRES-G(1:1) NOT = SPACE
              AND IM-LETTRES-G(2:1) NOT = SPACE
              AND IM-LETTRES-D(1:1) NOT = SPACE
              AND IM-LETTRES-D(2:1) NOT = SPACE
              AND IM-TIRET-1 = '-' AND IM-TIRET-2 = '-'
              AND IM-CHIFFRES IS NUMERIC
              AND IM-CHIFFRES NOT = '000'
             MOVE 0 TO CPT-INTERDIT
             STRING IM-LETTRES-G IM-LETTRES-D DELIMITED BY SIZE
                 INTO WS-LETTRES
             INSPECT WS-LETTRES TALLYING CPT-INTERDIT
                 FOR ALL 'I' ALL 'O' ALL 'U'
             IF CPT-INTERDIT = 0
               SET VM-IMMAT-VALIDE TO TRUE
             END-IF
           END-IF
           GOBACK
           .
