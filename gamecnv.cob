      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gamecnv.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-SEQ-FILE ASSIGN TO "GAMEBKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-gameseq-status.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLG-KEY
               ALTERNATE RECORD KEY GLG-OPERATOR-ID
                   WITH DUPLICATES
               FILE STATUS IS ws-gamelog-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
      * Fiche GAMELOG de 47 caracteres, d'avant GLG-EVALUATEUR
       FD  GAME-SEQ-FILE.
       01  GAMESEQ-RECORD.
           05  GSQ-KEY.
               10  GSQ-DATE        PIC X(8).
               10  GSQ-OPERATOR-ID PIC X(10).
               10  GSQ-TIME        PIC X(8).
           05  GSQ-SEED            PIC 9(8).
           05  GSQ-TARGET          PIC 99.
           05  GSQ-ATTEMPTS        PIC 99.
           05  GSQ-OUTCOME         PIC X(9).
           COPY GAMEBKPR.

       FD  GAME-LOG-FILE.
           COPY GAMELOGR.

       WORKING-STORAGE SECTION.
       77 ws-gameseq-status PIC XX.
       77 ws-gamelog-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-trailer-vu PIC X VALUE 'N'.
       77 ws-fiches-lues PIC 9(7) VALUE 0.
       77 ws-fiches-ecrites PIC 9(7) VALUE 0.
       77 ws-doublons PIC 9(7) VALUE 0.
       77 ws-hachage PIC 9(9) VALUE 0.
       77 ws-attendu-count PIC 9(7) VALUE 0.
       77 ws-attendu-hash PIC 9(9) VALUE 0.
       77 ws-ecarts PIC 9 VALUE 0.

      * Conversion une fois du GAMELOG de 47 caracteres vers celui
      * de 57 (GLG-EVALUATEUR ajoute): part du dechargement GAMEBKP
      * fait par l'ancien Gameunld avant la mise en place des
      * nouveaux modules, et recharge l'indexe avec un evaluateur a
      * blanc (parties d'entrainement). Le trailer du dechargement
      * est verifie comme le fait Gamerld.
       PROCEDURE DIVISION.
       ouvrir-fichiers.
           OPEN INPUT GAME-SEQ-FILE
           IF ws-gameseq-status NOT = "00"
               DISPLAY 'Fichier GAMEBKP absent, rien a convertir.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GAME-LOG-FILE
           IF ws-gamelog-status NOT = "00"
               DISPLAY 'Erreur ouverture GAMELOG: '
                   ws-gamelog-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       convertir.
           PERFORM UNTIL ws-eof = 'Y'
               READ GAME-SEQ-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF GSQ-DATE = '99999999'
                           MOVE 'Y' TO ws-trailer-vu
                           MOVE BKT-COUNT TO ws-attendu-count
                           MOVE BKT-HASH TO ws-attendu-hash
                       ELSE
                           PERFORM convertir-partie
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GAME-SEQ-FILE.
           CLOSE GAME-LOG-FILE.
           PERFORM verifier-totaux.
           DISPLAY '=== Conversion GAMELOG ==='.
           DISPLAY 'Fiches lues        : ' ws-fiches-lues.
           DISPLAY 'Fiches ecrites     : ' ws-fiches-ecrites.
           DISPLAY 'Doublons ecartes   : ' ws-doublons.
           IF ws-ecarts = 0
               DISPLAY 'Totaux de controle conformes.'
           ELSE
               DISPLAY 'Ecarts de controle : ' ws-ecarts
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       convertir-partie.
           ADD 1 TO ws-fiches-lues
           MOVE GSQ-DATE TO GLG-DATE
           MOVE GSQ-OPERATOR-ID TO GLG-OPERATOR-ID
           MOVE GSQ-TIME TO GLG-TIME
           MOVE GSQ-SEED TO GLG-SEED
           MOVE GSQ-TARGET TO GLG-TARGET
           MOVE GSQ-ATTEMPTS TO GLG-ATTEMPTS
           MOVE GSQ-OUTCOME TO GLG-OUTCOME
           MOVE SPACES TO GLG-EVALUATEUR
           WRITE GAMELOG-RECORD
               INVALID KEY
                   ADD 1 TO ws-doublons
                   DISPLAY 'DOUBLON ECARTE: ' GSQ-KEY
               NOT INVALID KEY
                   ADD 1 TO ws-fiches-ecrites
           END-WRITE
           COMPUTE ws-hachage = FUNCTION MOD
               (ws-hachage + GSQ-TARGET + GSQ-ATTEMPTS
               1000000000).

      * Meme preuve que Gamerld: compte et hachage du trailer, les
      * doublons comptant comme lus.
       verifier-totaux.
           IF ws-trailer-vu = 'N'
               DISPLAY 'Trailer absent: dechargement tronque?'
               ADD 1 TO ws-ecarts
               EXIT PARAGRAPH
           END-IF
           IF ws-fiches-lues NOT = ws-attendu-count
               DISPLAY 'ECART COMPTE  attendu:' ws-attendu-count
                   ' lu:' ws-fiches-lues
               ADD 1 TO ws-ecarts
           END-IF
           IF ws-hachage NOT = ws-attendu-hash
               DISPLAY 'ECART HACHAGE attendu:' ws-attendu-hash
                   ' calcule:' ws-hachage
               ADD 1 TO ws-ecarts
           END-IF
           IF ws-doublons > 0
               ADD 1 TO ws-ecarts
           END-IF.
