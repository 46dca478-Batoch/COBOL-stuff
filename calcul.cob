           SELECT DRILL-SCORE-FILE ASSIGN TO "DRILLSCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-drillscr-status.
           SELECT DRILL-ANSWER-FILE ASSIGN TO "DRILLANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-drillans-status.

      *DATA
       DATA DIVISION.
       FD  DRILL-SCORE-FILE.
           COPY DRILLSCR.

       FD  DRILL-ANSWER-FILE.
           COPY DRILLANR.

       WORKING-STORAGE SECTION.
       77 a PIC 99.
       77 b PIC 99.
       77 ws-batch PIC X VALUE 'N'.
       77 ws-mode-exploit PIC X(4) VALUE SPACES.
       77 ws-signe PIC X VALUE 'N'.
       77 ws-drillans-status PIC XX.

           COPY LOGCTLK.


           COPY SIGNONK.

           COPY EVALK.

       LINKAGE SECTION.
           COPY OPERLINK.

       MOVE 0 TO i.

       IF ws-quiz = 'O' OR ws-quiz = 'o'
           PERFORM ouvrir-reponses
           PERFORM jouer-quiz
           CLOSE DRILL-ANSWER-FILE
           DISPLAY 'Questions: ' ws-questions
               ' Bonnes: ' ws-correct
               ' Fausses: ' ws-wrong
           MOVE ws-operator-id TO SGK-OPERATOR-ID
           CALL 'Signreg' USING SIGNON-DEMANDE
           IF SGK-REFUS = 'Y'
               IF SGK-MOTIF = 'T'
                   DISPLAY 'Terminal ' SGK-TERMINAL
                       ' inconnu ou hors service!'
               ELSE
                   DISPLAY 'Operateur deja signe sur le terminal '
                       SGK-TERMINAL '!'
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ws-questions
           IF ws-reponse = ws-attendu
               ADD 1 TO ws-correct
               MOVE 'O' TO DRA-CORRECT
               DISPLAY pla-bon
           ELSE
               ADD 1 TO ws-wrong
               MOVE 'N' TO DRA-CORRECT
               DISPLAY pla-faux
           END-IF
           PERFORM ecrire-reponse.

      * Les questions du quiz vont a DRILLANS au fil de l'eau, le
      * fichier restant ouvert en ajout le temps du quiz.
       ouvrir-reponses.
           OPEN EXTEND DRILL-ANSWER-FILE
           IF ws-drillans-status = "35"
               OPEN OUTPUT DRILL-ANSWER-FILE
               CLOSE DRILL-ANSWER-FILE
               OPEN EXTEND DRILL-ANSWER-FILE
           END-IF.

       ecrire-reponse.
           MOVE ws-operator-id TO DRA-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO DRA-DATE
           MOVE ws-start-time TO DRA-TIME
           MOVE a TO DRA-A
           MOVE b TO DRA-B
           IF ws-mode = 'M' OR ws-mode = 'm'
               MOVE 'MANIP1-M' TO DRA-TYPE
               MOVE '-' TO DRA-OPERATION
           ELSE
               MOVE 'MANIP1-P' TO DRA-TYPE
               MOVE '+' TO DRA-OPERATION
           END-IF
           MOVE ws-attendu TO DRA-ATTENDU
           MOVE ws-reponse TO DRA-REPONSE
           WRITE DRILLANS-RECORD.

       calculer-duree.
           MOVE FUNCTION CURRENT-DATE(9:8) TO ws-end-time
           MOVE ws-start-time(1:2) TO ws-hh
           MOVE ws-correct TO DRL-CORRECT
           MOVE ws-wrong TO DRL-WRONG
           MOVE ws-duree-sec TO DRL-SECONDS
           MOVE ws-operator-id TO EVK-OPERATOR-ID
           MOVE 'Manipulation' TO EVK-PROGRAMME
           MOVE DRL-DATE TO EVK-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO EVK-HEURE
           CALL 'Evalchk' USING EVALUATION-DEMANDE
           MOVE EVK-EVALUATEUR TO DRL-EVALUATEUR
           WRITE DRILLSCORE-RECORD
           CLOSE DRILL-SCORE-FILE
           MOVE 'A' TO LCT-ACTION
