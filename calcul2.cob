           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-chkpoint-status.
           SELECT DRILL-ANSWER-FILE ASSIGN TO "DRILLANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-drillans-status.

      *DATA
       DATA DIVISION.
       FD  CHECKPOINT-FILE.
           COPY CHKPNTR.

       FD  DRILL-ANSWER-FILE.
           COPY DRILLANR.

       WORKING-STORAGE SECTION.
       77 a PIC 99.
       77 b PIC 99.
       77 ws-batch PIC X VALUE 'N'.
       77 ws-mode-exploit PIC X(4) VALUE SPACES.
       77 ws-signe PIC X VALUE 'N'.
       77 ws-drillans-status PIC XX.
       77 ws-operande-a PIC 99.
       77 ws-operande-b PIC 99.
       77 ws-operation PIC X.

           COPY LOGCTLK.


           COPY SIGNONK.

           COPY EVALK.

       LINKAGE SECTION.
           COPY OPERLINK.

               OPEN OUTPUT TRANSERR-FILE
               OPEN OUTPUT TRANSRES-FILE
           END-IF
           IF ws-quiz = 'O' OR ws-quiz = 'o'
               PERFORM ouvrir-reponses
           END-IF
           PERFORM UNTIL ws-trans-eof = 'Y'
               READ TRANSACTION-FILE
                   AT END
           END-PERFORM
           CLOSE TRANSACTION-FILE
           CLOSE TRANSERR-FILE
           IF ws-quiz = 'O' OR ws-quiz = 'o'
               CLOSE DRILL-ANSWER-FILE
           END-IF
           PERFORM pointer-controle-transerr
           PERFORM ecrire-resultat-trailer
           CLOSE TRANSRES-FILE
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
           ELSE
               IF ws-quiz = 'O' OR ws-quiz = 'o'
                   COMPUTE ws-attendu = TRN-A + TRN-B
                   MOVE TRN-A TO ws-operande-a
                   MOVE TRN-B TO ws-operande-b
                   MOVE '+' TO ws-operation
                   DISPLAY 'Combien font ' TRN-A ' + ' TRN-B ' ? '
                   PERFORM corriger-reponse
                   COMPUTE ws-resultat = TRN-A + TRN-B
               MOVE i TO a
               IF ws-quiz = 'O' OR ws-quiz = 'o'
                   MOVE ws-produit TO ws-attendu
                   MOVE i TO ws-operande-a
                   MOVE c TO ws-operande-b
                   MOVE 'X' TO ws-operation
                   DISPLAY 'Combien font ' i ' X ' c ' ? '
                   PERFORM corriger-reponse
               ELSE
           ADD 1 TO ws-questions
           IF ws-reponse = ws-attendu
               ADD 1 TO ws-correct
               MOVE 'O' TO DRA-CORRECT
               DISPLAY 'BON!'
           ELSE
               ADD 1 TO ws-wrong
               MOVE 'N' TO DRA-CORRECT
               DISPLAY 'FAUX, la bonne reponse etait ' ws-attendu
           END-IF
           PERFORM ecrire-reponse.

      * Les questions du quiz vont a DRILLANS au fil de l'eau, le
      * fichier restant ouvert en ajout le temps du lot (une
      * reprise ajoute a la suite, comme TRANSRES).
       ouvrir-reponses.
           OPEN EXTEND DRILL-ANSWER-FILE
           IF ws-drillans-status = "35"
               OPEN OUTPUT DRILL-ANSWER-FILE
               CLOSE DRILL-ANSWER-FILE
               OPEN EXTEND DRILL-ANSWER-FILE
           END-IF.

      * Les operandes et l'operation sont poses par l'appelant
      * (addition d'une transaction ou ligne de table).
       ecrire-reponse.
           MOVE ws-operator-id TO DRA-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO DRA-DATE
           MOVE ws-start-time TO DRA-TIME
           MOVE 'MANIP2' TO DRA-TYPE
           MOVE ws-operande-a TO DRA-A
           MOVE ws-operation TO DRA-OPERATION
           MOVE ws-operande-b TO DRA-B
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
           MOVE 'Manipulation2' TO EVK-PROGRAMME
           MOVE DRL-DATE TO EVK-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO EVK-HEURE
           CALL 'Evalchk' USING EVALUATION-DEMANDE
           MOVE EVK-EVALUATEUR TO DRL-EVALUATEUR
           WRITE DRILLSCORE-RECORD
           CLOSE DRILL-SCORE-FILE
           MOVE 'A' TO LCT-ACTION
