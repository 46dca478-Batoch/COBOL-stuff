           COPY GAMELOGR.

       FD  GAME-ARCH-FILE.
       01  GAMEARCH-RECORD PIC X(57).

       FD  GAME-SUMM-FILE.
           COPY GAMESUMR.
               10  SM-TOTAL        PIC 9(7).
               10  SM-BEST         PIC 999.

           COPY JOBSTATK.

       PROCEDURE DIVISION.
       saisir-date-limite.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Gamearch' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Gamearch deja termine ce jour, saut.'
               STOP RUN
           END-IF
           DISPLAY 'Date limite AAAAMMJJ (archiver avant): '
           ACCEPT ws-cutoff-date
           IF ws-cutoff-date(1:8) IS NOT NUMERIC
           OPEN I-O GAME-LOG-FILE
           IF ws-gamelog-status NOT = "00"
               DISPLAY 'Aucun historique GAMELOG a archiver.'
               PERFORM pointer-etat-fin
               STOP RUN
           END-IF
           OPEN EXTEND GAME-ARCH-FILE

           PERFORM ecrire-rollup.
           PERFORM afficher-bilan.
           PERFORM pointer-etat-fin.
           STOP RUN.

       cumuler-rollup.
           DISPLAY 'Archives           : ' ws-records-archived.
           DISPLAY 'Conserves          : ' ws-records-kept.
           DISPLAY 'Cumuls mensuels    : ' ws-summ-written.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.
