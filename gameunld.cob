           COPY GAMELOGR.

       FD  GAME-BACKUP-FILE.
       01  GAMEBKP-DETAIL PIC X(57).
           COPY GAMEBKPR.

       WORKING-STORAGE SECTION.
       77 ws-records-lus PIC 9(7) VALUE 0.
       77 ws-hachage PIC 9(9) VALUE 0.

           COPY JOBSTATK.

       PROCEDURE DIVISION.
       ouvrir-fichiers.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Gameunld' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Gameunld deja termine ce jour, saut.'
               STOP RUN
           END-IF
           OPEN INPUT GAME-LOG-FILE
           IF ws-gamelog-status NOT = "00"
               DISPLAY 'Erreur ouverture GAMELOG: '
           DISPLAY '=== Dechargement GAMELOG ==='.
           DISPLAY 'Parties sauvegardees : ' ws-records-lus.
           DISPLAY 'Hachage de controle  : ' ws-hachage.
           PERFORM pointer-etat-fin.
           STOP RUN.

       cumuler-hachage.
           MOVE ws-records-lus TO BKT-COUNT
           MOVE ws-hachage TO BKT-HASH
           WRITE GAMEBKP-TRAILER.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.
