       DATA DIVISION.
       FILE SECTION.
       FD  GAME-BACKUP-FILE.
       01  GAMEBKP-DETAIL PIC X(57).
           COPY GAMEBKPR.

       FD  GAME-LOG-FILE.
       77 ws-attendu-hash PIC 9(9) VALUE 0.
       77 ws-ecarts PIC 9 VALUE 0.

           COPY JOBSTATK.

       PROCEDURE DIVISION.
      * La reconstruction repart d'un indexe vide (OPEN OUTPUT):
      * l'ancien GAMELOG suspect est remplace en entier par le
      * contenu prouve de la sauvegarde.
       ouvrir-fichiers.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Gamerld' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Gamerld deja termine ce jour, saut.'
               STOP RUN
           END-IF
           OPEN INPUT GAME-BACKUP-FILE
           IF ws-gamebkp-status NOT = "00"
               DISPLAY 'Aucune sauvegarde GAMEBKP a recharger.'
           IF ws-ecarts > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM pointer-etat-fin.
           STOP RUN.

       charger-partie.
           ELSE
               DISPLAY 'Ecarts de controle   : ' ws-ecarts
           END-IF.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.
