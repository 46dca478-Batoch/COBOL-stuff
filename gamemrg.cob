       77 ws-total-doublons PIC 9(7) VALUE 0.
       77 ws-total-ecrits PIC 9(7) VALUE 0.

           COPY JOBSTATK.

       PROCEDURE DIVISION.
       ouvrir-master.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Gamemrg' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Gamemrg deja termine ce jour, saut.'
               STOP RUN
           END-IF
           OPEN I-O GAME-LOG-FILE
           IF ws-gamelog-status = "35"
               OPEN OUTPUT GAME-LOG-FILE
           DISPLAY 'Lus au total       : ' ws-total-lus.
           DISPLAY 'Doublons ecartes   : ' ws-total-doublons.
           DISPLAY 'Ecrits au maitre   : ' ws-total-ecrits.
           PERFORM pointer-etat-fin.
           STOP RUN.

      * La cle (date + operateur + heure) ecarte d'elle-meme les
               ' doublons: ' ws-doublons-fichier
           ADD ws-lus-fichier TO ws-total-lus
           ADD ws-doublons-fichier TO ws-total-doublons.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.
