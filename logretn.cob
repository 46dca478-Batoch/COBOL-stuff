       77 ws-controle PIC X VALUE 'N'.

           COPY LOGCTLK.
           COPY JOBSTATK.

       PROCEDURE DIVISION.
      * Epuration pilotee par RETNPARM (une ligne par journal:
      * (si demande) puis le journal est reecrit sans eux, via le
      * fichier de travail RETNTEMP.
       lire-parametres.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Logretn' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Logretn deja termine ce jour, saut.'
               STOP RUN
           END-IF
           OPEN INPUT RETN-PARAM-FILE
           IF ws-retnparm-status NOT = "00"
               DISPLAY 'Fichier RETNPARM absent, rien a epurer.'
               MOVE 4 TO RETURN-CODE
               PERFORM pointer-etat-fin
               STOP RUN
           END-IF
           DISPLAY '=== Epuration des journaux ==='
           DISPLAY 'Fichiers traites   : ' ws-fichiers-traites.
           DISPLAY 'Coupes au total    : ' ws-total-coupes.
           DISPLAY 'Gardes au total    : ' ws-total-gardes.
           PERFORM pointer-etat-fin.
           STOP RUN.

      * Position de la date (AAAAMMJJ) dans chaque record et nom
                   MOVE 1 TO ws-date-offset
                   MOVE 'TOURARC' TO ws-nom-archive
                   MOVE 'N' TO ws-controle
               WHEN 'DRILLANS'
                   MOVE 11 TO ws-date-offset
                   MOVE 'DRANSARC' TO ws-nom-archive
                   MOVE 'N' TO ws-controle
               WHEN 'GAMEMOVE'
                   MOVE 1 TO ws-date-offset
                   MOVE 'GMOVEARC' TO ws-nom-archive
                   MOVE 'N' TO ws-controle
               WHEN 'SIGNLOG'
                   MOVE 19 TO ws-date-offset
                   MOVE 'SIGNARC' TO ws-nom-archive
                   MOVE 'N' TO ws-controle
               WHEN OTHER
                   DISPLAY 'Journal inconnu ignore: ' RTP-FILE-NAME
           END-EVALUATE.
           END-PERFORM
           CLOSE WORK-TMP-FILE
           CLOSE WORK-IN-FILE.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.
