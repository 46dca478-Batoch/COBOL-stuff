       77 ws-date-num PIC 9(8).
       77 ws-jour-num PIC 9(7).
       77 ws-fin-semaine PIC 9(8).
       77 ws-operator-dept PIC X(10) VALUE SPACES.
      * Jours ouvres d'une semaine normale, comme dans Plancmp
       77 ws-jours-normaux PIC 9 VALUE 5.

       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 20 TIMES.

           COPY SIGNONK.

           COPY CALENDK.

           COPY OPERLINK.

       PROCEDURE DIVISION.
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
               STOP RUN
           END-IF.
                               TO PL-MODE (ws-plan-count)
                           MOVE PLN-SESSIONS-REQ
                               TO PL-REQ (ws-plan-count)
                           PERFORM proratiser-requis
                           MOVE 0 TO PL-FAIT (ws-plan-count)
                       END-IF
               END-READ
               FUNCTION DATE-OF-INTEGER(ws-jour-num)
           MOVE ws-fin-semaine TO PL-FIN (ws-plan-count).

      * Requis ramene aux jours ouvres de la semaine pour le
      * departement de l'operateur, comme dans Plancmp: une
      * semaine a jour ferie demande moins de sessions.
       proratiser-requis.
           MOVE 'S' TO CAK-ACTION
           MOVE PLN-WEEK TO CAK-DATE
           MOVE ws-operator-dept TO CAK-DEPT
           CALL 'Calouvr' USING CALENDRIER-DEMANDE
           IF CAK-JOURS < ws-jours-normaux
               COMPUTE PL-REQ (ws-plan-count) ROUNDED =
                   PLN-SESSIONS-REQ * CAK-JOURS / ws-jours-normaux
           END-IF.

       compter-sessions-faites.
           MOVE 'N' TO ws-plan-eof
           OPEN INPUT AUDIT-LOG-FILE
                   NOT INVALID KEY
                       IF OPR-ACTIVE = 'A'
                           MOVE 'Y' TO ws-oper-ok
                           MOVE OPR-DEPT TO ws-operator-dept
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
