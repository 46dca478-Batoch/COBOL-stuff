           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS ws-opermast-status.

      *DATA
       DATA DIVISION.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       77 ws-trnplan-status PIC XX.
       77 ws-auditlog-status PIC XX.
       77 ws-table-full-warned PIC X VALUE 'N'.
       77 ws-en-retard PIC 999 VALUE 0.
       77 ws-lignes-plan PIC 999 VALUE 0.
       77 ws-opermast-status PIC XX.
       77 ws-opermast-ouvert PIC X VALUE 'N'.
      * Jours ouvres d'une semaine normale (lundi au vendredi): le
      * requis du plan vaut pour une telle semaine.
       77 ws-jours-normaux PIC 9 VALUE 5.
       77 ws-semaines-reduites PIC 999 VALUE 0.

       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 300 TIMES.
               10  PL-ID           PIC X(10).
               10  PL-PROGRAM      PIC X(13).
               10  PL-MODE         PIC X.
               10  PL-PLAN         PIC 99.
               10  PL-JOURS        PIC 9.
               10  PL-REQ          PIC 99.
               10  PL-FAIT         PIC 99.

           COPY CALENDK.

       PROCEDURE DIVISION.
      * Le mode assigne (PLN-MODE) n'est pas verifiable: AUDITLOG
      * ne porte que le programme; la conformite se mesure donc au
               DISPLAY 'Aucun fichier TRNPLAN a controler.'
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF ws-opermast-status = "00"
               MOVE 'Y' TO ws-opermast-ouvert
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ TRAINING-PLAN-FILE
                   AT END
               END-READ
           END-PERFORM
           CLOSE TRAINING-PLAN-FILE
           IF ws-opermast-ouvert = 'Y'
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           IF ws-pl-count = 0
               DISPLAY 'Aucune ligne de plan pour cette semaine.'
               STOP RUN
               MOVE PLN-OPERATOR-ID TO PL-ID (ws-pl-count)
               MOVE PLN-PROGRAM TO PL-PROGRAM (ws-pl-count)
               MOVE PLN-MODE TO PL-MODE (ws-pl-count)
               MOVE PLN-SESSIONS-REQ TO PL-PLAN (ws-pl-count)
               MOVE 0 TO PL-FAIT (ws-pl-count)
               PERFORM calculer-fin-semaine
               PERFORM proratiser-requis
           ELSE
               IF ws-table-full-warned = 'N'
                   DISPLAY 'Limite de 300 lignes de plan atteinte.'
               FUNCTION DATE-OF-INTEGER(ws-jour-num)
           MOVE ws-fin-semaine TO PL-FIN (ws-pl-count).

      * Le requis est ramene aux jours ouvres de la semaine pour le
      * departement de l'operateur (calendrier CALENDAR, via
      * Calouvr): 5 sessions sur une semaine de 4 jours en
      * demandent 4. Un jour ouvre en plus (samedi travaille)
      * n'augmente pas le requis du plan.
       proratiser-requis.
           MOVE SPACES TO CAK-DEPT
           IF ws-opermast-ouvert = 'Y'
               MOVE PLN-OPERATOR-ID TO OPR-ID
               READ OPERATOR-MASTER-FILE
                   NOT INVALID KEY
                       MOVE OPR-DEPT TO CAK-DEPT
               END-READ
           END-IF
           MOVE 'S' TO CAK-ACTION
           MOVE PLN-WEEK TO CAK-DATE
           CALL 'Calouvr' USING CALENDRIER-DEMANDE
           MOVE CAK-JOURS TO PL-JOURS (ws-pl-count)
           IF CAK-JOURS >= ws-jours-normaux
               MOVE PLN-SESSIONS-REQ TO PL-REQ (ws-pl-count)
           ELSE
               ADD 1 TO ws-semaines-reduites
               COMPUTE PL-REQ (ws-pl-count) ROUNDED =
                   PLN-SESSIONS-REQ * CAK-JOURS / ws-jours-normaux
           END-IF.

       pointer-session.
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-pl-count
                       ' semaine:' PL-WEEK (ws-search-idx)
                       ' fait:' PL-FAIT (ws-search-idx)
                       '/' PL-REQ (ws-search-idx)
                       ' plan:' PL-PLAN (ws-search-idx)
                       ' jours:' PL-JOURS (ws-search-idx)
               END-IF
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'Lignes de plan     : ' ws-lignes-plan
           DISPLAY 'Lignes en retard   : ' ws-en-retard
           DISPLAY 'Requis proratises  : ' ws-semaines-reduites.
