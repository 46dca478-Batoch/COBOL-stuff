           SELECT TERMID-FILE ASSIGN TO "TERMID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-termid-status.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TMS-ID
               FILE STATUS IS ws-termmast-status.
           SELECT SIGN-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-signlog-status.

      *DATA
       DATA DIVISION.
       FD  TERMID-FILE.
       01  TERMID-RECORD PIC X(8).

       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.

       FD  SIGN-LOG-FILE.
           COPY SIGNLOGR.

       WORKING-STORAGE SECTION.
       77 ws-signon-status PIC XX.
       77 ws-termid-status PIC XX.
       77 ws-search-idx PIC 99.
       77 ws-ecrire-idx PIC 99.
       77 ws-found PIC X VALUE 'N'.
       77 ws-termmast-status PIC XX.
       77 ws-signlog-status PIC XX.
       77 ws-poste-ok PIC X VALUE 'Y'.
       77 ws-terminal-journal PIC X(8).

       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 50 TIMES.

      * Tient le registre des sign-on actifs (voir SIGNONR): un
      * identifiant deja present fait refuser l'entree avec le
      * terminal tenant, un poste inconnu de TERMMAST ou hors
      * service la fait refuser aussi. Le nom du poste local vient
      * du fichier TERMID propre a chaque terminal. Chaque entree
      * et sortie est tracee dans SIGNLOG.
       PROCEDURE DIVISION USING SIGNON-DEMANDE.
       lire-terminal.
           MOVE 'INCONNU' TO ws-terminal

       traiter-demande.
           MOVE 'N' TO SGK-REFUS
           MOVE SPACE TO SGK-MOTIF
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-reg-count
      * l'operateur resterait bloque jusqu'a retouche manuelle du
      * registre. Seul un autre poste tenant la fiche refuse.
       enregistrer.
           PERFORM controler-terminal
           IF ws-poste-ok = 'N'
               MOVE 'Y' TO SGK-REFUS
               MOVE 'T' TO SGK-MOTIF
               MOVE ws-terminal TO SGK-TERMINAL
               GOBACK
           END-IF
           MOVE ws-terminal TO ws-terminal-journal
           IF ws-found = 'Y'
               IF RG-TERMINAL (ws-search-idx) = ws-terminal
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO RG-TIME (ws-search-idx)
                   MOVE ws-terminal TO SGK-TERMINAL
                   PERFORM sauver-registre
                   PERFORM ecrire-journal
                   GOBACK
               END-IF
               MOVE 'Y' TO SGK-REFUS
               MOVE 'D' TO SGK-MOTIF
               MOVE RG-TERMINAL (ws-search-idx) TO SGK-TERMINAL
               GOBACK
           END-IF
           IF ws-reg-count >= 50
               DISPLAY 'Registre SIGNON plein, entree non pointee.'
               MOVE ws-terminal TO SGK-TERMINAL
               PERFORM ecrire-journal
               GOBACK
           END-IF
           ADD 1 TO ws-reg-count
               TO RG-TIME (ws-reg-count)
           MOVE ws-terminal TO SGK-TERMINAL
           PERFORM sauver-registre
           PERFORM ecrire-journal
           GOBACK.

       retirer.
           IF ws-found = 'N'
               GOBACK
           END-IF
           MOVE RG-TERMINAL (ws-search-idx) TO ws-terminal-journal
           PERFORM VARYING ws-search-idx FROM ws-search-idx BY 1
                   UNTIL ws-search-idx >= ws-reg-count
               MOVE WS-REG-ENTRY (ws-search-idx + 1)
           END-PERFORM
           SUBTRACT 1 FROM ws-reg-count
           PERFORM sauver-registre
           PERFORM ecrire-journal
           GOBACK.

      * Seul un poste connu de TERMMAST et en service accepte un
      * sign-on. Tant que TERMMAST n'existe pas (site pas encore
      * equipe du master des terminaux) le controle est ignore.
       controler-terminal.
           MOVE 'Y' TO ws-poste-ok
           OPEN INPUT TERM-MASTER-FILE
           IF ws-termmast-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-terminal TO TMS-ID
           READ TERM-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO ws-poste-ok
               NOT INVALID KEY
                   IF TMS-EN-SERVICE NOT = 'Y'
                       MOVE 'N' TO ws-poste-ok
                   END-IF
           END-READ
           CLOSE TERM-MASTER-FILE.

      * Trace du mouvement dans SIGNLOG (voir SIGNLOGR); un echec
      * d'ouverture n'empeche pas le sign-on.
       ecrire-journal.
           OPEN EXTEND SIGN-LOG-FILE
           IF ws-signlog-status = "35"
               OPEN OUTPUT SIGN-LOG-FILE
               CLOSE SIGN-LOG-FILE
               OPEN EXTEND SIGN-LOG-FILE
           END-IF
           IF ws-signlog-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SGK-OPERATOR-ID TO SGL-OPERATOR-ID
           MOVE ws-terminal-journal TO SGL-TERMINAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO SGL-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SGL-TIME
           MOVE SGK-ACTION TO SGL-ACTION
           WRITE SIGNLOG-RECORD
           CLOSE SIGN-LOG-FILE.

       sauver-registre.
           OPEN OUTPUT SIGNON-FILE
           PERFORM VARYING ws-ecrire-idx FROM 1 BY 1
