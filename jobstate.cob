           SELECT JOB-STATE-FILE ASSIGN TO "JOBSTATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-jobstate-status.
           SELECT STEP-HIST-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-stephist-status.

      *DATA
       DATA DIVISION.
       FD  JOB-STATE-FILE.
           COPY JOBSTATR.

       FD  STEP-HIST-FILE.
           COPY STEPHISR.

       WORKING-STORAGE SECTION.
       77 ws-jobstate-status PIC XX.
       77 ws-stephist-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-today PIC X(8).
       77 ws-hier PIC X(8).
       77 ws-date-num PIC 9(8).
       77 ws-jour-num PIC 9(8).
       77 ws-maintenant PIC X(8).
       77 ws-etat-count PIC 99 VALUE 0.
       77 ws-search-idx PIC 99.
       77 ws-found PIC X VALUE 'N'.
       77 ws-hh PIC 99.
       77 ws-mn PIC 99.
       77 ws-ss PIC 99.
       77 ws-debut-sec PIC 9(5).
       77 ws-fin-sec PIC 9(5).
       77 ws-duree-sec PIC S9(6).

       01  WS-ETAT-TABLE.
           05  WS-ETAT-ENTRY OCCURS 40 TIMES.
               10  ET-DATE         PIC X(8).
               10  ET-PROGRAM      PIC X(13).
               10  ET-START        PIC X(8).
      * d'exploitation du jour: voir JOBSTATR pour la semantique
      * des fiches et JOBSTATK pour les actions. Seules les fiches
      * du jour sont conservees, les anciennes tombent a la
      * reecriture, sauf celles de la veille encore ouvertes: une
      * etape lancee avant minuit y pose sa fin et sa duree. La
      * duree de chaque fin d'etape est gardee a part dans
      * STEPHIST (voir STEPHISR).
       PROCEDURE DIVISION USING JOBSTATE-DEMANDE.
       initialiser.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE FUNCTION CURRENT-DATE(9:8) TO ws-maintenant
           MOVE ws-today TO ws-date-num
           COMPUTE ws-jour-num =
               FUNCTION INTEGER-OF-DATE(ws-date-num) - 1
           COMPUTE ws-date-num =
               FUNCTION DATE-OF-INTEGER(ws-jour-num)
           MOVE ws-date-num TO ws-hier
           MOVE 'N' TO JSK-DEJA-FAIT.

       charger-etats.
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF (JST-DATE = ws-today
                                   OR (JST-DATE = ws-hier
                                   AND JST-END = SPACES))
                                   AND ws-etat-count < 40
                               ADD 1 TO ws-etat-count
                               MOVE JST-DATE
                                   TO ET-DATE (ws-etat-count)
               CLOSE JOB-STATE-FILE
           END-IF.

      * Le debut ne cherche que la fiche du jour; la fin prend la
      * fiche du jour, a defaut celle de la veille restee ouverte
      * (etape lancee avant minuit).
       pointer-fiche.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-etat-count
               IF ET-PROGRAM (ws-search-idx) = JSK-PROGRAM
                       AND ET-DATE (ws-search-idx) = ws-today
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N' AND JSK-ACTION = 'F'
               PERFORM VARYING ws-search-idx FROM 1 BY 1
                       UNTIL ws-search-idx > ws-etat-count
                   IF ET-PROGRAM (ws-search-idx) = JSK-PROGRAM
                       MOVE 'Y' TO ws-found
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF JSK-ACTION = 'D'
               PERFORM poser-debut
           ELSE
                   GOBACK
               END-IF
           ELSE
               IF ws-etat-count < 40
                   ADD 1 TO ws-etat-count
                   MOVE ws-etat-count TO ws-search-idx
               ELSE
           PERFORM sauver-etats
           GOBACK.

      * Le code retour de l'appelant est rendu tel quel: sans cela
      * le retour du CALL le remettrait a zero et les COND de la
      * chaine ne verraient plus l'etape en erreur.
       poser-fin.
           MOVE JSK-RC TO RETURN-CODE
           IF ws-found = 'N'
               GOBACK
           END-IF
           MOVE ws-maintenant TO ET-END (ws-search-idx)
           MOVE JSK-RC TO ET-RC (ws-search-idx)
           PERFORM ajouter-historique
           PERFORM sauver-etats
           GOBACK.

               WRITE JOBSTATE-RECORD
           END-PERFORM
           CLOSE JOB-STATE-FILE.

      * Chaque fin d'etape est ajoutee a STEPHIST (jamais reecrit)
      * avec sa duree; statut 35 = premier lancement, le fichier
      * est cree. Un historique indisponible n'arrete pas l'etape.
       ajouter-historique.
           OPEN EXTEND STEP-HIST-FILE
           IF ws-stephist-status = "35"
               OPEN OUTPUT STEP-HIST-FILE
               CLOSE STEP-HIST-FILE
               OPEN EXTEND STEP-HIST-FILE
           END-IF
           IF ws-stephist-status NOT = "00"
               DISPLAY 'STEPHIST indisponible (' ws-stephist-status
                   '), duree de ' JSK-PROGRAM ' non historisee.'
               EXIT PARAGRAPH
           END-IF
           MOVE ET-START (ws-search-idx)(1:2) TO ws-hh
           MOVE ET-START (ws-search-idx)(3:2) TO ws-mn
           MOVE ET-START (ws-search-idx)(5:2) TO ws-ss
           COMPUTE ws-debut-sec = ws-hh * 3600 + ws-mn * 60 + ws-ss
           MOVE ws-maintenant(1:2) TO ws-hh
           MOVE ws-maintenant(3:2) TO ws-mn
           MOVE ws-maintenant(5:2) TO ws-ss
           COMPUTE ws-fin-sec = ws-hh * 3600 + ws-mn * 60 + ws-ss
           COMPUTE ws-duree-sec = ws-fin-sec - ws-debut-sec
           IF ws-duree-sec < 0
               ADD 86400 TO ws-duree-sec
           END-IF
           MOVE ET-DATE (ws-search-idx) TO STH-DATE
           MOVE JSK-PROGRAM TO STH-PROGRAM
           MOVE ET-START (ws-search-idx) TO STH-START
           MOVE ws-maintenant TO STH-END
           MOVE ws-duree-sec TO STH-DUREE
           MOVE JSK-RC TO STH-RC
           WRITE STEPHIST-RECORD
           CLOSE STEP-HIST-FILE.
