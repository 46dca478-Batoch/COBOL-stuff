           SELECT DIFF-OPER-FILE ASSIGN TO "DIFOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-difoper-status.
           SELECT GAME-MOVE-FILE ASSIGN TO "GAMEMOVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-gamemove-status.

      *DATA
       DATA DIVISION.
       FD  DIFF-OPER-FILE.
           COPY DIFOPERR.

       FD  GAME-MOVE-FILE.
           COPY GAMEMOVR.

       WORKING-STORAGE SECTION.
       77 seed PIC 9(8) VALUE 0.
       77 nbatrouver PIC 99.
       77 ws-mode-exploit PIC X(4) VALUE SPACES.
       77 ws-signe PIC X VALUE 'N'.
       77 ws-id-signe PIC X(10) VALUE SPACES.
       77 ws-gamemove-status PIC XX.
       77 ws-coup-count PIC 99 VALUE 0.
       77 ws-coup-idx PIC 999.
       77 ws-cle-partie PIC X(26).
       77 ws-partie-refusee PIC X VALUE 'N'.

      * Coups de la partie en cours, ecrits dans GAMEMOVE sous la
      * cle GAMELOG une fois la partie enregistree
       01  WS-COUP-TABLE.
           05  WS-COUP-ENTRY OCCURS 99 TIMES.
               10  CP-COUP         PIC 99.
               10  CP-VALEUR       PIC 99.
               10  CP-REPONSE      PIC X.

           COPY LOGCTLK.


           COPY SIGNONK.

           COPY EVALK.

       LINKAGE SECTION.
           COPY OPERLINK.

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
                   DISPLAY pla-moins
               END-IF
               ADD 1 TO nbessais
               PERFORM retenir-coup
               PERFORM sauvegarder-checkpoint
           END-PERFORM


           PERFORM cumuler-session
           PERFORM ecrire-gamelog
           PERFORM ecrire-coups
           PERFORM ecrire-audit.

      * Nouvelle partie de la meme session: memes limites, nouvel
       preparer-partie.
           MOVE 0 TO nbessais
           MOVE 0 TO nbentre
           MOVE 0 TO ws-coup-count
           MOVE FUNCTION CURRENT-DATE(9:8) TO ws-start-time
           DISPLAY pla-clear
           DISPLAY pla-seed
           COMPUTE nbatrouver =
               FUNCTION RANDOM (seed) * (ws-max-range + 1).

      * Une partie reprise apres coupure ne garde que les coups
      * joues depuis la reprise; leur numero suit nbessais.
       retenir-coup.
           IF ws-coup-count < 99
               ADD 1 TO ws-coup-count
               MOVE nbessais TO CP-COUP (ws-coup-count)
               MOVE nbentre TO CP-VALEUR (ws-coup-count)
               EVALUATE TRUE
                   WHEN nbentre > nbatrouver
                       MOVE 'P' TO CP-REPONSE (ws-coup-count)
                   WHEN nbentre < nbatrouver
                       MOVE 'G' TO CP-REPONSE (ws-coup-count)
                   WHEN OTHER
                       MOVE 'T' TO CP-REPONSE (ws-coup-count)
               END-EVALUATE
           END-IF.

       cumuler-session.
           ADD 1 TO ws-ses-games
           ADD nbessais TO ws-ses-total-att
           MOVE nbatrouver TO GLG-TARGET
           MOVE nbessais TO GLG-ATTEMPTS
           MOVE ws-outcome TO GLG-OUTCOME
           MOVE ws-operator-id TO EVK-OPERATOR-ID
           MOVE 'Plusmoins' TO EVK-PROGRAMME
           MOVE GLG-DATE TO EVK-DATE
           MOVE GLG-TIME(1:4) TO EVK-HEURE
           CALL 'Evalchk' USING EVALUATION-DEMANDE
           MOVE EVK-EVALUATEUR TO GLG-EVALUATEUR
           MOVE GLG-KEY TO ws-cle-partie
           MOVE 'N' TO ws-partie-refusee
           WRITE GAMELOG-RECORD
               INVALID KEY
                   DISPLAY 'Partie deja enregistree: '
                       ws-gamelog-status
                   MOVE 'Y' TO ws-partie-refusee
           END-WRITE
           CLOSE GAME-LOG-FILE.

      * Les coups d'une partie refusee par GAMELOG ne sont pas
      * ecrits: la cle appartient a une autre partie.
       ecrire-coups.
           IF ws-partie-refusee = 'Y'
               MOVE 0 TO ws-coup-count
               EXIT PARAGRAPH
           END-IF
           IF ws-coup-count = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GAME-MOVE-FILE
           IF ws-gamemove-status = "35"
               OPEN OUTPUT GAME-MOVE-FILE
               CLOSE GAME-MOVE-FILE
               OPEN EXTEND GAME-MOVE-FILE
           END-IF
           PERFORM VARYING ws-coup-idx FROM 1 BY 1
                   UNTIL ws-coup-idx > ws-coup-count
               MOVE ws-cle-partie TO GMV-KEY
               MOVE CP-COUP (ws-coup-idx) TO GMV-COUP
               MOVE CP-VALEUR (ws-coup-idx) TO GMV-VALEUR
               MOVE CP-REPONSE (ws-coup-idx) TO GMV-REPONSE
               MOVE ws-max-range TO GMV-MAX-RANGE
               WRITE GAMEMOVE-RECORD
           END-PERFORM
           CLOSE GAME-MOVE-FILE
           MOVE 0 TO ws-coup-count.

       ecrire-audit.
           OPEN EXTEND AUDIT-LOG-FILE
           IF ws-auditlog-status = "35"
