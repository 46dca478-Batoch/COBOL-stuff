      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Evalchk.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESS-FILE ASSIGN TO "ASSESS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ASW-KEY
               FILE STATUS IS ws-assess-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  ASSESS-FILE.
           COPY ASSESSR.

       WORKING-STORAGE SECTION.
       77 ws-assess-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-couvert PIC X.

       LINKAGE SECTION.
           COPY EVALK.

      * Cherche la fenetre d'evaluation ouverte pour l'operateur
      * et le programme a l'instant donne (voir EVALK). Le fichier
      * est relu a chaque appel: une fenetre ouverte par le
      * superviseur pendant la session compte des la partie ou le
      * quiz suivant. Sans fichier ASSESS, tout est entrainement.
       PROCEDURE DIVISION USING EVALUATION-DEMANDE.
       repondre.
           MOVE SPACES TO EVK-EVALUATEUR
           MOVE 'N' TO ws-eof
           OPEN INPUT ASSESS-FILE
           IF ws-assess-status NOT = "00"
               GOBACK
           END-IF
           MOVE EVK-OPERATOR-ID TO ASW-OPERATOR-ID
           MOVE EVK-DATE TO ASW-DATE
           MOVE LOW-VALUES TO ASW-DEBUT
           START ASSESS-FILE
               KEY NOT < ASW-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ ASSESS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM examiner-fenetre
               END-READ
           END-PERFORM
           CLOSE ASSESS-FILE
           GOBACK.

      * Les fenetres du jour de l'operateur se suivent dans la
      * cle; la premiere qui couvre l'heure et le programme
      * donne le superviseur.
       examiner-fenetre.
           IF ASW-OPERATOR-ID NOT = EVK-OPERATOR-ID
                   OR ASW-DATE NOT = EVK-DATE
                   OR ASW-DEBUT > EVK-HEURE
               MOVE 'Y' TO ws-eof
               EXIT PARAGRAPH
           END-IF
           IF EVK-HEURE > ASW-FIN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-couvert
           EVALUATE EVK-PROGRAMME
               WHEN 'Plusmoins'
                   MOVE ASW-PLUSMOINS TO ws-couvert
               WHEN 'Manipulation'
                   MOVE ASW-MANIP1 TO ws-couvert
               WHEN 'Manipulation2'
                   MOVE ASW-MANIP2 TO ws-couvert
           END-EVALUATE
           IF ws-couvert = 'Y'
               MOVE ASW-SUPERVISEUR TO EVK-EVALUATEUR
               MOVE 'Y' TO ws-eof
           END-IF.
