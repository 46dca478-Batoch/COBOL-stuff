      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calouvr.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-KEY
               FILE STATUS IS ws-calendar-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALENDR.

       WORKING-STORAGE SECTION.
       77 ws-calendar-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-charge PIC X VALUE 'N'.
       77 ws-cal-count PIC 9(4) VALUE 0.
       77 ws-search-idx PIC 9(4).
       77 ws-jour-idx PIC 9.
       77 ws-date-num PIC 9(8).
       77 ws-jour-num PIC 9(7).
       77 ws-jour-courant PIC 9(7).
       77 ws-jour-semaine PIC 9.
       77 ws-date-jour PIC X(8).
       77 ws-type-atelier PIC X.
       77 ws-type-dept PIC X.
       77 ws-libelle-atelier PIC X(30).
       77 ws-libelle-dept PIC X(30).
       77 ws-ouvre PIC X.
       77 ws-libelle PIC X(30).

       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  CA-DATE         PIC X(8).
               10  CA-DEPT         PIC X(10).
               10  CA-TYPE         PIC X.
               10  CA-LIBELLE      PIC X(30).

       LINKAGE SECTION.
           COPY CALENDK.

      * Repond sur le calendrier ouvre de l'atelier: voir CALENDR
      * pour la regle par defaut et les fiches d'exception, CALENDK
      * pour les actions. Le fichier est charge au premier appel
      * et garde pour les appels suivants du meme programme; sans
      * fichier CALENDAR seule la regle par defaut s'applique.
       PROCEDURE DIVISION USING CALENDRIER-DEMANDE.
       repondre.
           IF ws-charge = 'N'
               PERFORM charger-calendrier
           END-IF
           MOVE SPACES TO CAK-LIBELLE
           IF CAK-ACTION = 'S'
               PERFORM compter-semaine
           ELSE
               MOVE CAK-DATE TO ws-date-jour
               PERFORM evaluer-jour
               MOVE ws-ouvre TO CAK-OUVRE
               MOVE ws-libelle TO CAK-LIBELLE
           END-IF
           GOBACK.

       charger-calendrier.
           MOVE 'Y' TO ws-charge
           OPEN INPUT CALENDAR-FILE
           IF ws-calendar-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ws-cal-count < 1000
                           ADD 1 TO ws-cal-count
                           MOVE CAL-DATE TO CA-DATE (ws-cal-count)
                           MOVE CAL-DEPT TO CA-DEPT (ws-cal-count)
                           MOVE CAL-TYPE TO CA-TYPE (ws-cal-count)
                           MOVE CAL-LIBELLE
                               TO CA-LIBELLE (ws-cal-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF ws-cal-count >= 1000
               DISPLAY 'Limite de 1000 jours de calendrier '
                   'atteinte; jours suivants ignores.'
           END-IF.

      * Jour de la semaine: le jour entier 1 (1er janvier 1601)
      * est un lundi, d'ou 0 = lundi ... 5 = samedi, 6 = dimanche.
       evaluer-jour.
           MOVE ws-date-jour TO ws-date-num
           COMPUTE ws-jour-num = FUNCTION INTEGER-OF-DATE(ws-date-num)
           SUBTRACT 1 FROM ws-jour-num
           COMPUTE ws-jour-semaine = FUNCTION MOD(ws-jour-num 7)
           IF ws-jour-semaine < 5
               MOVE 'Y' TO ws-ouvre
           ELSE
               MOVE 'N' TO ws-ouvre
           END-IF
           MOVE SPACES TO ws-libelle
           MOVE SPACE TO ws-type-atelier
           MOVE SPACE TO ws-type-dept
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-cal-count
               IF CA-DATE (ws-search-idx) = ws-date-jour
                   IF CA-DEPT (ws-search-idx) = SPACES
                       MOVE CA-TYPE (ws-search-idx)
                           TO ws-type-atelier
                       MOVE CA-LIBELLE (ws-search-idx)
                           TO ws-libelle-atelier
                   END-IF
                   IF CA-DEPT (ws-search-idx) = CAK-DEPT
                           AND CAK-DEPT NOT = SPACES
                       MOVE CA-TYPE (ws-search-idx) TO ws-type-dept
                       MOVE CA-LIBELLE (ws-search-idx)
                           TO ws-libelle-dept
                   END-IF
               END-IF
           END-PERFORM
           IF ws-type-dept NOT = SPACE
               MOVE ws-type-dept TO ws-type-atelier
               MOVE ws-libelle-dept TO ws-libelle-atelier
           END-IF
           IF ws-type-atelier NOT = SPACE
               MOVE ws-libelle-atelier TO ws-libelle
               IF ws-type-atelier = 'O'
                   MOVE 'Y' TO ws-ouvre
               ELSE
                   MOVE 'N' TO ws-ouvre
               END-IF
           END-IF.

       compter-semaine.
           MOVE 0 TO CAK-JOURS
           MOVE CAK-DATE TO ws-date-num
           COMPUTE ws-jour-courant =
               FUNCTION INTEGER-OF-DATE(ws-date-num)
           PERFORM VARYING ws-jour-idx FROM 1 BY 1
                   UNTIL ws-jour-idx > 7
               COMPUTE ws-date-num =
                   FUNCTION DATE-OF-INTEGER(ws-jour-courant)
               MOVE ws-date-num TO ws-date-jour
               PERFORM evaluer-jour
               IF ws-ouvre = 'Y'
                   ADD 1 TO CAK-JOURS
               END-IF
               ADD 1 TO ws-jour-courant
           END-PERFORM.
