      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calmnt.

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
       77 ws-action PIC X VALUE SPACE.
       77 ws-fin PIC X VALUE 'N'.
       77 ws-saisie-date PIC X(8).
       77 ws-saisie-dept PIC X(10).
       77 ws-saisie-type PIC X.
       77 ws-saisie-libelle PIC X(30).
       77 ws-found PIC X VALUE 'N'.
       77 ws-fiches-lues PIC 9(5) VALUE 0.

       SCREEN SECTION.
       1 clm-menu.
           2 BLANK SCREEN.
           2 LINE 2 COL 5 VALUE '=== Calendrier de l''atelier ==='.
           2 LINE 4 COL 5 VALUE 'A = Ajouter un jour'.
           2 LINE 5 COL 5 VALUE 'M = Modifier type/libelle'.
           2 LINE 6 COL 5 VALUE 'S = Supprimer un jour'.
           2 LINE 7 COL 5 VALUE 'L = Lister a partir d''une date'.
           2 LINE 8 COL 5 VALUE 'F = Fin'.
           2 LINE 10 COL 5 VALUE 'Votre choix: '.
           2 PIC X TO ws-action REQUIRED.

       1 clm-saisie-cle.
           2 LINE 12 COL 5 VALUE 'Date AAAAMMJJ          : '.
           2 PIC X(8) TO ws-saisie-date REQUIRED.
           2 LINE 13 COL 5 VALUE 'Departement (vide=tous): '.
           2 PIC X(10) TO ws-saisie-dept.

       1 clm-fiche.
           2 LINE 14 COL 5 VALUE 'Type F/C/O             : '.
           2 PIC X TO ws-saisie-type REQUIRED.
           2 LINE 15 COL 5 VALUE 'Libelle                : '.
           2 PIC X(30) TO ws-saisie-libelle.

       1 clm-saisie-debut.
           2 LINE 12 COL 5 VALUE 'A partir du AAAAMMJJ   : '.
           2 PIC X(8) TO ws-saisie-date.

       1 clm-inconnu.
           2 LINE 17 COL 5 VALUE 'Jour absent du calendrier.'.

       1 clm-existe.
           2 LINE 17 COL 5 VALUE 'Ce jour existe deja.'.

       1 clm-invalide.
           2 LINE 17 COL 5 VALUE 'Date ou type invalide.'.

       1 clm-ok.
           2 LINE 17 COL 5 VALUE 'Mise a jour effectuee.'.

      * Une fiche par jour d'exception et par departement (voir
      * CALENDR): F ferie, C fermeture, O jour ouvre hors semaine
      * normale. Le fichier indexe est entretenu en place comme
      * OPERMAST dans Opermnt.
       PROCEDURE DIVISION.
       PERFORM ouvrir-calendrier.

       PERFORM UNTIL ws-fin = 'Y'
           DISPLAY clm-menu
           ACCEPT clm-menu
           EVALUATE ws-action
               WHEN 'A' WHEN 'a'
                   PERFORM ajouter-jour
               WHEN 'M' WHEN 'm'
                   PERFORM modifier-jour
               WHEN 'S' WHEN 's'
                   PERFORM supprimer-jour
               WHEN 'L' WHEN 'l'
                   PERFORM lister-jours
               WHEN 'F' WHEN 'f'
                   MOVE 'Y' TO ws-fin
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       CLOSE CALENDAR-FILE.
       DISPLAY 'Fin de la gestion du calendrier.'.
       STOP RUN.

      * Statut 35 = premier lancement, le calendrier est cree
      * vide; tout autre echec d'ouverture arrete le programme.
       ouvrir-calendrier.
           OPEN I-O CALENDAR-FILE
           IF ws-calendar-status = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF ws-calendar-status NOT = "00"
               DISPLAY 'Erreur ouverture CALENDAR: '
                   ws-calendar-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Lit la fiche date/departement saisie; ws-found dit si elle
      * existe et la zone CALENDAR-RECORD la porte.
       chercher-jour.
           MOVE 'N' TO ws-found
           MOVE ws-saisie-date TO CAL-DATE
           MOVE ws-saisie-dept TO CAL-DEPT
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
           END-READ.

       ajouter-jour.
           MOVE SPACES TO ws-saisie-dept
           DISPLAY clm-saisie-cle
           ACCEPT clm-saisie-cle
           IF ws-saisie-date IS NOT NUMERIC
               DISPLAY clm-invalide
               EXIT PARAGRAPH
           END-IF
           PERFORM chercher-jour
           IF ws-found = 'Y'
               DISPLAY clm-existe
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-saisie-libelle
           DISPLAY clm-fiche
           ACCEPT clm-fiche
           PERFORM controler-type
           IF ws-found = 'N'
               DISPLAY clm-invalide
               EXIT PARAGRAPH
           END-IF
           MOVE ws-saisie-date TO CAL-DATE
           MOVE ws-saisie-dept TO CAL-DEPT
           MOVE ws-saisie-type TO CAL-TYPE
           MOVE ws-saisie-libelle TO CAL-LIBELLE
           WRITE CALENDAR-RECORD
               INVALID KEY
                   DISPLAY clm-existe
               NOT INVALID KEY
                   DISPLAY clm-ok
           END-WRITE.

       modifier-jour.
           MOVE SPACES TO ws-saisie-dept
           DISPLAY clm-saisie-cle
           ACCEPT clm-saisie-cle
           PERFORM chercher-jour
           IF ws-found = 'N'
               DISPLAY clm-inconnu
               EXIT PARAGRAPH
           END-IF
           MOVE CAL-TYPE TO ws-saisie-type
           MOVE CAL-LIBELLE TO ws-saisie-libelle
           DISPLAY clm-fiche
           ACCEPT clm-fiche
           PERFORM controler-type
           IF ws-found = 'N'
               DISPLAY clm-invalide
               EXIT PARAGRAPH
           END-IF
           MOVE ws-saisie-type TO CAL-TYPE
           MOVE ws-saisie-libelle TO CAL-LIBELLE
           REWRITE CALENDAR-RECORD
           DISPLAY clm-ok.

       supprimer-jour.
           MOVE SPACES TO ws-saisie-dept
           DISPLAY clm-saisie-cle
           ACCEPT clm-saisie-cle
           PERFORM chercher-jour
           IF ws-found = 'Y'
               DELETE CALENDAR-FILE RECORD
               DISPLAY clm-ok
           ELSE
               DISPLAY clm-inconnu
           END-IF.

      * ws-found repond 'Y' pour un type connu (minuscule admise).
       controler-type.
           MOVE 'Y' TO ws-found
           EVALUATE ws-saisie-type
               WHEN 'F' WHEN 'C' WHEN 'O'
                   CONTINUE
               WHEN 'f'
                   MOVE 'F' TO ws-saisie-type
               WHEN 'c'
                   MOVE 'C' TO ws-saisie-type
               WHEN 'o'
                   MOVE 'O' TO ws-saisie-type
               WHEN OTHER
                   MOVE 'N' TO ws-found
           END-EVALUATE.

       lister-jours.
           MOVE SPACES TO ws-saisie-date
           DISPLAY clm-saisie-debut
           ACCEPT clm-saisie-debut
           MOVE 'N' TO ws-eof
           MOVE 0 TO ws-fiches-lues
           MOVE LOW-VALUES TO CAL-KEY
           IF ws-saisie-date NOT = SPACES
               MOVE ws-saisie-date TO CAL-DATE
           END-IF
           START CALENDAR-FILE
               KEY NOT < CAL-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           DISPLAY ' '
           DISPLAY '--- Jours du calendrier ---'
           PERFORM UNTIL ws-eof = 'Y'
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-fiches-lues
                       DISPLAY CAL-DATE ' ' CAL-DEPT ' '
                           CAL-TYPE ' ' CAL-LIBELLE
               END-READ
           END-PERFORM
           DISPLAY 'Jours enregistres: ' ws-fiches-lues.
