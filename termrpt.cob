      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Termrpt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TMS-ID
               FILE STATUS IS ws-termmast-status.
           SELECT SIGN-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-signlog-status.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.
           SELECT PRINT-FILE ASSIGN TO "TERMPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.

       FD  SIGN-LOG-FILE.
           COPY SIGNLOGR.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-termmast-status PIC XX.
       77 ws-signlog-status PIC XX.
       77 ws-auditlog-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-semaine PIC X(8) VALUE SPACES.
       77 ws-date-fin PIC X(8).
       77 ws-veille PIC X(8).
       77 ws-date-num PIC 9(8).
       77 ws-jour-num PIC 9(7).
       77 ws-terminal PIC X(8).
       77 ws-id-courant PIC X(10).
       77 ws-heure PIC 99.
       77 ws-hour-idx PIC 99.
       77 ws-tm-count PIC 99 VALUE 0.
       77 ws-tm-idx PIC 99.
       77 ws-search-idx PIC 9(4).
       77 ws-sg-count PIC 9(4) VALUE 0.
       77 ws-vu-count PIC 9(4) VALUE 0.
       77 ws-found PIC X VALUE 'N'.
       77 ws-tm-full-warned PIC X VALUE 'N'.
       77 ws-sg-full-warned PIC X VALUE 'N'.
       77 ws-vu-full-warned PIC X VALUE 'N'.
       77 ws-moment-session PIC X(16).
       77 ws-moment-trouve PIC X(16).
       77 ws-moment-sg PIC X(16).
       77 ws-hh PIC 99.
       77 ws-mn PIC 99.
       77 ws-ss PIC 99.
       77 ws-debut-sec PIC 9(7).
       77 ws-fin-sec PIC 9(7).
       77 ws-duree-sec PIC S9(7).
       77 ws-minutes PIC 9(5).
       77 ws-sans-terminal PIC 9(5) VALUE 0.
       77 ws-inactifs PIC 99 VALUE 0.
       77 ws-pointe-heure PIC 99 VALUE 0.
       77 ws-pointe-minutes PIC 9(7) VALUE 0.
       77 ws-total-minutes PIC 9(7).

      * Un terminal: fiche TERMMAST et cumuls de la semaine, par
      * heure de debut (1 = 00h ... 24 = 23h) et pour la semaine.
      * Un poste absent de TERMMAST mais vu dans SIGNLOG est ajoute
      * sans lieu; INCONNU regroupe les sessions sans sign-on.
       01  WS-TM-TABLE.
           05  WS-TM-ENTRY OCCURS 30 TIMES.
               10  TM-ID           PIC X(8).
               10  TM-LIEU         PIC X(20).
               10  TM-DEPT         PIC X(10).
               10  TM-SERVICE      PIC X.
               10  TM-SIGNONS      PIC 9(5).
               10  TM-SESSIONS     PIC 9(5).
               10  TM-MINUTES      PIC 9(7).
               10  TM-OPERS        PIC 999.
               10  TM-HEURE OCCURS 24 TIMES.
                   15  TH-SIGNONS  PIC 9(5).
                   15  TH-SESSIONS PIC 9(5).
                   15  TH-MINUTES  PIC 9(7).
                   15  TH-OPERS    PIC 999.

      * Sign-on acceptes (SIGNLOG 'E') de la veille du lundi a la
      * fin de semaine: une session AUDITLOG est rattachee au
      * dernier sign-on de son operateur qui la precede.
       01  WS-SG-TABLE.
           05  WS-SG-ENTRY OCCURS 3000 TIMES.
               10  SG-ID           PIC X(10).
               10  SG-MOMENT       PIC X(16).
               10  SG-TERMINAL     PIC X(8).

      * Operateurs deja comptes par terminal et heure (heure 25 =
      * semaine entiere), pour ne compter chacun qu'une fois.
       01  WS-VU-TABLE.
           05  WS-VU-ENTRY OCCURS 5000 TIMES.
               10  VU-TERM         PIC 99.
               10  VU-HEURE        PIC 99.
               10  VU-ID           PIC X(10).

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(27) VALUE
               'UTILISATION DES TERMINAUX'.
           05  FILLER              PIC X(3) VALUE 'DU '.
           05  TL-DEBUT            PIC X(8).
           05  FILLER              PIC X(4) VALUE ' AU '.
           05  TL-FIN              PIC X(8).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(10) VALUE 'HEURE'.
           05  FILLER              PIC X(11) VALUE 'SIGN-ONS'.
           05  FILLER              PIC X(11) VALUE 'SESSIONS'.
           05  FILLER              PIC X(11) VALUE 'MINUTES'.
           05  FILLER              PIC X(10) VALUE 'OPERATEURS'.

       01  WS-TERMINAL-LIGNE.
           05  FILLER              PIC X(9) VALUE 'TERMINAL '.
           05  TT-ID               PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  TT-LIEU             PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  TT-DEPT             PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  TT-SERVICE          PIC X(13).

       01  WS-DETAIL-LIGNE.
           05  DL-HEURE            PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-SIGNONS          PIC ZZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  DL-SESSIONS         PIC ZZZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  DL-MINUTES          PIC ZZZZZZ9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  DL-OPERS            PIC ZZ9.

       PROCEDURE DIVISION.
      * La semaine court du lundi saisi au dimanche suivant; vide,
      * le rapport couvre les sept jours qui finissent aujourd'hui.
       saisir-semaine.
           DISPLAY 'Lundi de la semaine AAAAMMJJ (vide = 7 derniers '
               'jours): '
           ACCEPT ws-semaine
           IF ws-semaine = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-fin
               MOVE ws-date-fin TO ws-date-num
               COMPUTE ws-jour-num =
                   FUNCTION INTEGER-OF-DATE(ws-date-num) - 6
               COMPUTE ws-date-num =
                   FUNCTION DATE-OF-INTEGER(ws-jour-num)
               MOVE ws-date-num TO ws-semaine
           ELSE
               IF ws-semaine(1:8) IS NOT NUMERIC
                       OR ws-semaine(5:2) < '01'
                       OR ws-semaine(5:2) > '12'
                   DISPLAY 'Semaine invalide: ' ws-semaine
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-semaine TO ws-date-num
               COMPUTE ws-jour-num =
                   FUNCTION INTEGER-OF-DATE(ws-date-num) + 6
               COMPUTE ws-date-num =
                   FUNCTION DATE-OF-INTEGER(ws-jour-num)
               MOVE ws-date-num TO ws-date-fin
           END-IF
           MOVE ws-semaine TO ws-date-num
           COMPUTE ws-jour-num =
               FUNCTION INTEGER-OF-DATE(ws-date-num) - 1
           COMPUTE ws-date-num =
               FUNCTION DATE-OF-INTEGER(ws-jour-num)
           MOVE ws-date-num TO ws-veille.

       charger-terminaux.
           OPEN INPUT TERM-MASTER-FILE
           IF ws-termmast-status NOT = "00"
               DISPLAY 'Aucun fichier TERMMAST: terminaux pris '
                   'dans SIGNLOG seulement.'
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ TERM-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           MOVE TMS-ID TO ws-terminal
                           PERFORM localiser-terminal
                           IF ws-tm-idx > 0
                               MOVE TMS-LIEU TO TM-LIEU (ws-tm-idx)
                               MOVE TMS-DEPT TO TM-DEPT (ws-tm-idx)
                               MOVE TMS-EN-SERVICE
                                   TO TM-SERVICE (ws-tm-idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

       lire-signlog.
           MOVE 'N' TO ws-eof
           OPEN INPUT SIGN-LOG-FILE
           IF ws-signlog-status NOT = "00"
               DISPLAY 'Aucun fichier SIGNLOG: sessions non '
                   'rattachees a un terminal.'
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ SIGN-LOG-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF SGL-ACTION = 'E'
                                   AND SGL-DATE >= ws-veille
                                   AND SGL-DATE <= ws-date-fin
                               PERFORM retenir-signon
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGN-LOG-FILE
           END-IF.

       lire-auditlog.
           MOVE 'N' TO ws-eof
           OPEN INPUT AUDIT-LOG-FILE
           IF ws-auditlog-status NOT = "00"
               DISPLAY 'Aucun fichier AUDITLOG: minutes non '
                   'calculees.'
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF AUD-DATE >= ws-semaine
                                   AND AUD-DATE <= ws-date-fin
                               PERFORM traiter-session
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture TERMPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ws-semaine TO TL-DEBUT.
           MOVE ws-date-fin TO TL-FIN.
           PERFORM imprimer-rapport.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.
           DISPLAY 'Rapport imprime sur TERMPRNT ('
               ws-page-no ' pages).'.
           STOP RUN.

      * Rang du terminal ws-terminal dans la table (cree au
      * besoin); 0 quand la table est pleine.
       localiser-terminal.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-tm-idx FROM 1 BY 1
                   UNTIL ws-tm-idx > ws-tm-count
               IF TM-ID (ws-tm-idx) = ws-terminal
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ws-tm-count < 30
               ADD 1 TO ws-tm-count
               MOVE ws-tm-count TO ws-tm-idx
               MOVE ws-terminal TO TM-ID (ws-tm-idx)
               MOVE SPACES TO TM-LIEU (ws-tm-idx)
               MOVE SPACES TO TM-DEPT (ws-tm-idx)
               MOVE SPACE TO TM-SERVICE (ws-tm-idx)
               MOVE 0 TO TM-SIGNONS (ws-tm-idx)
               MOVE 0 TO TM-SESSIONS (ws-tm-idx)
               MOVE 0 TO TM-MINUTES (ws-tm-idx)
               MOVE 0 TO TM-OPERS (ws-tm-idx)
               PERFORM VARYING ws-hour-idx FROM 1 BY 1
                       UNTIL ws-hour-idx > 24
                   MOVE 0 TO TH-SIGNONS (ws-tm-idx ws-hour-idx)
                   MOVE 0 TO TH-SESSIONS (ws-tm-idx ws-hour-idx)
                   MOVE 0 TO TH-MINUTES (ws-tm-idx ws-hour-idx)
                   MOVE 0 TO TH-OPERS (ws-tm-idx ws-hour-idx)
               END-PERFORM
           ELSE
               IF ws-tm-full-warned = 'N'
                   DISPLAY 'Limite de 30 terminaux atteinte.'
                   MOVE 'Y' TO ws-tm-full-warned
               END-IF
               MOVE 0 TO ws-tm-idx
           END-IF.

       retenir-signon.
           IF ws-sg-count < 3000
               ADD 1 TO ws-sg-count
               MOVE SGL-OPERATOR-ID TO SG-ID (ws-sg-count)
               MOVE SGL-DATE TO SG-MOMENT (ws-sg-count)(1:8)
               MOVE SGL-TIME TO SG-MOMENT (ws-sg-count)(9:8)
               MOVE SGL-TERMINAL TO SG-TERMINAL (ws-sg-count)
           ELSE
               IF ws-sg-full-warned = 'N'
                   DISPLAY 'Limite de 3000 sign-on atteinte; '
                       'rapport partiel.'
                   MOVE 'Y' TO ws-sg-full-warned
               END-IF
           END-IF
           IF SGL-DATE < ws-semaine
               EXIT PARAGRAPH
           END-IF
           MOVE SGL-TERMINAL TO ws-terminal
           PERFORM localiser-terminal
           IF ws-tm-idx = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SGL-TIME(1:2) TO ws-heure
           IF ws-heure > 23
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-hour-idx = ws-heure + 1
           ADD 1 TO TM-SIGNONS (ws-tm-idx)
           ADD 1 TO TH-SIGNONS (ws-tm-idx ws-hour-idx)
           MOVE SGL-OPERATOR-ID TO ws-id-courant
           PERFORM compter-operateur.

      * Terminal de la session: dernier sign-on de l'operateur
      * au plus tard a l'heure de debut de la session. Les minutes
      * sont comptees a l'heure de debut de la session.
       traiter-session.
           MOVE AUD-DATE TO ws-moment-session(1:8)
           MOVE AUD-START-TIME TO ws-moment-session(9:8)
           MOVE LOW-VALUES TO ws-moment-trouve
           MOVE 'INCONNU' TO ws-terminal
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-sg-count
               MOVE SG-MOMENT (ws-search-idx) TO ws-moment-sg
               IF SG-ID (ws-search-idx) = AUD-OPERATOR-ID
                       AND ws-moment-sg <= ws-moment-session
                       AND ws-moment-sg > ws-moment-trouve
                   MOVE ws-moment-sg TO ws-moment-trouve
                   MOVE SG-TERMINAL (ws-search-idx) TO ws-terminal
               END-IF
           END-PERFORM
           IF ws-terminal = 'INCONNU'
               ADD 1 TO ws-sans-terminal
           END-IF
           PERFORM localiser-terminal
           IF ws-tm-idx = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-START-TIME(1:2) TO ws-heure
           IF ws-heure > 23
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-hour-idx = ws-heure + 1
           PERFORM calculer-minutes
           ADD 1 TO TM-SESSIONS (ws-tm-idx)
           ADD 1 TO TH-SESSIONS (ws-tm-idx ws-hour-idx)
           ADD ws-minutes TO TM-MINUTES (ws-tm-idx)
           ADD ws-minutes TO TH-MINUTES (ws-tm-idx ws-hour-idx)
           MOVE AUD-OPERATOR-ID TO ws-id-courant
           PERFORM compter-operateur.

      * Duree en minutes arrondies, passage de minuit compris
      * (comme dans Opsrpt).
       calculer-minutes.
           MOVE AUD-START-TIME(1:2) TO ws-hh
           MOVE AUD-START-TIME(3:2) TO ws-mn
           MOVE AUD-START-TIME(5:2) TO ws-ss
           COMPUTE ws-debut-sec = ws-hh * 3600 + ws-mn * 60 + ws-ss
           MOVE AUD-END-TIME(1:2) TO ws-hh
           MOVE AUD-END-TIME(3:2) TO ws-mn
           MOVE AUD-END-TIME(5:2) TO ws-ss
           COMPUTE ws-fin-sec = ws-hh * 3600 + ws-mn * 60 + ws-ss
           COMPUTE ws-duree-sec = ws-fin-sec - ws-debut-sec
           IF ws-duree-sec < 0
               ADD 86400 TO ws-duree-sec
           END-IF
           COMPUTE ws-minutes ROUNDED = ws-duree-sec / 60.

      * Un operateur n'est compte qu'une fois par terminal et
      * heure, et une fois par terminal sur la semaine.
       compter-operateur.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-vu-count
               IF VU-TERM (ws-search-idx) = ws-tm-idx
                       AND VU-HEURE (ws-search-idx) = ws-hour-idx
                       AND VU-ID (ws-search-idx) = ws-id-courant
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               PERFORM retenir-vu
               ADD 1 TO TH-OPERS (ws-tm-idx ws-hour-idx)
           END-IF
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-vu-count
               IF VU-TERM (ws-search-idx) = ws-tm-idx
                       AND VU-HEURE (ws-search-idx) = 25
                       AND VU-ID (ws-search-idx) = ws-id-courant
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               MOVE 25 TO ws-hour-idx
               PERFORM retenir-vu
               ADD 1 TO TM-OPERS (ws-tm-idx)
           END-IF.

       retenir-vu.
           IF ws-vu-count < 5000
               ADD 1 TO ws-vu-count
               MOVE ws-tm-idx TO VU-TERM (ws-vu-count)
               MOVE ws-hour-idx TO VU-HEURE (ws-vu-count)
               MOVE ws-id-courant TO VU-ID (ws-vu-count)
           ELSE
               IF ws-vu-full-warned = 'N'
                   DISPLAY 'Limite de 5000 presences atteinte; '
                       'operateurs distincts surestimes.'
                   MOVE 'Y' TO ws-vu-full-warned
               END-IF
           END-IF.

      * Un bloc par terminal: fiche, une ligne par heure active,
      * total de la semaine.
       imprimer-rapport.
           PERFORM VARYING ws-tm-idx FROM 1 BY 1
                   UNTIL ws-tm-idx > ws-tm-count
               MOVE TM-ID (ws-tm-idx) TO TT-ID
               MOVE TM-LIEU (ws-tm-idx) TO TT-LIEU
               MOVE TM-DEPT (ws-tm-idx) TO TT-DEPT
               EVALUATE TM-SERVICE (ws-tm-idx)
                   WHEN 'Y'
                       MOVE 'EN SERVICE' TO TT-SERVICE
                   WHEN 'N'
                       MOVE 'HORS SERVICE' TO TT-SERVICE
                   WHEN OTHER
                       MOVE 'HORS TERMMAST' TO TT-SERVICE
               END-EVALUATE
               IF ws-ligne-cnt + 4 > ws-lignes-par-page
                   MOVE ws-lignes-par-page TO ws-ligne-cnt
               END-IF
               MOVE WS-TERMINAL-LIGNE TO ws-ligne
               PERFORM imprimer-ligne
               IF TM-SIGNONS (ws-tm-idx) = 0
                       AND TM-SESSIONS (ws-tm-idx) = 0
                   ADD 1 TO ws-inactifs
                   MOVE '  AUCUNE ACTIVITE SUR LA PERIODE' TO ws-ligne
                   PERFORM imprimer-ligne
               ELSE
                   PERFORM imprimer-heures
               END-IF
               PERFORM imprimer-ligne
           END-PERFORM.

       imprimer-heures.
           PERFORM VARYING ws-hour-idx FROM 1 BY 1
                   UNTIL ws-hour-idx > 24
               IF TH-SIGNONS (ws-tm-idx ws-hour-idx) > 0
                       OR TH-SESSIONS (ws-tm-idx ws-hour-idx) > 0
                   COMPUTE ws-heure = ws-hour-idx - 1
                   MOVE SPACES TO DL-HEURE
                   MOVE ws-heure TO DL-HEURE(3:2)
                   MOVE 'H' TO DL-HEURE(5:1)
                   MOVE TH-SIGNONS (ws-tm-idx ws-hour-idx)
                       TO DL-SIGNONS
                   MOVE TH-SESSIONS (ws-tm-idx ws-hour-idx)
                       TO DL-SESSIONS
                   MOVE TH-MINUTES (ws-tm-idx ws-hour-idx)
                       TO DL-MINUTES
                   MOVE TH-OPERS (ws-tm-idx ws-hour-idx) TO DL-OPERS
                   MOVE WS-DETAIL-LIGNE TO ws-ligne
                   PERFORM imprimer-ligne
               END-IF
           END-PERFORM
           MOVE '  TOTAL' TO DL-HEURE
           MOVE TM-SIGNONS (ws-tm-idx) TO DL-SIGNONS
           MOVE TM-SESSIONS (ws-tm-idx) TO DL-SESSIONS
           MOVE TM-MINUTES (ws-tm-idx) TO DL-MINUTES
           MOVE TM-OPERS (ws-tm-idx) TO DL-OPERS
           MOVE WS-DETAIL-LIGNE TO ws-ligne
           PERFORM imprimer-ligne.

      * Heure de pointe de l'atelier: la plus chargee en minutes,
      * tous terminaux confondus.
       chercher-heure-pointe.
           PERFORM VARYING ws-hour-idx FROM 1 BY 1
                   UNTIL ws-hour-idx > 24
               MOVE 0 TO ws-total-minutes
               PERFORM VARYING ws-tm-idx FROM 1 BY 1
                       UNTIL ws-tm-idx > ws-tm-count
                   ADD TH-MINUTES (ws-tm-idx ws-hour-idx)
                       TO ws-total-minutes
               END-PERFORM
               IF ws-total-minutes > ws-pointe-minutes
                   MOVE ws-total-minutes TO ws-pointe-minutes
                   COMPUTE ws-pointe-heure = ws-hour-idx - 1
               END-IF
           END-PERFORM.

      * Pagination: entete (titre date/page + colonnes) en tete de
      * chaque page, saut de page par ADVANCING.
       imprimer-ligne.
           IF ws-ligne-cnt >= ws-lignes-par-page
               PERFORM imprimer-entete
           END-IF
           WRITE PRINT-LINE FROM ws-ligne
           ADD 1 TO ws-ligne-cnt
           MOVE SPACES TO ws-ligne.

       imprimer-entete.
           ADD 1 TO ws-page-no
           MOVE ws-page-no TO TL-PAGE
           IF ws-page-no = 1
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
           ELSE
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-COLONNES-LIGNE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 4 TO ws-ligne-cnt.

       imprimer-page-totaux.
           PERFORM chercher-heure-pointe
           ADD 1 TO ws-page-no
           MOVE ws-page-no TO TL-PAGE
           IF ws-page-no = 1
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
           ELSE
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 2 TO ws-ligne-cnt
           MOVE '--- RECAPITULATIF ---' TO ws-ligne
           PERFORM imprimer-ligne
           STRING 'TERMINAUX          : ' ws-tm-count
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'SANS ACTIVITE      : ' ws-inactifs
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'SESSIONS SANS POSTE: ' ws-sans-terminal
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'HEURE DE POINTE    : ' ws-pointe-heure 'H ('
               ws-pointe-minutes ' MINUTES)'
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.
