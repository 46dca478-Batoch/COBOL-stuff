      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Evalrpt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESS-FILE ASSIGN TO "ASSESS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ASW-KEY
               FILE STATUS IS ws-assess-status.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLG-KEY
               ALTERNATE RECORD KEY GLG-OPERATOR-ID
                   WITH DUPLICATES
               FILE STATUS IS ws-gamelog-status.
           SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-gamearch-status.
           SELECT DRILL-SCORE-FILE ASSIGN TO "DRILLSCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-drillscr-status.
           SELECT PRINT-FILE ASSIGN TO "EVALPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  ASSESS-FILE.
           COPY ASSESSR.

       FD  GAME-LOG-FILE.
           COPY GAMELOGR.

       FD  GAME-ARCH-FILE.
           COPY GAMELOGR REPLACING ==GAMELOG-RECORD==
               BY ==GAMEARCH-RECORD== LEADING ==GLG== BY ==GAR==.

       FD  DRILL-SCORE-FILE.
           COPY DRILLSCR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-assess-status PIC XX.
       77 ws-gamelog-status PIC XX.
       77 ws-gamearch-status PIC XX.
       77 ws-drillscr-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-sel-sup PIC X(10) VALUE SPACES.
       77 ws-date-debut PIC X(8) VALUE SPACES.
       77 ws-date-fin PIC X(8) VALUE SPACES.
       77 ws-found PIC X VALUE 'N'.
       77 ws-fe-idx PIC 9(4).
       77 ws-fe-count PIC 9(4) VALUE 0.
       77 ws-fe-full-warned PIC X VALUE 'N'.
       77 ws-sort-idx PIC 9(4).
       77 ws-swap-flag PIC 9 VALUE 0.
       77 ws-sup-courant PIC X(10).
       77 ws-id-courant PIC X(10).
       77 ws-date-courante PIC X(8).
       77 ws-heure-courante PIC X(4).
       77 ws-eval-courant PIC X(10).
       77 ws-prog-pos PIC 9.
       77 ws-moyenne PIC 999V9.
       77 ws-precision PIC 999.
       77 ws-sans-fenetre PIC 9(5) VALUE 0.

      * Cumuls du superviseur en cours et de l'edition
       77 ws-sp-fenetres PIC 9(5) VALUE 0.
       77 ws-sp-vides PIC 9(5) VALUE 0.
       77 ws-sp-parties PIC 9(5) VALUE 0.
       77 ws-sp-gagnees PIC 9(5) VALUE 0.
       77 ws-sp-quiz PIC 9(5) VALUE 0.
       77 ws-sp-questions PIC 9(7) VALUE 0.
       77 ws-sp-correctes PIC 9(7) VALUE 0.
       77 ws-tt-superviseurs PIC 9(5) VALUE 0.
       77 ws-tt-vides PIC 9(5) VALUE 0.
       77 ws-tt-parties PIC 9(5) VALUE 0.
       77 ws-tt-gagnees PIC 9(5) VALUE 0.
       77 ws-tt-quiz PIC 9(5) VALUE 0.
       77 ws-tt-questions PIC 9(7) VALUE 0.
       77 ws-tt-correctes PIC 9(7) VALUE 0.

      * Fenetres de la periode et resultats rattaches. FE-PROGS
      * porte 'P', '1', '2' ou '-' pour Plusmoins, Manipulation et
      * Manipulation2.
       01  WS-FE-TABLE.
           05  WS-FE-ENTRY OCCURS 1000 TIMES.
               10  FE-SUPERVISEUR  PIC X(10).
               10  FE-DATE         PIC X(8).
               10  FE-DEBUT        PIC X(4).
               10  FE-FIN          PIC X(4).
               10  FE-ID           PIC X(10).
               10  FE-PROGS        PIC X(3).
               10  FE-PARTIES      PIC 9(5).
               10  FE-GAGNEES      PIC 9(5).
               10  FE-ESSAIS       PIC 9(7).
               10  FE-QUIZ         PIC 9(5).
               10  FE-QUESTIONS    PIC 9(7).
               10  FE-CORRECTES    PIC 9(7).
       01  WS-FE-SWAP PIC X(75).

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(25) VALUE
               'EVALUATIONS SUPERVISEES'.
           05  TL-DEBUT            PIC X(8).
           05  FILLER              PIC X(3) VALUE ' - '.
           05  TL-FIN              PIC X(8).
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(9) VALUE 'DATE'.
           05  FILLER              PIC X(11) VALUE 'OPERATEUR'.
           05  FILLER              PIC X(10) VALUE 'FENETRE'.
           05  FILLER              PIC X(4) VALUE 'PRG'.
           05  FILLER              PIC X(5) VALUE 'PART'.
           05  FILLER              PIC X(5) VALUE 'GAGN'.
           05  FILLER              PIC X(6) VALUE 'ESSAI'.
           05  FILLER              PIC X(5) VALUE 'QUIZ'.
           05  FILLER              PIC X(6) VALUE 'QUEST'.
           05  FILLER              PIC X(4) VALUE 'PREC'.

       01  WS-DETAIL-LIGNE.
           05  DL-DATE             PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-ID               PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-DEBUT            PIC X(4).
           05  FILLER              PIC X VALUE '-'.
           05  DL-FIN              PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-PROGS            PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-PARTIES          PIC ZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-GAGNEES          PIC ZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-MOYENNE          PIC ZZ9.9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-QUIZ             PIC ZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-QUESTIONS        PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-PRECISION        PIC ZZ9.
           05  FILLER              PIC X VALUE '%'.

       PROCEDURE DIVISION.
      * Preuve d'observation pour les auditeurs de certification:
      * par superviseur, chaque fenetre d'evaluation ouverte sur la
      * periode et les resultats marques de son nom dans GAMELOG,
      * GAMEARCH et DRILLSCR. Un resultat marque qui ne retombe
      * dans aucune fenetre connue est compte a part.
       saisir-selection.
           DISPLAY 'Superviseur (vide = tous): '
           ACCEPT ws-sel-sup
           DISPLAY 'Date debut AAAAMMJJ (vide = depuis toujours): '
           ACCEPT ws-date-debut
           IF ws-date-debut = SPACES
               MOVE '00000000' TO ws-date-debut
           END-IF
           DISPLAY 'Date fin AAAAMMJJ (vide = aujourd''hui): '
           ACCEPT ws-date-fin
           IF ws-date-fin = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-date-fin
           END-IF
           IF ws-date-debut(1:8) IS NOT NUMERIC
                   OR ws-date-fin(1:8) IS NOT NUMERIC
                   OR ws-date-fin < ws-date-debut
               DISPLAY 'Periode invalide: ' ws-date-debut ' - '
                   ws-date-fin
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-date-debut TO TL-DEBUT
           MOVE ws-date-fin TO TL-FIN.

       charger-fenetres.
           OPEN INPUT ASSESS-FILE
           IF ws-assess-status NOT = "00"
               DISPLAY 'Aucun fichier ASSESS, rien a editer.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ASSESS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ASW-DATE >= ws-date-debut
                               AND ASW-DATE <= ws-date-fin
                               AND (ws-sel-sup = SPACES
                               OR ASW-SUPERVISEUR = ws-sel-sup)
                           PERFORM retenir-fenetre
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSESS-FILE
           PERFORM trier-fenetres.

       rattacher-resultats.
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-LOG-FILE
           IF ws-gamelog-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ GAME-LOG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF GLG-EVALUATEUR NOT = SPACES
                               MOVE GLG-OPERATOR-ID TO ws-id-courant
                               MOVE GLG-DATE TO ws-date-courante
                               MOVE GLG-TIME(1:4)
                                   TO ws-heure-courante
                               MOVE GLG-EVALUATEUR
                                   TO ws-eval-courant
                               PERFORM rattacher-partie
                               IF ws-fe-idx > 0
                                   IF GLG-OUTCOME = 'GAGNE'
                                       ADD 1 TO FE-GAGNEES (ws-fe-idx)
                                   END-IF
                                   ADD GLG-ATTEMPTS
                                       TO FE-ESSAIS (ws-fe-idx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-ARCH-FILE
           IF ws-gamearch-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ GAME-ARCH-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF GAR-EVALUATEUR NOT = SPACES
                               MOVE GAR-OPERATOR-ID TO ws-id-courant
                               MOVE GAR-DATE TO ws-date-courante
                               MOVE GAR-TIME(1:4)
                                   TO ws-heure-courante
                               MOVE GAR-EVALUATEUR
                                   TO ws-eval-courant
                               PERFORM rattacher-partie
                               IF ws-fe-idx > 0
                                   IF GAR-OUTCOME = 'GAGNE'
                                       ADD 1 TO FE-GAGNEES (ws-fe-idx)
                                   END-IF
                                   ADD GAR-ATTEMPTS
                                       TO FE-ESSAIS (ws-fe-idx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-ARCH-FILE
           END-IF
           MOVE 'N' TO ws-eof
           OPEN INPUT DRILL-SCORE-FILE
           IF ws-drillscr-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ DRILL-SCORE-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF DRL-EVALUATEUR NOT = SPACES
                               PERFORM rattacher-quiz
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRILL-SCORE-FILE
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture EVALPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM imprimer-fenetres.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.
           DISPLAY 'Fenetres editees     : ' ws-fe-count.
           DISPLAY 'Resultats sans fenetre: ' ws-sans-fenetre.
           DISPLAY 'Rapport imprime sur EVALPRNT (' ws-page-no
               ' pages).'.
           IF ws-sans-fenetre > 0 OR ws-fe-full-warned = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       retenir-fenetre.
           IF ws-fe-count < 1000
               ADD 1 TO ws-fe-count
               MOVE ws-fe-count TO ws-fe-idx
               INITIALIZE WS-FE-ENTRY (ws-fe-idx)
               MOVE ASW-SUPERVISEUR TO FE-SUPERVISEUR (ws-fe-idx)
               MOVE ASW-DATE TO FE-DATE (ws-fe-idx)
               MOVE ASW-DEBUT TO FE-DEBUT (ws-fe-idx)
               MOVE ASW-FIN TO FE-FIN (ws-fe-idx)
               MOVE ASW-OPERATOR-ID TO FE-ID (ws-fe-idx)
               MOVE '---' TO FE-PROGS (ws-fe-idx)
               IF ASW-PLUSMOINS = 'Y'
                   MOVE 'P' TO FE-PROGS (ws-fe-idx)(1:1)
               END-IF
               IF ASW-MANIP1 = 'Y'
                   MOVE '1' TO FE-PROGS (ws-fe-idx)(2:1)
               END-IF
               IF ASW-MANIP2 = 'Y'
                   MOVE '2' TO FE-PROGS (ws-fe-idx)(3:1)
               END-IF
           ELSE
               IF ws-fe-full-warned = 'N'
                   DISPLAY 'Limite de 1000 fenetres atteinte; '
                       'rapport partiel.'
                   MOVE 'Y' TO ws-fe-full-warned
               END-IF
           END-IF.

      * Tri a bulles par superviseur puis jour et heure de debut
       trier-fenetres.
           IF ws-fe-count > 1
               MOVE 1 TO ws-swap-flag
               PERFORM UNTIL ws-swap-flag = 0
                   MOVE 0 TO ws-swap-flag
                   PERFORM VARYING ws-sort-idx FROM 1 BY 1
                           UNTIL ws-sort-idx > ws-fe-count - 1
                       IF FE-SUPERVISEUR (ws-sort-idx) >
                               FE-SUPERVISEUR (ws-sort-idx + 1)
                           OR (FE-SUPERVISEUR (ws-sort-idx) =
                               FE-SUPERVISEUR (ws-sort-idx + 1)
                               AND FE-DATE (ws-sort-idx) >
                               FE-DATE (ws-sort-idx + 1))
                           OR (FE-SUPERVISEUR (ws-sort-idx) =
                               FE-SUPERVISEUR (ws-sort-idx + 1)
                               AND FE-DATE (ws-sort-idx) =
                               FE-DATE (ws-sort-idx + 1)
                               AND FE-DEBUT (ws-sort-idx) >
                               FE-DEBUT (ws-sort-idx + 1))
                           PERFORM echanger-fenetres
                           MOVE 1 TO ws-swap-flag
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       echanger-fenetres.
           MOVE WS-FE-ENTRY (ws-sort-idx) TO WS-FE-SWAP
           MOVE WS-FE-ENTRY (ws-sort-idx + 1)
               TO WS-FE-ENTRY (ws-sort-idx)
           MOVE WS-FE-SWAP TO WS-FE-ENTRY (ws-sort-idx + 1).

      * Une partie marquee retombe dans la fenetre du meme
      * operateur, du meme jour et du meme superviseur qui couvre
      * son heure de fin; ws-fe-idx la designe (0 si aucune).
       rattacher-partie.
           IF ws-date-courante < ws-date-debut
                   OR ws-date-courante > ws-date-fin
                   OR (ws-sel-sup NOT = SPACES
                   AND ws-eval-courant NOT = ws-sel-sup)
               MOVE 0 TO ws-fe-idx
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-fe-idx FROM 1 BY 1
                   UNTIL ws-fe-idx > ws-fe-count
               IF FE-ID (ws-fe-idx) = ws-id-courant
                       AND FE-DATE (ws-fe-idx) = ws-date-courante
                       AND FE-SUPERVISEUR (ws-fe-idx)
                           = ws-eval-courant
                       AND FE-DEBUT (ws-fe-idx)
                           NOT > ws-heure-courante
                       AND FE-FIN (ws-fe-idx)
                           NOT < ws-heure-courante
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               MOVE 0 TO ws-fe-idx
               ADD 1 TO ws-sans-fenetre
           ELSE
               ADD 1 TO FE-PARTIES (ws-fe-idx)
           END-IF.

      * DRILLSCR ne porte pas d'heure: un quiz marque va a la
      * premiere fenetre du jour du meme superviseur couvrant son
      * programme.
       rattacher-quiz.
           IF DRL-DATE < ws-date-debut OR DRL-DATE > ws-date-fin
                   OR (ws-sel-sup NOT = SPACES
                   AND DRL-EVALUATEUR NOT = ws-sel-sup)
               EXIT PARAGRAPH
           END-IF
           IF DRL-TYPE = 'MANIP2'
               MOVE 3 TO ws-prog-pos
           ELSE
               MOVE 2 TO ws-prog-pos
           END-IF
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-fe-idx FROM 1 BY 1
                   UNTIL ws-fe-idx > ws-fe-count
               IF FE-ID (ws-fe-idx) = DRL-OPERATOR-ID
                       AND FE-DATE (ws-fe-idx) = DRL-DATE
                       AND FE-SUPERVISEUR (ws-fe-idx)
                           = DRL-EVALUATEUR
                       AND FE-PROGS (ws-fe-idx)(ws-prog-pos:1)
                           NOT = '-'
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               ADD 1 TO ws-sans-fenetre
           ELSE
               ADD 1 TO FE-QUIZ (ws-fe-idx)
               ADD DRL-QUESTIONS TO FE-QUESTIONS (ws-fe-idx)
               ADD DRL-CORRECT TO FE-CORRECTES (ws-fe-idx)
           END-IF.

      * Une page neuve par superviseur, sous-total en fin de bloc
       imprimer-fenetres.
           IF ws-fe-count = 0
               MOVE 'Aucune fenetre d''evaluation sur la periode.'
                   TO ws-ligne
               PERFORM imprimer-ligne
           END-IF
           MOVE SPACES TO ws-sup-courant
           PERFORM VARYING ws-fe-idx FROM 1 BY 1
                   UNTIL ws-fe-idx > ws-fe-count
               IF FE-SUPERVISEUR (ws-fe-idx) NOT = ws-sup-courant
                   IF ws-fe-idx > 1
                       PERFORM imprimer-sous-total
                   END-IF
                   MOVE FE-SUPERVISEUR (ws-fe-idx) TO ws-sup-courant
                   ADD 1 TO ws-tt-superviseurs
                   MOVE ws-lignes-par-page TO ws-ligne-cnt
                   STRING 'SUPERVISEUR : ' ws-sup-courant
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
                   PERFORM imprimer-ligne
                   PERFORM imprimer-ligne
               END-IF
               PERFORM imprimer-fenetre
           END-PERFORM
           IF ws-fe-count > 0
               PERFORM imprimer-sous-total
           END-IF.

       imprimer-fenetre.
           MOVE FE-DATE (ws-fe-idx) TO DL-DATE
           MOVE FE-ID (ws-fe-idx) TO DL-ID
           MOVE FE-DEBUT (ws-fe-idx) TO DL-DEBUT
           MOVE FE-FIN (ws-fe-idx) TO DL-FIN
           MOVE FE-PROGS (ws-fe-idx) TO DL-PROGS
           MOVE FE-PARTIES (ws-fe-idx) TO DL-PARTIES
           MOVE FE-GAGNEES (ws-fe-idx) TO DL-GAGNEES
           MOVE 0 TO ws-moyenne
           IF FE-PARTIES (ws-fe-idx) > 0
               COMPUTE ws-moyenne ROUNDED =
                   FE-ESSAIS (ws-fe-idx) / FE-PARTIES (ws-fe-idx)
           END-IF
           MOVE ws-moyenne TO DL-MOYENNE
           MOVE FE-QUIZ (ws-fe-idx) TO DL-QUIZ
           MOVE FE-QUESTIONS (ws-fe-idx) TO DL-QUESTIONS
           MOVE 0 TO ws-precision
           IF FE-QUESTIONS (ws-fe-idx) > 0
               COMPUTE ws-precision =
                   FE-CORRECTES (ws-fe-idx) * 100
                   / FE-QUESTIONS (ws-fe-idx)
           END-IF
           MOVE ws-precision TO DL-PRECISION
           MOVE WS-DETAIL-LIGNE TO ws-ligne
           PERFORM imprimer-ligne
           ADD 1 TO ws-sp-fenetres
           IF FE-PARTIES (ws-fe-idx) = 0 AND FE-QUIZ (ws-fe-idx) = 0
               ADD 1 TO ws-sp-vides
           END-IF
           ADD FE-PARTIES (ws-fe-idx) TO ws-sp-parties
           ADD FE-GAGNEES (ws-fe-idx) TO ws-sp-gagnees
           ADD FE-QUIZ (ws-fe-idx) TO ws-sp-quiz
           ADD FE-QUESTIONS (ws-fe-idx) TO ws-sp-questions
           ADD FE-CORRECTES (ws-fe-idx) TO ws-sp-correctes.

       imprimer-sous-total.
           MOVE 0 TO ws-precision
           IF ws-sp-questions > 0
               COMPUTE ws-precision =
                   ws-sp-correctes * 100 / ws-sp-questions
           END-IF
           PERFORM imprimer-ligne
           STRING 'FENETRES: ' ws-sp-fenetres
               '  SANS RESULTAT: ' ws-sp-vides
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'PARTIES : ' ws-sp-parties
               '  GAGNEES: ' ws-sp-gagnees
               '  QUIZ: ' ws-sp-quiz
               '  PRECISION: ' ws-precision '%'
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           ADD ws-sp-vides TO ws-tt-vides
           ADD ws-sp-parties TO ws-tt-parties
           ADD ws-sp-gagnees TO ws-tt-gagnees
           ADD ws-sp-quiz TO ws-tt-quiz
           ADD ws-sp-questions TO ws-tt-questions
           ADD ws-sp-correctes TO ws-tt-correctes
           MOVE 0 TO ws-sp-fenetres
           MOVE 0 TO ws-sp-vides
           MOVE 0 TO ws-sp-parties
           MOVE 0 TO ws-sp-gagnees
           MOVE 0 TO ws-sp-quiz
           MOVE 0 TO ws-sp-questions
           MOVE 0 TO ws-sp-correctes.

      * Pagination: entete (titre periode/page + colonnes) en tete
      * de chaque page, saut de page par ADVANCING.
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
           MOVE 0 TO ws-precision
           IF ws-tt-questions > 0
               COMPUTE ws-precision =
                   ws-tt-correctes * 100 / ws-tt-questions
           END-IF
           MOVE '--- RECAPITULATIF ---' TO ws-ligne
           PERFORM imprimer-ligne
           STRING 'SUPERVISEURS       : ' ws-tt-superviseurs
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'FENETRES           : ' ws-fe-count
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'SANS RESULTAT      : ' ws-tt-vides
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'PARTIES EVALUEES   : ' ws-tt-parties
               '  GAGNEES: ' ws-tt-gagnees
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'QUIZ EVALUES       : ' ws-tt-quiz
               '  PRECISION: ' ws-precision '%'
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'RESULTATS SANS FENETRE: ' ws-sans-fenetre
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.
