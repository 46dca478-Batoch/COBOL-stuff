      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cursus.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS ws-opermast-status.
           SELECT CERT-MASTER-FILE ASSIGN TO "CERTMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-certmast-status.
           SELECT GAME-SUMM-FILE ASSIGN TO "GAMESUMM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-gamesumm-status.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLG-KEY
               ALTERNATE RECORD KEY GLG-OPERATOR-ID
                   WITH DUPLICATES
               FILE STATUS IS ws-gamelog-status.
           SELECT DRILL-SCORE-FILE ASSIGN TO "DRILLSCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-drillscr-status.
           SELECT TRAINING-PLAN-FILE ASSIGN TO "TRNPLAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-trnplan-status.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.
           SELECT TOURNEY-FILE ASSIGN TO "TOURSTND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-tourstnd-status.
           SELECT POINTS-FILE ASSIGN TO "POINTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-points-status.
           SELECT PRINT-FILE ASSIGN TO "CURSPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  CERT-MASTER-FILE.
           COPY CERTREC.

       FD  GAME-SUMM-FILE.
           COPY GAMESUMR.

       FD  GAME-LOG-FILE.
           COPY GAMELOGR.

       FD  DRILL-SCORE-FILE.
           COPY DRILLSCR.

       FD  TRAINING-PLAN-FILE.
           COPY TRNPLANR.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  TOURNEY-FILE.
           COPY TOURSTDR.

       FD  POINTS-FILE.
           COPY POINTSR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-opermast-status PIC XX.
       77 ws-certmast-status PIC XX.
       77 ws-gamesumm-status PIC XX.
       77 ws-gamelog-status PIC XX.
       77 ws-drillscr-status PIC XX.
       77 ws-trnplan-status PIC XX.
       77 ws-auditlog-status PIC XX.
       77 ws-tourstnd-status PIC XX.
       77 ws-points-status PIC XX.
       77 ws-print-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-lu-fini PIC X VALUE 'N'.
       77 ws-sel-id PIC X(10) VALUE SPACES.
       77 ws-sel-dept PIC X(10) VALUE SPACES.
       77 ws-date-debut PIC X(8) VALUE SPACES.
       77 ws-date-fin PIC X(8) VALUE SPACES.
       77 ws-mois-debut PIC X(6).
       77 ws-mois-fin PIC X(6).
       77 ws-date-num PIC 9(8).
       77 ws-jour-num PIC 9(7).
       77 ws-fin-semaine PIC 9(8).
       77 ws-op-count PIC 999 VALUE 0.
       77 ws-op-idx PIC 999.
       77 ws-search-idx PIC 999.
       77 ws-tri-idx PIC 999.
       77 ws-found PIC X VALUE 'N'.
       77 ws-table-full-warned PIC X VALUE 'N'.
       77 ws-releves PIC 999 VALUE 0.
       77 ws-nb-lignes PIC 9(5).
       77 ws-precision PIC 999.
       77 ws-moyenne PIC 99V9.
       77 ws-mois-courant PIC X(6).
       77 ws-mo-count PIC 99.
       77 ws-dr-count PIC 99.
       77 ws-pl-count PIC 999.
       77 ws-pl-conformes PIC 999.
       77 ws-tr-matchs PIC 9(5).
       77 ws-tr-victoires PIC 9(5).
       77 ws-tr-manches-gagnees PIC 9(5).
       77 ws-tr-manches-perdues PIC 9(5).
       77 ws-pts-jeu PIC 9(9).
       77 ws-pts-quiz PIC 9(9).
       77 ws-pts-total PIC 9(9).
      * Jours ouvres d'une semaine normale, comme dans Plancmp.
       77 ws-jours-normaux PIC 9 VALUE 5.

      * Operateurs retenus: un seul, ou tout un departement lu
      * dans l'ordre de OPERMAST.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 300 TIMES.
               10  OP-ID           PIC X(10).
               10  OP-NAME         PIC X(30).
               10  OP-DEPT         PIC X(10).
               10  OP-ACTIVE       PIC X.

      * Tables refaites pour chaque operateur.
       01  WS-MO-TABLE.
           05  WS-MO-ENTRY OCCURS 60 TIMES.
               10  MO-MONTH        PIC X(6).
               10  MO-GAMES        PIC 9(5).
               10  MO-WINS         PIC 9(5).
               10  MO-ATTEMPTS     PIC 9(7).
               10  MO-BEST         PIC 999.
       01  WS-MO-ECHANGE           PIC X(26).

       01  WS-DR-TABLE.
           05  WS-DR-ENTRY OCCURS 10 TIMES.
               10  DR-TYPE         PIC X(10).
               10  DR-SESSIONS     PIC 9(5).
               10  DR-QUESTIONS    PIC 9(7).
               10  DR-CORRECT      PIC 9(7).

       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 100 TIMES.
               10  PL-WEEK         PIC X(8).
               10  PL-FIN          PIC X(8).
               10  PL-PROGRAM      PIC X(13).
               10  PL-REQ          PIC 99.
               10  PL-FAIT         PIC 99.

           COPY CALENDK.

       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(20) VALUE
               'RELEVE DE FORMATION'.
           05  TL-ID               PIC X(10).
           05  FILLER              PIC X(4) VALUE ' DU '.
           05  TL-DEBUT            PIC X(8).
           05  FILLER              PIC X(4) VALUE ' AU '.
           05  TL-FIN              PIC X(8).
           05  FILLER              PIC X(18) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-CERT-LIGNE.
           05  FILLER              PIC XX VALUE SPACES.
           05  CL-TYPE             PIC X(10).
           05  FILLER              PIC X(9) VALUE '  NIVEAU '.
           05  CL-LEVEL            PIC 9.
           05  FILLER              PIC X(13) VALUE '  OBTENU LE '.
           05  CL-DATE             PIC X(8).

       01  WS-MOIS-LIGNE.
           05  FILLER              PIC XX VALUE SPACES.
           05  ML-MONTH            PIC X(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  ML-GAMES            PIC ZZZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  ML-WINS             PIC ZZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  ML-MOYENNE          PIC Z9.9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  ML-BEST             PIC ZZ9.

       01  WS-QUIZ-LIGNE.
           05  FILLER              PIC XX VALUE SPACES.
           05  QL-TYPE             PIC X(10).
           05  FILLER              PIC XX VALUE SPACES.
           05  QL-SESSIONS         PIC ZZZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  QL-QUESTIONS        PIC ZZZZZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  QL-CORRECT          PIC ZZZZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  QL-PRECISION        PIC ZZ9.
           05  FILLER              PIC X VALUE '%'.

       01  WS-PLAN-LIGNE.
           05  FILLER              PIC XX VALUE SPACES.
           05  PLL-WEEK            PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  PLL-PROGRAM         PIC X(13).
           05  FILLER              PIC XX VALUE SPACES.
           05  PLL-FAIT            PIC Z9.
           05  FILLER              PIC X VALUE '/'.
           05  PLL-REQ             PIC 99.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  PLL-ETAT            PIC X(10).

       01  WS-POINTS-LIGNE.
           05  FILLER              PIC XX VALUE SPACES.
           05  PTL-MONTH           PIC X(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  PTL-JEU             PIC Z(8)9.
           05  FILLER              PIC XX VALUE SPACES.
           05  PTL-QUIZ            PIC Z(8)9.
           05  FILLER              PIC XX VALUE SPACES.
           05  PTL-TOTAL           PIC Z(8)9.

       PROCEDURE DIVISION.
      * Releve de formation pour l'entretien annuel: un operateur
      * ou tout un departement, sur une periode. Chaque fichier
      * est relu pour chaque operateur (comme Histinq le fait pour
      * un seul): l'edition est annuelle et les volumes restent
      * ceux d'un atelier. Une page neuve par operateur, bloc de
      * signatures en fin de releve.
       saisir-selection.
           DISPLAY 'Operateur (vide = tout un departement): '
           ACCEPT ws-sel-id
           IF ws-sel-id = SPACES
               DISPLAY 'Departement (vide = tous): '
               ACCEPT ws-sel-dept
           END-IF
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
           MOVE ws-date-debut(1:6) TO ws-mois-debut
           MOVE ws-date-fin(1:6) TO ws-mois-fin
           MOVE ws-date-debut TO TL-DEBUT
           MOVE ws-date-fin TO TL-FIN.

       choisir-operateurs.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF ws-opermast-status NOT = "00"
               DISPLAY 'Fichier OPERMAST absent, arret.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-sel-id NOT = SPACES
               MOVE ws-sel-id TO OPR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'Operateur inconnu: ' ws-sel-id
                   NOT INVALID KEY
                       PERFORM retenir-operateur
               END-READ
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ OPERATOR-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF ws-sel-dept = SPACES
                                   OR OPR-DEPT = ws-sel-dept
                               PERFORM retenir-operateur
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           IF ws-op-count = 0
               DISPLAY 'Aucun operateur retenu, pas de releve.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture CURSPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING ws-op-idx FROM 1 BY 1
                   UNTIL ws-op-idx > ws-op-count
               PERFORM editer-releve
           END-PERFORM.
           CLOSE PRINT-FILE.
           DISPLAY 'Releves imprimes sur CURSPRNT: ' ws-releves
               ' (' ws-page-no ' pages).'.
           STOP RUN.

       retenir-operateur.
           IF ws-op-count < 300
               ADD 1 TO ws-op-count
               MOVE OPR-ID TO OP-ID (ws-op-count)
               MOVE OPR-NAME TO OP-NAME (ws-op-count)
               MOVE OPR-DEPT TO OP-DEPT (ws-op-count)
               MOVE OPR-ACTIVE TO OP-ACTIVE (ws-op-count)
           ELSE
               IF ws-table-full-warned = 'N'
                   DISPLAY 'Limite de 300 operateurs atteinte; '
                       'releves suivants non edites.'
                   MOVE 'Y' TO ws-table-full-warned
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       editer-releve.
           ADD 1 TO ws-releves
           MOVE OP-ID (ws-op-idx) TO TL-ID
           PERFORM nouvelle-page
           PERFORM imprimer-ligne
           STRING 'OPERATEUR  : ' OP-ID (ws-op-idx)
               '  ' OP-NAME (ws-op-idx)
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           IF OP-ACTIVE (ws-op-idx) = 'A'
               STRING 'DEPARTEMENT: ' OP-DEPT (ws-op-idx)
                   '  STATUT: ACTIF'
                   DELIMITED BY SIZE INTO ws-ligne
               END-STRING
           ELSE
               STRING 'DEPARTEMENT: ' OP-DEPT (ws-op-idx)
                   '  STATUT: INACTIF'
                   DELIMITED BY SIZE INTO ws-ligne
               END-STRING
           END-IF
           PERFORM imprimer-ligne
           PERFORM editer-certifications
           PERFORM editer-parties
           PERFORM editer-quiz
           PERFORM editer-plan
           PERFORM editer-tournois
           PERFORM editer-points
           PERFORM editer-signatures.

      * CERTMAST ne porte que les niveaux en cours: chacun est
      * imprime avec sa date d'octroi, quelle que soit la periode.
       editer-certifications.
           PERFORM imprimer-ligne
           MOVE '--- CERTIFICATIONS EN COURS ---' TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 0 TO ws-nb-lignes
           MOVE 'N' TO ws-eof
           OPEN INPUT CERT-MASTER-FILE
           IF ws-certmast-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ CERT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF CRT-OPERATOR-ID = OP-ID (ws-op-idx)
                               ADD 1 TO ws-nb-lignes
                               MOVE CRT-DRILL-TYPE TO CL-TYPE
                               MOVE CRT-LEVEL TO CL-LEVEL
                               MOVE CRT-DATE-AWARDED TO CL-DATE
                               MOVE WS-CERT-LIGNE TO ws-ligne
                               PERFORM imprimer-ligne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-MASTER-FILE
           END-IF
           IF ws-nb-lignes = 0
               MOVE '  AUCUNE CERTIFICATION' TO ws-ligne
               PERFORM imprimer-ligne
           END-IF.

      * Cumuls mensuels: GAMESUMM pour les mois archives, GAMELOG
      * (index par operateur) pour les parties encore vivantes.
       editer-parties.
           PERFORM imprimer-ligne
           MOVE '--- PARTIES PLUSMOINS PAR MOIS ---' TO ws-ligne
           PERFORM imprimer-ligne
           MOVE '  MOIS    PARTIES  GAGNEES    ESSAIS  MEILLEUR'
               TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 0 TO ws-mo-count
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-SUMM-FILE
           IF ws-gamesumm-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ GAME-SUMM-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF GSM-OPERATOR-ID = OP-ID (ws-op-idx)
                                   AND GSM-MONTH >= ws-mois-debut
                                   AND GSM-MONTH <= ws-mois-fin
                               MOVE GSM-MONTH TO ws-mois-courant
                               PERFORM localiser-mois
                               IF ws-search-idx > 0
                                   ADD GSM-GAMES
                                       TO MO-GAMES (ws-search-idx)
                                   ADD GSM-WINS
                                       TO MO-WINS (ws-search-idx)
                                   ADD GSM-TOTAL-ATTEMPTS
                                       TO MO-ATTEMPTS (ws-search-idx)
                                   IF GSM-BEST < MO-BEST (ws-search-idx)
                                       MOVE GSM-BEST
                                           TO MO-BEST (ws-search-idx)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-SUMM-FILE
           END-IF
           PERFORM lire-vivant
           PERFORM trier-mois
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-mo-count
               MOVE MO-MONTH (ws-search-idx) TO ML-MONTH
               MOVE MO-GAMES (ws-search-idx) TO ML-GAMES
               MOVE MO-WINS (ws-search-idx) TO ML-WINS
               IF MO-GAMES (ws-search-idx) > 0
                   COMPUTE ws-moyenne ROUNDED =
                       MO-ATTEMPTS (ws-search-idx)
                       / MO-GAMES (ws-search-idx)
               ELSE
                   MOVE 0 TO ws-moyenne
               END-IF
               MOVE ws-moyenne TO ML-MOYENNE
               IF MO-BEST (ws-search-idx) = 999
                   MOVE 0 TO ML-BEST
               ELSE
                   MOVE MO-BEST (ws-search-idx) TO ML-BEST
               END-IF
               MOVE WS-MOIS-LIGNE TO ws-ligne
               PERFORM imprimer-ligne
           END-PERFORM
           IF ws-mo-count = 0
               MOVE '  AUCUNE PARTIE SUR LA PERIODE' TO ws-ligne
               PERFORM imprimer-ligne
           END-IF.

      * Positionne l'index alternatif sur l'operateur puis lit
      * ses parties en sequence jusqu'au changement d'operateur.
       lire-vivant.
           MOVE 'N' TO ws-lu-fini
           OPEN INPUT GAME-LOG-FILE
           IF ws-gamelog-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE OP-ID (ws-op-idx) TO GLG-OPERATOR-ID
           START GAME-LOG-FILE
               KEY = GLG-OPERATOR-ID
               INVALID KEY
                   MOVE 'Y' TO ws-lu-fini
           END-START
           PERFORM UNTIL ws-lu-fini = 'Y'
               READ GAME-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-lu-fini
                   NOT AT END
                       IF GLG-OPERATOR-ID = OP-ID (ws-op-idx)
                           IF GLG-DATE >= ws-date-debut
                                   AND GLG-DATE <= ws-date-fin
                               PERFORM cumuler-partie
                           END-IF
                       ELSE
                           MOVE 'Y' TO ws-lu-fini
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAME-LOG-FILE.

       cumuler-partie.
           MOVE GLG-DATE(1:6) TO ws-mois-courant
           PERFORM localiser-mois
           IF ws-search-idx = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MO-GAMES (ws-search-idx)
           ADD GLG-ATTEMPTS TO MO-ATTEMPTS (ws-search-idx)
           IF GLG-OUTCOME = 'GAGNE'
               ADD 1 TO MO-WINS (ws-search-idx)
               IF GLG-ATTEMPTS < MO-BEST (ws-search-idx)
                   MOVE GLG-ATTEMPTS TO MO-BEST (ws-search-idx)
               END-IF
           END-IF.

      * Rang du mois ws-mois-courant (cree au besoin, meilleur a
      * 999 comme dans Gamearch); 0 quand la table est pleine.
       localiser-mois.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-mo-count
               IF MO-MONTH (ws-search-idx) = ws-mois-courant
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ws-mo-count < 60
               ADD 1 TO ws-mo-count
               MOVE ws-mo-count TO ws-search-idx
               MOVE ws-mois-courant TO MO-MONTH (ws-search-idx)
               MOVE 0 TO MO-GAMES (ws-search-idx)
               MOVE 0 TO MO-WINS (ws-search-idx)
               MOVE 0 TO MO-ATTEMPTS (ws-search-idx)
               MOVE 999 TO MO-BEST (ws-search-idx)
           ELSE
               DISPLAY 'Limite de 60 mois atteinte pour '
                   OP-ID (ws-op-idx) '.'
               MOVE 0 TO ws-search-idx
           END-IF.

       trier-mois.
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx >= ws-mo-count
               PERFORM VARYING ws-tri-idx FROM 1 BY 1
                       UNTIL ws-tri-idx > ws-mo-count - ws-search-idx
                   IF MO-MONTH (ws-tri-idx) > MO-MONTH (ws-tri-idx + 1)
                       MOVE WS-MO-ENTRY (ws-tri-idx) TO WS-MO-ECHANGE
                       MOVE WS-MO-ENTRY (ws-tri-idx + 1)
                           TO WS-MO-ENTRY (ws-tri-idx)
                       MOVE WS-MO-ECHANGE
                           TO WS-MO-ENTRY (ws-tri-idx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Precision de quiz par type d'exercice sur la periode.
       editer-quiz.
           PERFORM imprimer-ligne
           MOVE '--- PRECISION DES QUIZ ---' TO ws-ligne
           PERFORM imprimer-ligne
           MOVE '  TYPE     SESSIONS  QUESTIONS  CORRECTES PRECISION'
               TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 0 TO ws-dr-count
           MOVE 'N' TO ws-eof
           OPEN INPUT DRILL-SCORE-FILE
           IF ws-drillscr-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ DRILL-SCORE-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF DRL-OPERATOR-ID = OP-ID (ws-op-idx)
                                   AND DRL-DATE >= ws-date-debut
                                   AND DRL-DATE <= ws-date-fin
                               PERFORM cumuler-quiz
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRILL-SCORE-FILE
           END-IF
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-dr-count
               MOVE DR-TYPE (ws-search-idx) TO QL-TYPE
               MOVE DR-SESSIONS (ws-search-idx) TO QL-SESSIONS
               MOVE DR-QUESTIONS (ws-search-idx) TO QL-QUESTIONS
               MOVE DR-CORRECT (ws-search-idx) TO QL-CORRECT
               IF DR-QUESTIONS (ws-search-idx) > 0
                   COMPUTE ws-precision ROUNDED =
                       DR-CORRECT (ws-search-idx) * 100
                       / DR-QUESTIONS (ws-search-idx)
               ELSE
                   MOVE 0 TO ws-precision
               END-IF
               MOVE ws-precision TO QL-PRECISION
               MOVE WS-QUIZ-LIGNE TO ws-ligne
               PERFORM imprimer-ligne
           END-PERFORM
           IF ws-dr-count = 0
               MOVE '  AUCUN QUIZ SUR LA PERIODE' TO ws-ligne
               PERFORM imprimer-ligne
           END-IF.

       cumuler-quiz.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-dr-count
               IF DR-TYPE (ws-search-idx) = DRL-TYPE
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               IF ws-dr-count >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-dr-count
               MOVE ws-dr-count TO ws-search-idx
               MOVE DRL-TYPE TO DR-TYPE (ws-search-idx)
               MOVE 0 TO DR-SESSIONS (ws-search-idx)
               MOVE 0 TO DR-QUESTIONS (ws-search-idx)
               MOVE 0 TO DR-CORRECT (ws-search-idx)
           END-IF
           ADD 1 TO DR-SESSIONS (ws-search-idx)
           ADD DRL-QUESTIONS TO DR-QUESTIONS (ws-search-idx)
           ADD DRL-CORRECT TO DR-CORRECT (ws-search-idx).

      * Conformite au plan: memes regles que Plancmp (requis
      * proratise aux jours ouvres du departement, sessions
      * AUDITLOG du programme dans la semaine de la ligne).
       editer-plan.
           PERFORM imprimer-ligne
           MOVE '--- CONFORMITE AU PLAN D''ENTRAINEMENT ---'
               TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 0 TO ws-pl-count
           MOVE 0 TO ws-pl-conformes
           MOVE 'N' TO ws-eof
           OPEN INPUT TRAINING-PLAN-FILE
           IF ws-trnplan-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ TRAINING-PLAN-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF PLN-OPERATOR-ID = OP-ID (ws-op-idx)
                                   AND PLN-WEEK >= ws-date-debut
                                   AND PLN-WEEK <= ws-date-fin
                               PERFORM retenir-ligne-plan
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING-PLAN-FILE
           END-IF
           IF ws-pl-count = 0
               MOVE '  AUCUNE LIGNE DE PLAN SUR LA PERIODE' TO ws-ligne
               PERFORM imprimer-ligne
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           OPEN INPUT AUDIT-LOG-FILE
           IF ws-auditlog-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF AUD-OPERATOR-ID = OP-ID (ws-op-idx)
                               PERFORM pointer-session
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-pl-count
               MOVE PL-WEEK (ws-search-idx) TO PLL-WEEK
               MOVE PL-PROGRAM (ws-search-idx) TO PLL-PROGRAM
               MOVE PL-FAIT (ws-search-idx) TO PLL-FAIT
               MOVE PL-REQ (ws-search-idx) TO PLL-REQ
               IF PL-FAIT (ws-search-idx) < PL-REQ (ws-search-idx)
                   MOVE 'EN RETARD' TO PLL-ETAT
               ELSE
                   MOVE 'CONFORME' TO PLL-ETAT
                   ADD 1 TO ws-pl-conformes
               END-IF
               MOVE WS-PLAN-LIGNE TO ws-ligne
               PERFORM imprimer-ligne
           END-PERFORM
           STRING '  LIGNES CONFORMES: ' ws-pl-conformes ' SUR '
               ws-pl-count
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.

       retenir-ligne-plan.
           IF ws-pl-count >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-pl-count
           MOVE PLN-WEEK TO PL-WEEK (ws-pl-count)
           MOVE PLN-PROGRAM TO PL-PROGRAM (ws-pl-count)
           MOVE 0 TO PL-FAIT (ws-pl-count)
           MOVE PLN-WEEK TO ws-date-num
           COMPUTE ws-jour-num =
               FUNCTION INTEGER-OF-DATE(ws-date-num) + 6
           COMPUTE ws-fin-semaine =
               FUNCTION DATE-OF-INTEGER(ws-jour-num)
           MOVE ws-fin-semaine TO PL-FIN (ws-pl-count)
           MOVE 'S' TO CAK-ACTION
           MOVE PLN-WEEK TO CAK-DATE
           MOVE OP-DEPT (ws-op-idx) TO CAK-DEPT
           CALL 'Calouvr' USING CALENDRIER-DEMANDE
           IF CAK-JOURS >= ws-jours-normaux
               MOVE PLN-SESSIONS-REQ TO PL-REQ (ws-pl-count)
           ELSE
               COMPUTE PL-REQ (ws-pl-count) ROUNDED =
                   PLN-SESSIONS-REQ * CAK-JOURS / ws-jours-normaux
           END-IF.

       pointer-session.
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-pl-count
               IF PL-PROGRAM (ws-search-idx) = AUD-PROGRAM
                       AND AUD-DATE >= PL-WEEK (ws-search-idx)
                       AND AUD-DATE <= PL-FIN (ws-search-idx)
                   ADD 1 TO PL-FAIT (ws-search-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       editer-tournois.
           PERFORM imprimer-ligne
           MOVE '--- TOURNOIS ---' TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 0 TO ws-tr-matchs
           MOVE 0 TO ws-tr-victoires
           MOVE 0 TO ws-tr-manches-gagnees
           MOVE 0 TO ws-tr-manches-perdues
           MOVE 'N' TO ws-eof
           OPEN INPUT TOURNEY-FILE
           IF ws-tourstnd-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ TOURNEY-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF TRM-DATE >= ws-date-debut
                                   AND TRM-DATE <= ws-date-fin
                               PERFORM cumuler-match
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOURNEY-FILE
           END-IF
           IF ws-tr-matchs = 0
               MOVE '  AUCUN MATCH SUR LA PERIODE' TO ws-ligne
               PERFORM imprimer-ligne
               EXIT PARAGRAPH
           END-IF
           STRING '  MATCHS JOUES: ' ws-tr-matchs
               '  GAGNES: ' ws-tr-victoires
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING '  MANCHES GAGNEES: ' ws-tr-manches-gagnees
               '  PERDUES: ' ws-tr-manches-perdues
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.

       cumuler-match.
           EVALUATE OP-ID (ws-op-idx)
               WHEN TRM-OPERATOR-1
                   ADD 1 TO ws-tr-matchs
                   ADD TRM-ROUNDS-1 TO ws-tr-manches-gagnees
                   ADD TRM-ROUNDS-2 TO ws-tr-manches-perdues
               WHEN TRM-OPERATOR-2
                   ADD 1 TO ws-tr-matchs
                   ADD TRM-ROUNDS-2 TO ws-tr-manches-gagnees
                   ADD TRM-ROUNDS-1 TO ws-tr-manches-perdues
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF TRM-WINNER = OP-ID (ws-op-idx)
               ADD 1 TO ws-tr-victoires
           END-IF.

       editer-points.
           PERFORM imprimer-ligne
           MOVE '--- POINTS D''INTERESSEMENT ---' TO ws-ligne
           PERFORM imprimer-ligne
           MOVE '  MOIS            JEU       QUIZ      TOTAL'
               TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 0 TO ws-pts-jeu
           MOVE 0 TO ws-pts-quiz
           MOVE 0 TO ws-pts-total
           MOVE 0 TO ws-nb-lignes
           MOVE 'N' TO ws-eof
           OPEN INPUT POINTS-FILE
           IF ws-points-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ POINTS-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF PTS-OPERATOR-ID = OP-ID (ws-op-idx)
                                   AND PTS-MONTH >= ws-mois-debut
                                   AND PTS-MONTH <= ws-mois-fin
                               ADD 1 TO ws-nb-lignes
                               ADD PTS-GAME-POINTS TO ws-pts-jeu
                               ADD PTS-QUIZ-POINTS TO ws-pts-quiz
                               ADD PTS-TOTAL-POINTS TO ws-pts-total
                               MOVE PTS-MONTH TO PTL-MONTH
                               MOVE PTS-GAME-POINTS TO PTL-JEU
                               MOVE PTS-QUIZ-POINTS TO PTL-QUIZ
                               MOVE PTS-TOTAL-POINTS TO PTL-TOTAL
                               MOVE WS-POINTS-LIGNE TO ws-ligne
                               PERFORM imprimer-ligne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF
           IF ws-nb-lignes = 0
               MOVE '  AUCUN POINT SUR LA PERIODE' TO ws-ligne
               PERFORM imprimer-ligne
               EXIT PARAGRAPH
           END-IF
           MOVE 'TOTAL' TO PTL-MONTH
           MOVE ws-pts-jeu TO PTL-JEU
           MOVE ws-pts-quiz TO PTL-QUIZ
           MOVE ws-pts-total TO PTL-TOTAL
           MOVE WS-POINTS-LIGNE TO ws-ligne
           PERFORM imprimer-ligne.

      * Le bloc de signatures n'est jamais coupe: s'il ne tient
      * plus sur la page, il passe en tete de la suivante.
       editer-signatures.
           IF ws-ligne-cnt + 8 > ws-lignes-par-page
               PERFORM nouvelle-page
           END-IF
           PERFORM imprimer-ligne
           PERFORM imprimer-ligne
           MOVE 'OPERATEUR   : ______________________  DATE : ________'
               TO ws-ligne
           PERFORM imprimer-ligne
           PERFORM imprimer-ligne
           MOVE 'SUPERVISEUR : ______________________  DATE : ________'
               TO ws-ligne
           PERFORM imprimer-ligne
           PERFORM imprimer-ligne
           MOVE 'RESSOURCES HUMAINES : ______________  DATE : ________'
               TO ws-ligne
           PERFORM imprimer-ligne.

       nouvelle-page.
           ADD 1 TO ws-page-no
           MOVE ws-page-no TO TL-PAGE
           IF ws-page-no = 1
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
           ELSE
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE 1 TO ws-ligne-cnt.

      * Un releve plus long que le formulaire deborde sur une
      * page suivante qui reprend le titre et l'operateur.
       imprimer-ligne.
           IF ws-ligne-cnt >= ws-lignes-par-page
               PERFORM nouvelle-page
           END-IF
           WRITE PRINT-LINE FROM ws-ligne
           ADD 1 TO ws-ligne-cnt
           MOVE SPACES TO ws-ligne.
