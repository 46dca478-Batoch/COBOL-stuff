      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Intscan.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-sesslog-status.
           SELECT INTEGRITY-FILE ASSIGN TO "INTEXCP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY INX-KEY
               FILE STATUS IS ws-intexcp-status.
           SELECT PRINT-FILE ASSIGN TO "INTPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
           COPY GAMELOGR.

       FD  GAME-ARCH-FILE.
           COPY GAMELOGR REPLACING ==GAMELOG-RECORD==
               BY ==GAMEARCH-RECORD== LEADING ==GLG== BY ==GAR==.

       FD  SESSION-LOG-FILE.
           COPY SESSLOGR.

       FD  INTEGRITY-FILE.
           COPY INTEXCR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-gamelog-status PIC XX.
       77 ws-gamearch-status PIC XX.
       77 ws-sesslog-status PIC XX.
       77 ws-intexcp-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-today PIC X(8).
       77 ws-date-mini PIC X(8).
       77 ws-id-courant PIC X(10) VALUE SPACES.
       77 ws-gt-idx PIC 9(4).
       77 ws-gt-autre PIC 9(4).
       77 ws-gt-count PIC 9(4) VALUE 0.
       77 ws-gt-full-warned PIC X VALUE 'N'.
       77 ws-se-idx PIC 9(4).
       77 ws-se-count PIC 9(4) VALUE 0.
       77 ws-se-full-warned PIC X VALUE 'N'.
       77 ws-jr-idx PIC 999.
       77 ws-jr-count PIC 999 VALUE 0.
       77 ws-jr-full-warned PIC X VALUE 'N'.
       77 ws-as-idx PIC 9(5).
       77 ws-as-count PIC 9(5) VALUE 0.
       77 ws-as-full-warned PIC X VALUE 'N'.
       77 ws-ah-idx PIC 999.
       77 ws-ah-count PIC 999 VALUE 0.
       77 ws-search-ah PIC 999.
       77 ws-ah-full-warned PIC X VALUE 'N'.
       77 ws-date-autre PIC X(8).
       77 ws-found PIC X VALUE 'N'.
       77 ws-motif PIC X.
       77 ws-detail PIC X(30).
       77 ws-premiere-session PIC X(8).
       77 ws-hh PIC 99.
       77 ws-mn PIC 99.
       77 ws-ss PIC 99.
       77 ws-debut-sec PIC 9(5).
       77 ws-fin-sec PIC 9(5).
       77 ws-duree-sec PIC S9(5).
       77 ws-duree-mini PIC 9(7).
       77 ws-op-parties PIC 9(7).
       77 ws-op-rapides PIC 9(7).
       77 ws-autres-parties PIC 9(7).
       77 ws-taux-jour PIC 999.
       77 ws-taux-habituel PIC 999.
       77 ws-ed-nombre PIC ZZZZ9.
       77 ws-ed-taux PIC ZZ9.
       77 ws-ed-taux2 PIC ZZ9.

      * Seuils du controle
      * - victoires rapides (1 ou 2 essais): au moins 3 dans la
      *   journee, au moins 20% des parties du jour et au moins 3
      *   fois le taux habituel de l'operateur (ses autres jours,
      *   mois archives dans GAMEARCH compris);
      * - session: au moins 10 secondes par partie enregistree.
       77 ws-rapides-mini PIC 99 VALUE 3.
       77 ws-taux-rapides-mini PIC 999 VALUE 20.
       77 ws-facteur-rapides PIC 9 VALUE 3.
       77 ws-secondes-partie PIC 99 VALUE 10.

      * Compteurs du passage
       77 ws-parties-lues PIC 9(7) VALUE 0.
       77 ws-operateurs PIC 9(5) VALUE 0.
       77 ws-sessions-courtes PIC 9(5) VALUE 0.
       77 ws-nouvelles PIC 9(5) VALUE 0.
       77 ws-deja-connues PIC 9(5) VALUE 0.
       77 ws-nb-semence PIC 9(5) VALUE 0.
       77 ws-nb-repetee PIC 9(5) VALUE 0.
       77 ws-nb-rapides PIC 9(5) VALUE 0.
       77 ws-nb-duree PIC 9(5) VALUE 0.
       77 ws-en-revue PIC 9(5) VALUE 0.
       77 ws-levees PIC 9(5) VALUE 0.
       77 ws-confirmees PIC 9(5) VALUE 0.

           COPY JOBSTATK.

      * Semence decoupee en HHMMSScc: une semence tiree de
      * l'horloge (CURRENT-DATE(9:8) dans Plusmoins) est une heure
      * valide, au plus tard celle de fin de partie.
       01  WS-SEMENCE.
           05  SEM-HH              PIC 99.
           05  SEM-MN              PIC 99.
           05  SEM-SS              PIC 99.
           05  SEM-CC              PIC 99.

      * Sessions SESSLOG contemporaines de GAMELOG
       01  WS-SE-TABLE.
           05  WS-SE-ENTRY OCCURS 3000 TIMES.
               10  SE-DATE         PIC X(8).
               10  SE-ID           PIC X(10).
               10  SE-DEBUT        PIC X(8).
               10  SE-FIN          PIC X(8).
               10  SE-PARTIES      PIC 999.

      * Parties de l'operateur en cours; GT-SESSION est le rang de
      * la session SESSLOG qui la contient (0 = aucune), GT-ARCHIVE
      * la date de la premiere partie GAMEARCH de l'operateur jouee
      * avec la meme semence (blanc = aucune).
       01  WS-GT-TABLE.
           05  WS-GT-ENTRY OCCURS 2000 TIMES.
               10  GT-DATE         PIC X(8).
               10  GT-TIME         PIC X(8).
               10  GT-SEED         PIC 9(8).
               10  GT-ATTEMPTS     PIC 99.
               10  GT-OUTCOME      PIC X(9).
               10  GT-SESSION      PIC 9(4).
               10  GT-ARCHIVE      PIC X(8).

      * Parties GAMEARCH des mois purges de GAMELOG: semence et
      * date de chacune, et par operateur nombre de parties et de
      * victoires en 1 ou 2 essais.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY OCCURS 50000 TIMES.
               10  AS-ID           PIC X(10).
               10  AS-SEED         PIC 9(8).
               10  AS-DATE         PIC X(8).

       01  WS-AH-TABLE.
           05  WS-AH-ENTRY OCCURS 200 TIMES.
               10  AH-ID           PIC X(10).
               10  AH-PARTIES      PIC 9(7).
               10  AH-RAPIDES      PIC 9(7).

      * Jours de l'operateur en cours: parties et victoires en 1
      * ou 2 essais.
       01  WS-JR-TABLE.
           05  WS-JR-ENTRY OCCURS 400 TIMES.
               10  JR-DATE         PIC X(8).
               10  JR-PARTIES      PIC 9(5).
               10  JR-RAPIDES      PIC 9(5).

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(33) VALUE
               'PARTIES EN REVUE D''INTEGRITE AU '.
           05  TL-DATE             PIC X(8).
           05  FILLER              PIC X(31) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(9) VALUE 'DATE'.
           05  FILLER              PIC X(11) VALUE 'OPERATEUR'.
           05  FILLER              PIC X(9) VALUE 'FIN'.
           05  FILLER              PIC X(2) VALUE 'M'.
           05  FILLER              PIC X(9) VALUE 'SEMENCE'.
           05  FILLER              PIC X(3) VALUE 'ES'.
           05  FILLER              PIC X(31) VALUE 'DETAIL'.
           05  FILLER              PIC X(3) VALUE 'NV'.

       01  WS-DETAIL-LIGNE.
           05  DL-DATE             PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-ID               PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-TIME             PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-MOTIF            PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-SEED             PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-ATTEMPTS         PIC Z9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-DETAIL           PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-NOUVEAU          PIC X.

       PROCEDURE DIVISION.
      * Controle d'integrite des parties Plusmoins: chaque nuit
      * tout GAMELOG est relu operateur par operateur (cle
      * alternee) avec les sessions SESSLOG de la meme periode et
      * les mois deja archives dans GAMEARCH. Sont relevees les
      * semences qui ne sont pas une heure de la partie (saisie
      * pla-seed hors recette), les semences deja jouees par le
      * meme operateur (GAMELOG ou GAMEARCH), les journees de
      * victoires en 1 ou 2 essais sans rapport avec son taux
      * habituel et
      * les sessions trop courtes pour leurs parties. Chaque
      * constat nouveau entre en revue dans INTEXCP; un constat
      * deja present garde la decision du superviseur. L'edition
      * INTPRNT liste toutes les parties encore en revue.
       initialiser.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Intscan' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Intscan deja termine ce jour, saut.'
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE ws-today TO TL-DATE.

      * Statut 35 = premier passage, le fichier est cree vide;
      * tout autre echec d'ouverture arrete le programme.
       ouvrir-exceptions.
           OPEN I-O INTEGRITY-FILE
           IF ws-intexcp-status = "35"
               OPEN OUTPUT INTEGRITY-FILE
               CLOSE INTEGRITY-FILE
               OPEN I-O INTEGRITY-FILE
           END-IF
           IF ws-intexcp-status NOT = "00"
               DISPLAY 'Erreur ouverture INTEXCP: ' ws-intexcp-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * La premiere partie dans l'ordre de la cle donne la date la
      * plus ancienne encore dans GAMELOG.
       ouvrir-gamelog.
           OPEN INPUT GAME-LOG-FILE
           IF ws-gamelog-status NOT = "00"
               DISPLAY 'Aucun historique GAMELOG, rien a controler.'
               CLOSE INTEGRITY-FILE
               PERFORM pointer-etat-fin
               STOP RUN
           END-IF
           READ GAME-LOG-FILE NEXT RECORD
               AT END
                   DISPLAY 'GAMELOG vide, rien a controler.'
                   CLOSE GAME-LOG-FILE
                   CLOSE INTEGRITY-FILE
                   PERFORM pointer-etat-fin
                   STOP RUN
           END-READ
           MOVE GLG-DATE TO ws-date-mini.

       charger-sessions.
           OPEN INPUT SESSION-LOG-FILE
           IF ws-sesslog-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ SESSION-LOG-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF SES-DATE >= ws-date-mini
                               PERFORM retenir-session
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-LOG-FILE
           END-IF.

      * Seules les parties GAMEARCH anterieures a la plus ancienne
      * de GAMELOG comptent: un mois remis dans GAMELOG apres
      * reprise n'est pas compte deux fois.
       charger-archive.
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-ARCH-FILE
           IF ws-gamearch-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ GAME-ARCH-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF GAR-DATE < ws-date-mini
                               PERFORM retenir-archive
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-ARCH-FILE
           END-IF.

       examiner-parties.
           MOVE 'N' TO ws-eof
           MOVE LOW-VALUES TO GLG-OPERATOR-ID
           START GAME-LOG-FILE
               KEY NOT < GLG-OPERATOR-ID
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ GAME-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-parties-lues
                       IF GLG-OPERATOR-ID NOT = ws-id-courant
                           IF ws-gt-count > 0
                               PERFORM analyser-operateur
                           END-IF
                           MOVE GLG-OPERATOR-ID TO ws-id-courant
                       END-IF
                       PERFORM retenir-partie
               END-READ
           END-PERFORM
           IF ws-gt-count > 0
               PERFORM analyser-operateur
           END-IF
           CLOSE GAME-LOG-FILE.

           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture INTPRNT: ' ws-print-status
               CLOSE INTEGRITY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM imprimer-exceptions.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.
           CLOSE INTEGRITY-FILE.
           DISPLAY '=== Controle d''integrite des parties ==='.
           DISPLAY 'Parties examinees  : ' ws-parties-lues.
           DISPLAY 'Operateurs         : ' ws-operateurs.
           DISPLAY 'Nouveaux constats  : ' ws-nouvelles.
           DISPLAY 'Parties en revue   : ' ws-en-revue.
           DISPLAY 'Rapport imprime sur INTPRNT (' ws-page-no
               ' pages).'.
           IF ws-nouvelles > 0 OR ws-gt-full-warned = 'Y'
                   OR ws-se-full-warned = 'Y'
                   OR ws-jr-full-warned = 'Y'
                   OR ws-as-full-warned = 'Y'
                   OR ws-ah-full-warned = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM pointer-etat-fin.
           STOP RUN.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.

       retenir-session.
           IF ws-se-count < 3000
               ADD 1 TO ws-se-count
               MOVE SES-DATE TO SE-DATE (ws-se-count)
               MOVE SES-OPERATOR-ID TO SE-ID (ws-se-count)
               MOVE SES-START-TIME TO SE-DEBUT (ws-se-count)
               MOVE SES-END-TIME TO SE-FIN (ws-se-count)
               MOVE SES-GAMES TO SE-PARTIES (ws-se-count)
           ELSE
               IF ws-se-full-warned = 'N'
                   DISPLAY 'Limite de 3000 sessions atteinte.'
                   MOVE 'Y' TO ws-se-full-warned
               END-IF
           END-IF.

       retenir-archive.
           IF ws-as-count < 50000
               ADD 1 TO ws-as-count
               MOVE GAR-OPERATOR-ID TO AS-ID (ws-as-count)
               MOVE GAR-SEED TO AS-SEED (ws-as-count)
               MOVE GAR-DATE TO AS-DATE (ws-as-count)
           ELSE
               IF ws-as-full-warned = 'N'
                   DISPLAY 'Limite de 50000 parties archivees '
                       'atteinte.'
                   MOVE 'Y' TO ws-as-full-warned
               END-IF
           END-IF
           MOVE GAR-OPERATOR-ID TO ws-id-courant
           PERFORM localiser-archive-operateur
           IF ws-ah-idx = 0
               IF ws-ah-count < 200
                   ADD 1 TO ws-ah-count
                   MOVE ws-ah-count TO ws-ah-idx
                   MOVE GAR-OPERATOR-ID TO AH-ID (ws-ah-idx)
                   MOVE 0 TO AH-PARTIES (ws-ah-idx)
                   MOVE 0 TO AH-RAPIDES (ws-ah-idx)
               ELSE
                   IF ws-ah-full-warned = 'N'
                       DISPLAY 'Limite de 200 operateurs archives '
                           'atteinte.'
                       MOVE 'Y' TO ws-ah-full-warned
                   END-IF
               END-IF
           END-IF
           IF ws-ah-idx > 0
               ADD 1 TO AH-PARTIES (ws-ah-idx)
               IF GAR-OUTCOME = 'GAGNE' AND GAR-ATTEMPTS <= 2
                   ADD 1 TO AH-RAPIDES (ws-ah-idx)
               END-IF
           END-IF
           MOVE SPACES TO ws-id-courant.

       localiser-archive-operateur.
           MOVE 0 TO ws-ah-idx
           PERFORM VARYING ws-search-ah FROM 1 BY 1
                   UNTIL ws-search-ah > ws-ah-count
               IF AH-ID (ws-search-ah) = ws-id-courant
                   MOVE ws-search-ah TO ws-ah-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       retenir-partie.
           IF ws-gt-count < 2000
               ADD 1 TO ws-gt-count
               MOVE GLG-DATE TO GT-DATE (ws-gt-count)
               MOVE GLG-TIME TO GT-TIME (ws-gt-count)
               MOVE GLG-SEED TO GT-SEED (ws-gt-count)
               MOVE GLG-ATTEMPTS TO GT-ATTEMPTS (ws-gt-count)
               MOVE GLG-OUTCOME TO GT-OUTCOME (ws-gt-count)
               MOVE 0 TO GT-SESSION (ws-gt-count)
               MOVE SPACES TO GT-ARCHIVE (ws-gt-count)
           ELSE
               IF ws-gt-full-warned = 'N'
                   DISPLAY 'Limite de 2000 parties par operateur '
                       'atteinte.'
                   MOVE 'Y' TO ws-gt-full-warned
               END-IF
           END-IF.

       analyser-operateur.
           ADD 1 TO ws-operateurs
           PERFORM controler-semences
           PERFORM controler-repetitions
           PERFORM controler-victoires-rapides
           PERFORM controler-sessions
           MOVE 0 TO ws-gt-count.

      * Une semence d'horloge est une heure valide, pas posterieure
      * a la fin de la partie, ni anterieure a la premiere session
      * du jour de l'operateur (une partie reprise apres incident
      * garde la semence de son depart, le meme jour).
       controler-semences.
           PERFORM VARYING ws-gt-idx FROM 1 BY 1
                   UNTIL ws-gt-idx > ws-gt-count
               PERFORM rattacher-session
               MOVE GT-SEED (ws-gt-idx) TO WS-SEMENCE
               MOVE SPACES TO ws-detail
               EVALUATE TRUE
                   WHEN SEM-HH > 23 OR SEM-MN > 59 OR SEM-SS > 59
                       MOVE 'SEMENCE HORS FORMAT HHMMSSCC'
                           TO ws-detail
                   WHEN WS-SEMENCE > GT-TIME (ws-gt-idx)
                       MOVE 'SEMENCE APRES LA FIN DE PARTIE'
                           TO ws-detail
                   WHEN ws-premiere-session NOT = SPACES
                           AND WS-SEMENCE < ws-premiere-session
                       MOVE 'SEMENCE AVANT LA SESSION'
                           TO ws-detail
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ws-detail NOT = SPACES
                   MOVE 'S' TO ws-motif
                   PERFORM ecrire-exception
               END-IF
           END-PERFORM.

      * Session du meme jour qui contient l'heure de fin de la
      * partie, et debut de la premiere session du jour.
       rattacher-session.
           MOVE SPACES TO ws-premiere-session
           PERFORM VARYING ws-se-idx FROM 1 BY 1
                   UNTIL ws-se-idx > ws-se-count
               IF SE-ID (ws-se-idx) = ws-id-courant
                       AND SE-DATE (ws-se-idx) = GT-DATE (ws-gt-idx)
                   IF ws-premiere-session = SPACES
                           OR SE-DEBUT (ws-se-idx)
                               < ws-premiere-session
                       MOVE SE-DEBUT (ws-se-idx)
                           TO ws-premiere-session
                   END-IF
                   IF SE-DEBUT (ws-se-idx) NOT > GT-TIME (ws-gt-idx)
                           AND SE-FIN (ws-se-idx)
                               NOT < GT-TIME (ws-gt-idx)
                       MOVE ws-se-idx TO GT-SESSION (ws-gt-idx)
                   END-IF
               END-IF
           END-PERFORM.

      * Chaque partie dont la semence sert a une autre partie du
      * meme operateur est relevee, avec la date de l'autre: une
      * partie GAMELOG d'abord, sinon une partie archivee.
       controler-repetitions.
           PERFORM rapprocher-archive
           PERFORM VARYING ws-gt-idx FROM 1 BY 1
                   UNTIL ws-gt-idx > ws-gt-count
               MOVE GT-ARCHIVE (ws-gt-idx) TO ws-date-autre
               PERFORM VARYING ws-gt-autre FROM 1 BY 1
                       UNTIL ws-gt-autre > ws-gt-count
                   IF ws-gt-autre NOT = ws-gt-idx
                           AND GT-SEED (ws-gt-autre)
                               = GT-SEED (ws-gt-idx)
                       MOVE GT-DATE (ws-gt-autre) TO ws-date-autre
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ws-date-autre NOT = SPACES
                   MOVE SPACES TO ws-detail
                   STRING 'SEMENCE DEJA JOUEE LE ' ws-date-autre
                       DELIMITED BY SIZE INTO ws-detail
                   END-STRING
                   MOVE 'R' TO ws-motif
                   PERFORM ecrire-exception
               END-IF
           END-PERFORM.

      * Un seul passage des parties archivees par operateur: chaque
      * semence archivee de l'operateur est cherchee parmi ses
      * parties GAMELOG, la plus ancienne date etant retenue.
       rapprocher-archive.
           PERFORM VARYING ws-as-idx FROM 1 BY 1
                   UNTIL ws-as-idx > ws-as-count
               IF AS-ID (ws-as-idx) = ws-id-courant
                   PERFORM VARYING ws-gt-idx FROM 1 BY 1
                           UNTIL ws-gt-idx > ws-gt-count
                       IF GT-SEED (ws-gt-idx) = AS-SEED (ws-as-idx)
                               AND GT-ARCHIVE (ws-gt-idx) = SPACES
                           MOVE AS-DATE (ws-as-idx)
                               TO GT-ARCHIVE (ws-gt-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Taux du jour compare au taux des autres jours de
      * l'operateur, dans GAMELOG et dans GAMEARCH (0 s'il n'a joue
      * que ce jour-la, seuls le nombre et le taux minimum jouent
      * alors). Les cumuls partent de ses parties archivees.
       controler-victoires-rapides.
           MOVE 0 TO ws-jr-count
           MOVE 0 TO ws-op-parties
           MOVE 0 TO ws-op-rapides
           PERFORM localiser-archive-operateur
           IF ws-ah-idx > 0
               MOVE AH-PARTIES (ws-ah-idx) TO ws-op-parties
               MOVE AH-RAPIDES (ws-ah-idx) TO ws-op-rapides
           END-IF
           PERFORM VARYING ws-gt-idx FROM 1 BY 1
                   UNTIL ws-gt-idx > ws-gt-count
               PERFORM localiser-jour
               IF ws-jr-idx > 0
                   ADD 1 TO JR-PARTIES (ws-jr-idx)
                   ADD 1 TO ws-op-parties
                   IF GT-OUTCOME (ws-gt-idx) = 'GAGNE'
                           AND GT-ATTEMPTS (ws-gt-idx) <= 2
                       ADD 1 TO JR-RAPIDES (ws-jr-idx)
                       ADD 1 TO ws-op-rapides
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING ws-jr-idx FROM 1 BY 1
                   UNTIL ws-jr-idx > ws-jr-count
               IF JR-RAPIDES (ws-jr-idx) >= ws-rapides-mini
                   COMPUTE ws-taux-jour = JR-RAPIDES (ws-jr-idx)
                       * 100 / JR-PARTIES (ws-jr-idx)
                   MOVE 0 TO ws-taux-habituel
                   COMPUTE ws-autres-parties = ws-op-parties
                       - JR-PARTIES (ws-jr-idx)
                   IF ws-autres-parties > 0
                       COMPUTE ws-taux-habituel =
                           (ws-op-rapides - JR-RAPIDES (ws-jr-idx))
                           * 100 / ws-autres-parties
                   END-IF
                   IF ws-taux-jour >= ws-taux-rapides-mini
                           AND ws-taux-jour >=
                               ws-taux-habituel * ws-facteur-rapides
                       PERFORM relever-victoires-rapides
                   END-IF
               END-IF
           END-PERFORM.

       localiser-jour.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-jr-idx FROM 1 BY 1
                   UNTIL ws-jr-idx > ws-jr-count
               IF JR-DATE (ws-jr-idx) = GT-DATE (ws-gt-idx)
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               IF ws-jr-count < 400
                   ADD 1 TO ws-jr-count
                   MOVE ws-jr-count TO ws-jr-idx
                   MOVE GT-DATE (ws-gt-idx) TO JR-DATE (ws-jr-idx)
                   MOVE 0 TO JR-PARTIES (ws-jr-idx)
                   MOVE 0 TO JR-RAPIDES (ws-jr-idx)
               ELSE
                   IF ws-jr-full-warned = 'N'
                       DISPLAY 'Limite de 400 jours par operateur '
                           'atteinte.'
                       MOVE 'Y' TO ws-jr-full-warned
                   END-IF
                   MOVE 0 TO ws-jr-idx
               END-IF
           END-IF.

       relever-victoires-rapides.
           MOVE ws-taux-jour TO ws-ed-taux
           MOVE ws-taux-habituel TO ws-ed-taux2
           MOVE SPACES TO ws-detail
           STRING 'RAPIDES ' ws-ed-taux '% HABITUEL ' ws-ed-taux2
               '%'
               DELIMITED BY SIZE INTO ws-detail
           END-STRING
           MOVE 'V' TO ws-motif
           PERFORM VARYING ws-gt-idx FROM 1 BY 1
                   UNTIL ws-gt-idx > ws-gt-count
               IF GT-DATE (ws-gt-idx) = JR-DATE (ws-jr-idx)
                       AND GT-OUTCOME (ws-gt-idx) = 'GAGNE'
                       AND GT-ATTEMPTS (ws-gt-idx) <= 2
                   PERFORM ecrire-exception
               END-IF
           END-PERFORM.

      * Duree de la session (passage de minuit compris) contre le
      * minimum pour le nombre de parties qu'elle declare; les
      * parties de GAMELOG qu'elle contient sont relevees.
       controler-sessions.
           PERFORM VARYING ws-se-idx FROM 1 BY 1
                   UNTIL ws-se-idx > ws-se-count
               IF SE-ID (ws-se-idx) = ws-id-courant
                       AND SE-PARTIES (ws-se-idx) > 0
                   PERFORM calculer-duree-session
                   COMPUTE ws-duree-mini = SE-PARTIES (ws-se-idx)
                       * ws-secondes-partie
                   IF ws-duree-sec < ws-duree-mini
                       ADD 1 TO ws-sessions-courtes
                       PERFORM relever-session
                   END-IF
               END-IF
           END-PERFORM.

       calculer-duree-session.
           MOVE SE-DEBUT (ws-se-idx)(1:2) TO ws-hh
           MOVE SE-DEBUT (ws-se-idx)(3:2) TO ws-mn
           MOVE SE-DEBUT (ws-se-idx)(5:2) TO ws-ss
           COMPUTE ws-debut-sec = ws-hh * 3600 + ws-mn * 60 + ws-ss
           MOVE SE-FIN (ws-se-idx)(1:2) TO ws-hh
           MOVE SE-FIN (ws-se-idx)(3:2) TO ws-mn
           MOVE SE-FIN (ws-se-idx)(5:2) TO ws-ss
           COMPUTE ws-fin-sec = ws-hh * 3600 + ws-mn * 60 + ws-ss
           COMPUTE ws-duree-sec = ws-fin-sec - ws-debut-sec
           IF ws-duree-sec < 0
               ADD 86400 TO ws-duree-sec
           END-IF.

       relever-session.
           MOVE ws-duree-sec TO ws-ed-nombre
           MOVE SE-PARTIES (ws-se-idx) TO ws-ed-taux
           MOVE SPACES TO ws-detail
           STRING 'DUREE ' ws-ed-nombre 'S POUR ' ws-ed-taux
               ' PARTIES'
               DELIMITED BY SIZE INTO ws-detail
           END-STRING
           MOVE 'D' TO ws-motif
           PERFORM VARYING ws-gt-idx FROM 1 BY 1
                   UNTIL ws-gt-idx > ws-gt-count
               IF GT-SESSION (ws-gt-idx) = ws-se-idx
                   PERFORM ecrire-exception
               END-IF
           END-PERFORM.

      * Un constat deja present (cle existante) n'est pas reecrit:
      * la decision du superviseur est conservee.
       ecrire-exception.
           MOVE GT-DATE (ws-gt-idx) TO INX-DATE
           MOVE ws-id-courant TO INX-OPERATOR-ID
           MOVE GT-TIME (ws-gt-idx) TO INX-TIME
           MOVE ws-motif TO INX-MOTIF
           MOVE GT-SEED (ws-gt-idx) TO INX-SEED
           MOVE GT-ATTEMPTS (ws-gt-idx) TO INX-ATTEMPTS
           MOVE GT-OUTCOME (ws-gt-idx) TO INX-OUTCOME
           MOVE ws-detail TO INX-DETAIL
           MOVE 'R' TO INX-STATUT
           MOVE ws-today TO INX-DETECTE
           MOVE SPACES TO INX-REVISEUR
           MOVE SPACES TO INX-REVU-DATE
           WRITE INTEXCP-RECORD
               INVALID KEY
                   ADD 1 TO ws-deja-connues
               NOT INVALID KEY
                   ADD 1 TO ws-nouvelles
                   EVALUATE ws-motif
                       WHEN 'S'
                           ADD 1 TO ws-nb-semence
                       WHEN 'R'
                           ADD 1 TO ws-nb-repetee
                       WHEN 'V'
                           ADD 1 TO ws-nb-rapides
                       WHEN 'D'
                           ADD 1 TO ws-nb-duree
                   END-EVALUATE
           END-WRITE.

      * Toutes les parties encore en revue, les nouvelles de la
      * nuit marquees '*'; levees et confirmees sont seulement
      * comptees.
       imprimer-exceptions.
           MOVE 'N' TO ws-eof
           MOVE LOW-VALUES TO INX-KEY
           START INTEGRITY-FILE
               KEY NOT < INX-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ INTEGRITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE INX-STATUT
                           WHEN 'R'
                               ADD 1 TO ws-en-revue
                               PERFORM imprimer-exception
                           WHEN 'L'
                               ADD 1 TO ws-levees
                           WHEN 'C'
                               ADD 1 TO ws-confirmees
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF ws-en-revue = 0
               MOVE 'Aucune partie en revue.' TO ws-ligne
               PERFORM imprimer-ligne
           END-IF.

       imprimer-exception.
           MOVE INX-DATE TO DL-DATE
           MOVE INX-OPERATOR-ID TO DL-ID
           MOVE INX-TIME TO DL-TIME
           MOVE INX-MOTIF TO DL-MOTIF
           MOVE INX-SEED TO DL-SEED
           MOVE INX-ATTEMPTS TO DL-ATTEMPTS
           MOVE INX-DETAIL TO DL-DETAIL
           MOVE SPACE TO DL-NOUVEAU
           IF INX-DETECTE = ws-today
               MOVE '*' TO DL-NOUVEAU
           END-IF
           MOVE WS-DETAIL-LIGNE TO ws-ligne
           PERFORM imprimer-ligne.

      * Pagination: entete (titre date/page + colonnes) en tete
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
           MOVE '--- RECAPITULATIF ---' TO ws-ligne
           PERFORM imprimer-ligne
           STRING 'PARTIES EXAMINEES  : ' ws-parties-lues
               '  OPERATEURS: ' ws-operateurs
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'SESSIONS CHARGEES  : ' ws-se-count
               '  TROP COURTES: ' ws-sessions-courtes
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'NOUVEAUX CONSTATS  : ' ws-nouvelles
               '  DEJA CONNUS: ' ws-deja-connues
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING '  S SEMENCE NON HORAIRE  : ' ws-nb-semence
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING '  R SEMENCE REPETEE      : ' ws-nb-repetee
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING '  V VICTOIRES RAPIDES    : ' ws-nb-rapides
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING '  D SESSION TROP COURTE  : ' ws-nb-duree
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'EN REVUE           : ' ws-en-revue
               '  LEVEES: ' ws-levees
               '  CONFIRMEES: ' ws-confirmees
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.
