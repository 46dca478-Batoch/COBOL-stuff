      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Difsimul.

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
           SELECT DIFFICULTY-PARAM-FILE ASSIGN TO "DIFPARAM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-difparam-status.
           SELECT DIFF-OPER-FILE ASSIGN TO "DIFOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-difoper-status.
           SELECT PRINT-FILE ASSIGN TO "SIMPRNT"
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

       FD  DIFFICULTY-PARAM-FILE.
       01  DIFPARAM-RECORD.
           05  DIF-MAX-RANGE       PIC 99.
           05  DIF-MAX-ATTEMPTS    PIC 99.

       FD  DIFF-OPER-FILE.
           COPY DIFOPERR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-gamelog-status PIC XX.
       77 ws-gamearch-status PIC XX.
       77 ws-difparam-status PIC XX.
       77 ws-difoper-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-date-debut PIC X(8) VALUE SPACES.
       77 ws-date-fin PIC X(8) VALUE SPACES.
       77 ws-def-range PIC 99 VALUE 99.
       77 ws-def-attempts PIC 99 VALUE 20.
       77 ws-op-count PIC 999 VALUE 0.
       77 ws-found PIC X VALUE 'N'.
       77 ws-search-idx PIC 999.
       77 ws-table-full-warned PIC X VALUE 'N'.
       77 ws-id-courant PIC X(10).
       77 ws-date-partie PIC X(8).
       77 ws-essais-courant PIC 99.
       77 ws-resultat PIC X(9).
       77 ws-nuit-courante PIC X(8) VALUE SPACES.
       77 ws-nuit-cible PIC X(8).
       77 ws-date-num PIC 9(8).
       77 ws-jour-num PIC 9(8).
       77 ws-moyenne PIC 999V99.
       77 ws-calcul PIC S999.
       77 ws-points-partie PIC 9(5).
       77 ws-parties-lues PIC 9(7) VALUE 0.
       77 ws-nuits PIC 9(5) VALUE 0.
       77 ws-hors-sequence PIC 9(7) VALUE 0.
       77 ws-promotions PIC 9(7) VALUE 0.
       77 ws-retrogradations PIC 9(7) VALUE 0.
       77 ws-promus PIC 999 VALUE 0.
       77 ws-retrogrades PIC 999 VALUE 0.
       77 ws-inchanges PIC 999 VALUE 0.
       77 ws-nouveaux PIC 999 VALUE 0.
       77 ws-tt-pts-auj PIC 9(9) VALUE 0.
       77 ws-tt-pts-sim PIC 9(9) VALUE 0.
       77 ws-ecart PIC S9(9).
       77 ws-ed-ecart PIC -ZZZZZZZZ9.

      * Regles d'Adjdiff en production, dans l'ordre de la carte
      * des regles candidates lue sur SYSIN (22 chiffres, deux
      * par valeur): abandons declenchant la retrogradation,
      * victoires et moyenne d'essais maxi pour la promotion, pas
      * de borne et d'essais a la promotion, borne maxi, essais
      * mini, pas de borne et d'essais a la retrogradation, borne
      * mini, essais maxi.
       01  WS-REGLES-ACTUELLES.
           05  RGA-ABANDONS        PIC 99 VALUE 3.
           05  RGA-VICTOIRES       PIC 99 VALUE 5.
           05  RGA-MOYENNE         PIC 99 VALUE 7.
           05  RGA-PAS-BORNE-PRO   PIC 99 VALUE 10.
           05  RGA-PAS-ESSAIS-PRO  PIC 99 VALUE 2.
           05  RGA-BORNE-MAXI      PIC 99 VALUE 99.
           05  RGA-ESSAIS-MINI     PIC 99 VALUE 5.
           05  RGA-PAS-BORNE-RET   PIC 99 VALUE 10.
           05  RGA-PAS-ESSAIS-RET  PIC 99 VALUE 5.
           05  RGA-BORNE-MINI      PIC 99 VALUE 20.
           05  RGA-ESSAIS-MAXI     PIC 99 VALUE 30.

       01  WS-REGLES-CANDIDATES.
           05  RGC-ABANDONS        PIC 99.
           05  RGC-VICTOIRES       PIC 99.
           05  RGC-MOYENNE         PIC 99.
           05  RGC-PAS-BORNE-PRO   PIC 99.
           05  RGC-PAS-ESSAIS-PRO  PIC 99.
           05  RGC-BORNE-MAXI      PIC 99.
           05  RGC-ESSAIS-MINI     PIC 99.
           05  RGC-PAS-BORNE-RET   PIC 99.
           05  RGC-PAS-ESSAIS-RET  PIC 99.
           05  RGC-BORNE-MINI      PIC 99.
           05  RGC-ESSAIS-MAXI     PIC 99.

      * DIFPARAM candidat, meme disposition que l'enregistrement
      * DIFPARAM (borne puis essais).
       01  WS-DIFPARAM-CANDIDAT.
           05  DPC-MAX-RANGE       PIC 99.
           05  DPC-MAX-ATTEMPTS    PIC 99.

      * DT-RANGE-AUJ/DT-ATT-AUJ: bornes d'aujourd'hui (DIFOPER, ou
      * DIFPARAM actuel pour un operateur sans fiche, DT-NOUVEAU
      * 'Y'); DT-RANGE/DT-ATTEMPTS: bornes rejouees.
      * DT-GAMES a DT-WIN-ATT: cumuls du mois juges chaque nuit,
      * remis a zero au changement de mois; DT-PER-*: comptes de
      * toute la periode pour l'edition.
       01  WS-DIF-TABLE.
           05  WS-DIF-ENTRY OCCURS 200 TIMES.
               10  DT-ID           PIC X(10).
               10  DT-NOUVEAU      PIC X.
               10  DT-RANGE-AUJ    PIC 99.
               10  DT-ATT-AUJ      PIC 99.
               10  DT-RANGE        PIC 99.
               10  DT-ATTEMPTS     PIC 99.
               10  DT-GAMES        PIC 9(5).
               10  DT-WINS         PIC 9(5).
               10  DT-ABANDONS     PIC 9(5).
               10  DT-WIN-ATT      PIC 9(7).
               10  DT-PER-GAMES    PIC 9(5).
               10  DT-PER-WINS     PIC 9(5).
               10  DT-PER-ABANDONS PIC 9(5).
               10  DT-PTS-AUJ      PIC 9(7).
               10  DT-PTS-SIM      PIC 9(7).

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(25) VALUE
               'SIMULATION DIFFICULTES'.
           05  TL-DEBUT            PIC X(8).
           05  FILLER              PIC X(3) VALUE ' - '.
           05  TL-FIN              PIC X(8).
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'BORNE'.
           05  FILLER              PIC X(33) VALUE 'ESSAIS'.
           05  FILLER              PIC X(24) VALUE
               '      POINTS PTSCALC'.

       01  WS-COLONNES-LIGNE2.
           05  FILLER              PIC X(12) VALUE 'OPERATEUR'.
           05  FILLER              PIC X(5) VALUE 'AUJ'.
           05  FILLER              PIC X(6) VALUE 'SIM'.
           05  FILLER              PIC X(5) VALUE 'AUJ'.
           05  FILLER              PIC X(4) VALUE 'SIM'.
           05  FILLER              PIC X(6) VALUE 'SENS'.
           05  FILLER              PIC X(6) VALUE ' PART'.
           05  FILLER              PIC X(6) VALUE ' VICT'.
           05  FILLER              PIC X(6) VALUE ' ABAN'.
           05  FILLER              PIC X(8) VALUE '    AUJ'.
           05  FILLER              PIC X(8) VALUE '    SIM'.
           05  FILLER              PIC X(8) VALUE '   ECART'.

       01  WS-DETAIL-LIGNE.
           05  DL-ID               PIC X(10).
           05  DL-NOUVEAU          PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-RANGE-AUJ        PIC Z9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  DL-RANGE-SIM        PIC Z9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  DL-ATT-AUJ          PIC Z9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  DL-ATT-SIM          PIC Z9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-SENS             PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-PARTIES          PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-VICTOIRES        PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-ABANDONS         PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-PTS-AUJ          PIC ZZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-PTS-SIM          PIC ZZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-ECART            PIC -ZZZZZZ9.

       01  WS-PARAM-LIGNE.
           05  PL-LIBELLE          PIC X(34).
           05  PL-ACTUEL           PIC Z9.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  PL-CANDIDAT         PIC Z9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  PL-MARQUE           PIC X(7).

       PROCEDURE DIVISION.
      * Simulation "et si" des regles d'Adjdiff: la periode de
      * GAMELOG/GAMEARCH est rejouee nuit par nuit avec un
      * DIFPARAM et des regles candidates lus sur SYSIN, en
      * partant du DIFOPER d'aujourd'hui. Comme Adjdiff, chaque
      * nuit juge les cumuls des parties du mois en cours: Adjdiff
      * lit GAMELOG, que Gamearch vide en fin de mois, aussi les
      * cumuls repartent de zero au premier jour de chaque mois.
      * Adjdiff tourne chaque nuit, qu'il y ait eu des parties ou
      * non: toutes les nuits du calendrier sont rejouees, de la
      * premiere partie de la periode jusqu'a la date de fin. Rien
      * n'est mis a jour: l'edition SIMPRNT compare, par
      * operateur, les bornes obtenues a celles d'aujourd'hui et
      * chiffre l'effet sur les points Ptscalc des victoires de la
      * periode (borne x 10 / essais).
       lire-defaut.
           OPEN INPUT DIFFICULTY-PARAM-FILE
           IF ws-difparam-status = "00"
               READ DIFFICULTY-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DIF-MAX-RANGE TO ws-def-range
                       MOVE DIF-MAX-ATTEMPTS TO ws-def-attempts
               END-READ
               CLOSE DIFFICULTY-PARAM-FILE
           END-IF.

       saisir-simulation.
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
           MOVE ws-date-fin TO ws-date-num
           IF FUNCTION INTEGER-OF-DATE(ws-date-num) = 0
               DISPLAY 'Date de fin invalide: ' ws-date-fin
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-date-debut TO TL-DEBUT
           MOVE ws-date-fin TO TL-FIN
           DISPLAY 'DIFPARAM candidat BBEE (vide = actuel): '
           ACCEPT WS-DIFPARAM-CANDIDAT
           IF WS-DIFPARAM-CANDIDAT = SPACES
               MOVE ws-def-range TO DPC-MAX-RANGE
               MOVE ws-def-attempts TO DPC-MAX-ATTEMPTS
           END-IF
           IF WS-DIFPARAM-CANDIDAT IS NOT NUMERIC
               DISPLAY 'DIFPARAM candidat invalide: '
                   WS-DIFPARAM-CANDIDAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Regles candidates, 11 x 2 chiffres '
               '(vide = actuelles): '
           ACCEPT WS-REGLES-CANDIDATES
           IF WS-REGLES-CANDIDATES = SPACES
               MOVE WS-REGLES-ACTUELLES TO WS-REGLES-CANDIDATES
           END-IF
           IF WS-REGLES-CANDIDATES IS NOT NUMERIC
               DISPLAY 'Regles candidates invalides: '
                   WS-REGLES-CANDIDATES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RGC-ABANDONS = 0 OR RGC-VICTOIRES = 0
                   OR RGC-BORNE-MINI > RGC-BORNE-MAXI
                   OR RGC-ESSAIS-MINI > RGC-ESSAIS-MAXI
               DISPLAY 'Regles candidates incoherentes: '
                   WS-REGLES-CANDIDATES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Statut 35 = pas encore de fiches: tous les operateurs
      * partent alors du DIFPARAM.
       charger-difoper.
           OPEN INPUT DIFF-OPER-FILE
           IF ws-difoper-status NOT = "00"
                   AND ws-difoper-status NOT = "35"
               DISPLAY 'Erreur ouverture DIFOPER: '
                   ws-difoper-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-difoper-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ DIFF-OPER-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           MOVE DFO-OPERATOR-ID TO ws-id-courant
                           PERFORM localiser-operateur
                           IF ws-search-idx > 0
                               MOVE 'N' TO DT-NOUVEAU (ws-search-idx)
                               MOVE DFO-MAX-RANGE
                                   TO DT-RANGE-AUJ (ws-search-idx)
                                      DT-RANGE (ws-search-idx)
                               MOVE DFO-MAX-ATTEMPTS
                                   TO DT-ATT-AUJ (ws-search-idx)
                                      DT-ATTEMPTS (ws-search-idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIFF-OPER-FILE
           END-IF.

      * GAMEARCH porte les mois deja purges de GAMELOG, dans
      * l'ordre de la cle: le lire d'abord puis GAMELOG presente
      * les parties par date croissante. Une partie plus ancienne
      * que la nuit en cours est comptee dans cette nuit et
      * signalee (RC 4).
       rejouer-gamearch.
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-ARCH-FILE
           IF ws-gamearch-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ GAME-ARCH-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF GAR-DATE >= ws-date-debut
                                   AND GAR-DATE <= ws-date-fin
                               MOVE GAR-OPERATOR-ID TO ws-id-courant
                               MOVE GAR-DATE TO ws-date-partie
                               MOVE GAR-ATTEMPTS
                                   TO ws-essais-courant
                               MOVE GAR-OUTCOME TO ws-resultat
                               PERFORM rejouer-partie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-ARCH-FILE
           END-IF.

       rejouer-gamelog.
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-LOG-FILE
           IF ws-gamelog-status = "00"
               MOVE ws-date-debut TO GLG-DATE
               MOVE LOW-VALUES TO GLG-OPERATOR-ID
               MOVE LOW-VALUES TO GLG-TIME
               START GAME-LOG-FILE
                   KEY NOT < GLG-KEY
                   INVALID KEY
                       MOVE 'Y' TO ws-eof
               END-START
               PERFORM UNTIL ws-eof = 'Y'
                   READ GAME-LOG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF GLG-DATE > ws-date-fin
                               MOVE 'Y' TO ws-eof
                           ELSE
                               MOVE GLG-OPERATOR-ID TO ws-id-courant
                               MOVE GLG-DATE TO ws-date-partie
                               MOVE GLG-ATTEMPTS
                                   TO ws-essais-courant
                               MOVE GLG-OUTCOME TO ws-resultat
                               PERFORM rejouer-partie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF
           IF ws-nuit-courante NOT = SPACES
               MOVE ws-date-fin TO ws-date-num
               COMPUTE ws-jour-num =
                   FUNCTION INTEGER-OF-DATE(ws-date-num) + 1
               COMPUTE ws-date-num =
                   FUNCTION DATE-OF-INTEGER(ws-jour-num)
               MOVE ws-date-num TO ws-nuit-cible
               PERFORM avancer-nuits
           END-IF.

           PERFORM chiffrer-points.
           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture SIMPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM imprimer-operateurs.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.
           DISPLAY '=== Simulation des difficultes ==='.
           DISPLAY 'Nuits rejouees     : ' ws-nuits.
           DISPLAY 'Operateurs         : ' ws-op-count.
           DISPLAY 'Promus             : ' ws-promus.
           DISPLAY 'Retrogrades        : ' ws-retrogrades.
           DISPLAY 'Inchanges          : ' ws-inchanges.
           DISPLAY 'Ecart de points    : ' ws-ed-ecart.
           DISPLAY 'Rapport imprime sur SIMPRNT (' ws-page-no
               ' pages).'.
           IF ws-hors-sequence > 0 OR ws-table-full-warned = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Le changement de date clot la nuit precedente et celles,
      * sans partie, qui la separent de la date de la partie.
       rejouer-partie.
           ADD 1 TO ws-parties-lues
           IF ws-date-partie > ws-nuit-courante
               IF ws-nuit-courante NOT = SPACES
                   MOVE ws-date-partie TO ws-nuit-cible
                   PERFORM avancer-nuits
               ELSE
                   MOVE ws-date-partie TO ws-nuit-courante
               END-IF
           ELSE
               IF ws-date-partie < ws-nuit-courante
                   ADD 1 TO ws-hors-sequence
               END-IF
           END-IF
           PERFORM localiser-operateur
           IF ws-search-idx > 0
               ADD 1 TO DT-GAMES (ws-search-idx)
               ADD 1 TO DT-PER-GAMES (ws-search-idx)
               IF ws-resultat = 'GAGNE'
                   ADD 1 TO DT-WINS (ws-search-idx)
                   ADD 1 TO DT-PER-WINS (ws-search-idx)
                   ADD ws-essais-courant
                       TO DT-WIN-ATT (ws-search-idx)
               ELSE
                   ADD 1 TO DT-ABANDONS (ws-search-idx)
                   ADD 1 TO DT-PER-ABANDONS (ws-search-idx)
               END-IF
           END-IF.

      * Rejoue chaque nuit du calendrier de ws-nuit-courante a la
      * veille de ws-nuit-cible: Adjdiff y aurait tourne sur les
      * parties du mois vues jusque-la. Le passage au mois suivant
      * vide ensuite les cumuls, comme la purge Gamearch.
       avancer-nuits.
           PERFORM UNTIL ws-nuit-courante >= ws-nuit-cible
               PERFORM ajuster-nuit
               MOVE ws-nuit-courante TO ws-date-num
               COMPUTE ws-jour-num =
                   FUNCTION INTEGER-OF-DATE(ws-date-num) + 1
               COMPUTE ws-date-num =
                   FUNCTION DATE-OF-INTEGER(ws-jour-num)
               IF ws-date-num(1:6) NOT = ws-nuit-courante(1:6)
                   PERFORM vider-cumuls
               END-IF
               MOVE ws-date-num TO ws-nuit-courante
           END-PERFORM.

       vider-cumuls.
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-op-count
               MOVE 0 TO DT-GAMES (ws-search-idx)
               MOVE 0 TO DT-WINS (ws-search-idx)
               MOVE 0 TO DT-ABANDONS (ws-search-idx)
               MOVE 0 TO DT-WIN-ATT (ws-search-idx)
           END-PERFORM.

       localiser-operateur.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-op-count
               IF DT-ID (ws-search-idx) = ws-id-courant
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               IF ws-op-count < 200
                   ADD 1 TO ws-op-count
                   MOVE ws-op-count TO ws-search-idx
                   MOVE ws-id-courant TO DT-ID (ws-search-idx)
                   MOVE 'Y' TO DT-NOUVEAU (ws-search-idx)
                   MOVE ws-def-range TO DT-RANGE-AUJ (ws-search-idx)
                   MOVE ws-def-attempts
                       TO DT-ATT-AUJ (ws-search-idx)
                   MOVE DPC-MAX-RANGE TO DT-RANGE (ws-search-idx)
                   MOVE DPC-MAX-ATTEMPTS
                       TO DT-ATTEMPTS (ws-search-idx)
                   MOVE 0 TO DT-GAMES (ws-search-idx)
                   MOVE 0 TO DT-WINS (ws-search-idx)
                   MOVE 0 TO DT-ABANDONS (ws-search-idx)
                   MOVE 0 TO DT-WIN-ATT (ws-search-idx)
                   MOVE 0 TO DT-PER-GAMES (ws-search-idx)
                   MOVE 0 TO DT-PER-WINS (ws-search-idx)
                   MOVE 0 TO DT-PER-ABANDONS (ws-search-idx)
                   MOVE 0 TO DT-PTS-AUJ (ws-search-idx)
                   MOVE 0 TO DT-PTS-SIM (ws-search-idx)
               ELSE
                   IF ws-table-full-warned = 'N'
                       DISPLAY 'Limite de 200 operateurs atteinte.'
                       MOVE 'Y' TO ws-table-full-warned
                   END-IF
                   MOVE 0 TO ws-search-idx
               END-IF
           END-IF.

      * Memes tests qu'ajuster-difficultes d'Adjdiff, seuils, pas
      * et limites pris dans les regles candidates.
       ajuster-nuit.
           ADD 1 TO ws-nuits
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-op-count
               IF DT-ABANDONS (ws-search-idx) >= RGC-ABANDONS
                   ADD 1 TO ws-retrogradations
                   COMPUTE ws-calcul = DT-RANGE (ws-search-idx)
                       - RGC-PAS-BORNE-RET
                   IF ws-calcul < RGC-BORNE-MINI
                       MOVE RGC-BORNE-MINI TO ws-calcul
                   END-IF
                   MOVE ws-calcul TO DT-RANGE (ws-search-idx)
                   COMPUTE ws-calcul = DT-ATTEMPTS (ws-search-idx)
                       + RGC-PAS-ESSAIS-RET
                   IF ws-calcul > RGC-ESSAIS-MAXI
                       MOVE RGC-ESSAIS-MAXI TO ws-calcul
                   END-IF
                   MOVE ws-calcul TO DT-ATTEMPTS (ws-search-idx)
               ELSE
                   IF DT-WINS (ws-search-idx) >= RGC-VICTOIRES
                           AND DT-ABANDONS (ws-search-idx) = 0
                       COMPUTE ws-moyenne =
                           DT-WIN-ATT (ws-search-idx)
                           / DT-WINS (ws-search-idx)
                       IF ws-moyenne <= RGC-MOYENNE
                           PERFORM promouvoir
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       promouvoir.
           ADD 1 TO ws-promotions
           COMPUTE ws-calcul = DT-RANGE (ws-search-idx)
               + RGC-PAS-BORNE-PRO
           IF ws-calcul > RGC-BORNE-MAXI
               MOVE RGC-BORNE-MAXI TO ws-calcul
           END-IF
           MOVE ws-calcul TO DT-RANGE (ws-search-idx)
           COMPUTE ws-calcul = DT-ATTEMPTS (ws-search-idx)
               - RGC-PAS-ESSAIS-PRO
           IF ws-calcul < RGC-ESSAIS-MINI
               MOVE RGC-ESSAIS-MINI TO ws-calcul
           END-IF
           MOVE ws-calcul TO DT-ATTEMPTS (ws-search-idx).

      * Points Ptscalc des victoires de la periode, une fois avec
      * la borne d'aujourd'hui, une fois avec la borne simulee
      * (Ptscalc applique la borne DIFOPER du moment a toutes les
      * parties du mois).
       chiffrer-points.
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-ARCH-FILE
           IF ws-gamearch-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ GAME-ARCH-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF GAR-DATE >= ws-date-debut
                                   AND GAR-DATE <= ws-date-fin
                                   AND GAR-OUTCOME = 'GAGNE'
                               MOVE GAR-OPERATOR-ID TO ws-id-courant
                               MOVE GAR-ATTEMPTS
                                   TO ws-essais-courant
                               PERFORM chiffrer-victoire
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-ARCH-FILE
           END-IF
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-LOG-FILE
           IF ws-gamelog-status = "00"
               MOVE ws-date-debut TO GLG-DATE
               MOVE LOW-VALUES TO GLG-OPERATOR-ID
               MOVE LOW-VALUES TO GLG-TIME
               START GAME-LOG-FILE
                   KEY NOT < GLG-KEY
                   INVALID KEY
                       MOVE 'Y' TO ws-eof
               END-START
               PERFORM UNTIL ws-eof = 'Y'
                   READ GAME-LOG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF GLG-DATE > ws-date-fin
                               MOVE 'Y' TO ws-eof
                           ELSE
                               IF GLG-OUTCOME = 'GAGNE'
                                   MOVE GLG-OPERATOR-ID
                                       TO ws-id-courant
                                   MOVE GLG-ATTEMPTS
                                       TO ws-essais-courant
                                   PERFORM chiffrer-victoire
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF.

       chiffrer-victoire.
           PERFORM localiser-operateur
           IF ws-search-idx > 0
               IF ws-essais-courant = 0
                   MOVE 1 TO ws-essais-courant
               END-IF
               COMPUTE ws-points-partie =
                   DT-RANGE-AUJ (ws-search-idx) * 10
                   / ws-essais-courant
               ADD ws-points-partie TO DT-PTS-AUJ (ws-search-idx)
               COMPUTE ws-points-partie =
                   DT-RANGE (ws-search-idx) * 10
                   / ws-essais-courant
               ADD ws-points-partie TO DT-PTS-SIM (ws-search-idx)
           END-IF.

       imprimer-parametres.
           MOVE 'PARAMETRE                          ACTUEL  CANDIDAT'
               TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 'DIFPARAM borne par defaut' TO PL-LIBELLE
           MOVE ws-def-range TO PL-ACTUEL
           MOVE DPC-MAX-RANGE TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'DIFPARAM essais par defaut' TO PL-LIBELLE
           MOVE ws-def-attempts TO PL-ACTUEL
           MOVE DPC-MAX-ATTEMPTS TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Abandons pour retrogradation' TO PL-LIBELLE
           MOVE RGA-ABANDONS TO PL-ACTUEL
           MOVE RGC-ABANDONS TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Victoires pour promotion' TO PL-LIBELLE
           MOVE RGA-VICTOIRES TO PL-ACTUEL
           MOVE RGC-VICTOIRES TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Moyenne d''essais maxi' TO PL-LIBELLE
           MOVE RGA-MOYENNE TO PL-ACTUEL
           MOVE RGC-MOYENNE TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Promotion: pas de borne' TO PL-LIBELLE
           MOVE RGA-PAS-BORNE-PRO TO PL-ACTUEL
           MOVE RGC-PAS-BORNE-PRO TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Promotion: pas d''essais' TO PL-LIBELLE
           MOVE RGA-PAS-ESSAIS-PRO TO PL-ACTUEL
           MOVE RGC-PAS-ESSAIS-PRO TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Borne maxi' TO PL-LIBELLE
           MOVE RGA-BORNE-MAXI TO PL-ACTUEL
           MOVE RGC-BORNE-MAXI TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Essais mini' TO PL-LIBELLE
           MOVE RGA-ESSAIS-MINI TO PL-ACTUEL
           MOVE RGC-ESSAIS-MINI TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Retrogradation: pas de borne' TO PL-LIBELLE
           MOVE RGA-PAS-BORNE-RET TO PL-ACTUEL
           MOVE RGC-PAS-BORNE-RET TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Retrogradation: pas d''essais' TO PL-LIBELLE
           MOVE RGA-PAS-ESSAIS-RET TO PL-ACTUEL
           MOVE RGC-PAS-ESSAIS-RET TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Borne mini' TO PL-LIBELLE
           MOVE RGA-BORNE-MINI TO PL-ACTUEL
           MOVE RGC-BORNE-MINI TO PL-CANDIDAT
           PERFORM imprimer-parametre
           MOVE 'Essais maxi' TO PL-LIBELLE
           MOVE RGA-ESSAIS-MAXI TO PL-ACTUEL
           MOVE RGC-ESSAIS-MAXI TO PL-CANDIDAT
           PERFORM imprimer-parametre.

       imprimer-parametre.
           MOVE SPACES TO PL-MARQUE
           IF PL-ACTUEL NOT = PL-CANDIDAT
               MOVE '<-- MOD' TO PL-MARQUE
           END-IF
           MOVE WS-PARAM-LIGNE TO ws-ligne
           PERFORM imprimer-ligne.

      * Sens du changement par rapport a aujourd'hui: la borne
      * decide, les essais departagent a borne egale.
       imprimer-operateurs.
           IF ws-op-count = 0
               MOVE 'Aucun operateur dans DIFOPER ni sur la periode.'
                   TO ws-ligne
               PERFORM imprimer-ligne
           END-IF
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-op-count
               MOVE DT-ID (ws-search-idx) TO DL-ID
               MOVE SPACE TO DL-NOUVEAU
               IF DT-NOUVEAU (ws-search-idx) = 'Y'
                   MOVE '*' TO DL-NOUVEAU
                   ADD 1 TO ws-nouveaux
               END-IF
               MOVE DT-RANGE-AUJ (ws-search-idx) TO DL-RANGE-AUJ
               MOVE DT-RANGE (ws-search-idx) TO DL-RANGE-SIM
               MOVE DT-ATT-AUJ (ws-search-idx) TO DL-ATT-AUJ
               MOVE DT-ATTEMPTS (ws-search-idx) TO DL-ATT-SIM
               EVALUATE TRUE
                   WHEN DT-RANGE (ws-search-idx)
                           > DT-RANGE-AUJ (ws-search-idx)
                       MOVE 'PROMU' TO DL-SENS
                   WHEN DT-RANGE (ws-search-idx)
                           < DT-RANGE-AUJ (ws-search-idx)
                       MOVE 'RETRO' TO DL-SENS
                   WHEN DT-ATTEMPTS (ws-search-idx)
                           < DT-ATT-AUJ (ws-search-idx)
                       MOVE 'PROMU' TO DL-SENS
                   WHEN DT-ATTEMPTS (ws-search-idx)
                           > DT-ATT-AUJ (ws-search-idx)
                       MOVE 'RETRO' TO DL-SENS
                   WHEN OTHER
                       MOVE '=' TO DL-SENS
               END-EVALUATE
               EVALUATE DL-SENS
                   WHEN 'PROMU'
                       ADD 1 TO ws-promus
                   WHEN 'RETRO'
                       ADD 1 TO ws-retrogrades
                   WHEN OTHER
                       ADD 1 TO ws-inchanges
               END-EVALUATE
               MOVE DT-PER-GAMES (ws-search-idx) TO DL-PARTIES
               MOVE DT-PER-WINS (ws-search-idx) TO DL-VICTOIRES
               MOVE DT-PER-ABANDONS (ws-search-idx) TO DL-ABANDONS
               MOVE DT-PTS-AUJ (ws-search-idx) TO DL-PTS-AUJ
               MOVE DT-PTS-SIM (ws-search-idx) TO DL-PTS-SIM
               COMPUTE ws-ecart = DT-PTS-SIM (ws-search-idx)
                   - DT-PTS-AUJ (ws-search-idx)
               MOVE ws-ecart TO DL-ECART
               ADD DT-PTS-AUJ (ws-search-idx) TO ws-tt-pts-auj
               ADD DT-PTS-SIM (ws-search-idx) TO ws-tt-pts-sim
               MOVE WS-DETAIL-LIGNE TO ws-ligne
               PERFORM imprimer-ligne
           END-PERFORM
           COMPUTE ws-ecart = ws-tt-pts-sim - ws-tt-pts-auj
           MOVE ws-ecart TO ws-ed-ecart
           IF ws-nouveaux > 0
               PERFORM imprimer-ligne
               STRING '* sans fiche DIFOPER: AUJ = DIFPARAM actuel, '
                   'depart SIM = DIFPARAM candidat'
                   DELIMITED BY SIZE INTO ws-ligne
               END-STRING
               PERFORM imprimer-ligne
           END-IF.

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
           WRITE PRINT-LINE FROM WS-COLONNES-LIGNE2
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 5 TO ws-ligne-cnt.

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
           STRING 'NUITS REJOUEES     : ' ws-nuits
               '  PARTIES: ' ws-parties-lues
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'AJUSTEMENTS        : ' ws-promotions
               ' PROMOTIONS  ' ws-retrogradations
               ' RETROGRADATIONS'
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'OPERATEURS         : ' ws-op-count
               '  DONT SANS FICHE: ' ws-nouveaux
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'PROMUS             : ' ws-promus
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'RETROGRADES        : ' ws-retrogrades
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'INCHANGES          : ' ws-inchanges
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'POINTS AUJOURD''HUI : ' ws-tt-pts-auj
               '  SIMULES: ' ws-tt-pts-sim
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'ECART DE POINTS    : ' ws-ed-ecart
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           IF ws-hors-sequence > 0
               STRING 'PARTIES HORS SEQUENCE DE DATE: '
                   ws-hors-sequence
                   DELIMITED BY SIZE INTO ws-ligne
               END-STRING
               PERFORM imprimer-ligne
           END-IF
           PERFORM imprimer-ligne
           PERFORM imprimer-parametres.
