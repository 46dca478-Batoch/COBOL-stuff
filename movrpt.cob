      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Movrpt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-MOVE-FILE ASSIGN TO "GAMEMOVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-gamemove-status.
           SELECT PRINT-FILE ASSIGN TO "MOVPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-MOVE-FILE.
           COPY GAMEMOVR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-gamemove-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-date-debut PIC X(8).
       77 ws-date-fin PIC X(8).
       77 ws-cle-prec PIC X(26) VALUE SPACES.
       77 ws-partie-ouverte PIC X VALUE 'N'.
       77 ws-borne-bas PIC S999.
       77 ws-borne-haut PIC S999.
       77 ws-gp-count PIC 999 VALUE 0.
       77 ws-gp-idx PIC 999 VALUE 0.
       77 ws-fm-count PIC 9(4) VALUE 0.
       77 ws-fm-idx PIC 9(4).
       77 ws-sort-idx PIC 999.
       77 ws-swap-flag PIC 9 VALUE 0.
       77 ws-table-full-warned PIC X VALUE 'N'.
       77 ws-fm-full-warned PIC X VALUE 'N'.
       77 ws-optimum PIC 99.
       77 ws-puissance PIC 9(5).
       77 ws-ecart PIC S99.
       77 ws-ecart-aff PIC +Z9.
       77 ws-id-prec PIC X(10) VALUE SPACES.
       77 ws-premier-op PIC X VALUE 'Y'.
       77 ws-operateurs PIC 999 VALUE 0.
       77 ws-coups-lus PIC 9(7) VALUE 0.
      * Cumuls de l'operateur en cours d'impression
       77 ws-op-parties PIC 9(5) VALUE 0.
       77 ws-op-gagnees PIC 9(5) VALUE 0.
       77 ws-op-coups PIC 9(7) VALUE 0.
       77 ws-op-optimum PIC 9(7) VALUE 0.
       77 ws-op-au-dela PIC 9(5) VALUE 0.
       77 ws-op-hors PIC 9(5) VALUE 0.
      * Cumuls de l'atelier
       77 ws-tot-parties PIC 9(5) VALUE 0.
       77 ws-tot-gagnees PIC 9(5) VALUE 0.
       77 ws-tot-au-dela PIC 9(5) VALUE 0.
       77 ws-tot-hors PIC 9(5) VALUE 0.
       77 ws-moyenne PIC 99V99.
       77 ws-moyenne-aff PIC Z9.99.
       77 ws-moy-opt-aff PIC Z9.99.

      * Une partie rejouee: borne, coups, coups hors de
      * l'intervalle deja prouve par les reponses precedentes
       01  WS-GP-TABLE.
           05  WS-GP-ENTRY OCCURS 500 TIMES.
               10  GP-KEY.
                   15  GP-DATE     PIC X(8).
                   15  GP-ID       PIC X(10).
                   15  GP-TIME     PIC X(8).
               10  GP-RANGE        PIC 99.
               10  GP-COUPS        PIC 99.
               10  GP-HORS         PIC 99.
               10  GP-GAGNE        PIC X.

       01  WS-GP-SWAP.
           05  SW-KEY.
               10  SW-DATE         PIC X(8).
               10  SW-ID           PIC X(10).
               10  SW-TIME         PIC X(8).
           05  SW-RANGE            PIC 99.
           05  SW-COUPS            PIC 99.
           05  SW-HORS             PIC 99.
           05  SW-GAGNE            PIC X.

      * Coups hors intervalle, rattaches a leur partie par la cle
       01  WS-FM-TABLE.
           05  WS-FM-ENTRY OCCURS 1000 TIMES.
               10  FM-KEY          PIC X(26).
               10  FM-COUP         PIC 99.
               10  FM-VALEUR       PIC 99.
               10  FM-BAS          PIC 99.
               10  FM-HAUT         PIC 99.

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(27) VALUE
               'METHODE DE RECHERCHE'.
           05  FILLER              PIC X(3) VALUE 'DU '.
           05  TL-DEBUT            PIC X(8).
           05  FILLER              PIC X(4) VALUE ' AU '.
           05  TL-FIN              PIC X(8).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(9) VALUE 'DATE'.
           05  FILLER              PIC X(7) VALUE 'HEURE'.
           05  FILLER              PIC X(7) VALUE 'BORNE'.
           05  FILLER              PIC X(7) VALUE 'COUPS'.
           05  FILLER              PIC X(9) VALUE 'OPTIMUM'.
           05  FILLER              PIC X(7) VALUE 'ECART'.
           05  FILLER              PIC X(6) VALUE 'HORS'.
           05  FILLER              PIC X(9) VALUE 'RESULTAT'.

       01  WS-PARTIE-LIGNE.
           05  PL-DATE             PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  PL-HEURE            PIC X(6).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  PL-BORNE            PIC Z9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  PL-COUPS            PIC Z9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  PL-OPTIMUM          PIC Z9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  PL-ECART            PIC X(3).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  PL-HORS             PIC Z9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  PL-RESULTAT         PIC X(9).

       01  WS-HORS-LIGNE.
           05  FILLER              PIC X(12) VALUE
               '     coup '.
           05  HL-COUP             PIC Z9.
           05  FILLER              PIC X(3) VALUE ' : '.
           05  HL-VALEUR           PIC Z9.
           05  FILLER              PIC X(24) VALUE
               ' hors intervalle prouve '.
           05  FILLER              PIC X VALUE '['.
           05  HL-BAS              PIC Z9.
           05  FILLER              PIC X VALUE '-'.
           05  HL-HAUT             PIC Z9.
           05  FILLER              PIC X VALUE ']'.

       PROCEDURE DIVISION.
       saisir-periode.
           DISPLAY 'Date debut AAAAMMJJ: '
           ACCEPT ws-date-debut
           DISPLAY 'Date fin AAAAMMJJ: '
           ACCEPT ws-date-fin
           IF ws-date-debut(1:8) IS NOT NUMERIC
                   OR ws-date-fin(1:8) IS NOT NUMERIC
                   OR ws-date-fin < ws-date-debut
               DISPLAY 'Periode invalide.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Les coups d'une partie sont contigus dans GAMEMOVE: un
      * changement de cle clot la partie precedente.
       rejouer-coups.
           OPEN INPUT GAME-MOVE-FILE
           IF ws-gamemove-status NOT = "00"
               DISPLAY 'Aucun fichier GAMEMOVE a rejouer.'
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ GAME-MOVE-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF GMV-DATE >= ws-date-debut
                               AND GMV-DATE <= ws-date-fin
                           PERFORM rejouer-coup
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAME-MOVE-FILE.

           PERFORM trier-parties.
           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture MOVPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM imprimer-rapport.
           CLOSE PRINT-FILE.
           DISPLAY 'Rapport imprime sur MOVPRNT ('
               ws-page-no ' pages).'.
           STOP RUN.

       rejouer-coup.
           ADD 1 TO ws-coups-lus
           IF GMV-KEY NOT = ws-cle-prec
               PERFORM ouvrir-partie
               MOVE GMV-KEY TO ws-cle-prec
           END-IF
           IF ws-gp-idx = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GMV-COUP TO GP-COUPS (ws-gp-idx)
           IF GMV-REPONSE = 'T'
               MOVE 'Y' TO GP-GAGNE (ws-gp-idx)
           END-IF
           IF GMV-VALEUR < ws-borne-bas
                   OR GMV-VALEUR > ws-borne-haut
               ADD 1 TO GP-HORS (ws-gp-idx)
               PERFORM retenir-coup-hors
           END-IF
      * "plus petit": la cible est sous la valeur saisie;
      * "plus grand": elle est au-dessus.
           IF GMV-REPONSE = 'P'
                   AND GMV-VALEUR - 1 < ws-borne-haut
               COMPUTE ws-borne-haut = GMV-VALEUR - 1
           END-IF
           IF GMV-REPONSE = 'G'
                   AND GMV-VALEUR + 1 > ws-borne-bas
               COMPUTE ws-borne-bas = GMV-VALEUR + 1
           END-IF.

      * Intervalle de depart: toute la plage du jeu, 0 a la borne.
       ouvrir-partie.
           MOVE 0 TO ws-borne-bas
           MOVE GMV-MAX-RANGE TO ws-borne-haut
           IF ws-gp-count < 500
               ADD 1 TO ws-gp-count
               MOVE ws-gp-count TO ws-gp-idx
               MOVE GMV-KEY TO GP-KEY (ws-gp-idx)
               MOVE GMV-MAX-RANGE TO GP-RANGE (ws-gp-idx)
               MOVE 0 TO GP-COUPS (ws-gp-idx)
               MOVE 0 TO GP-HORS (ws-gp-idx)
               MOVE 'N' TO GP-GAGNE (ws-gp-idx)
           ELSE
               IF ws-table-full-warned = 'N'
                   DISPLAY 'Limite de 500 parties atteinte; '
                       'rapport partiel.'
                   MOVE 'Y' TO ws-table-full-warned
               END-IF
               MOVE 0 TO ws-gp-idx
           END-IF.

       retenir-coup-hors.
           IF ws-fm-count < 1000
               ADD 1 TO ws-fm-count
               MOVE GMV-KEY TO FM-KEY (ws-fm-count)
               MOVE GMV-COUP TO FM-COUP (ws-fm-count)
               MOVE GMV-VALEUR TO FM-VALEUR (ws-fm-count)
               MOVE ws-borne-bas TO FM-BAS (ws-fm-count)
               MOVE ws-borne-haut TO FM-HAUT (ws-fm-count)
           ELSE
               IF ws-fm-full-warned = 'N'
                   DISPLAY 'Limite de 1000 coups hors intervalle '
                       'atteinte.'
                   MOVE 'Y' TO ws-fm-full-warned
               END-IF
           END-IF.

      * Tri a bulles par operateur puis date et heure de partie
       trier-parties.
           IF ws-gp-count > 1
               MOVE 1 TO ws-swap-flag
               PERFORM UNTIL ws-swap-flag = 0
                   MOVE 0 TO ws-swap-flag
                   PERFORM VARYING ws-sort-idx FROM 1 BY 1
                           UNTIL ws-sort-idx > ws-gp-count - 1
                       IF GP-ID (ws-sort-idx) >
                               GP-ID (ws-sort-idx + 1)
                           OR (GP-ID (ws-sort-idx) =
                               GP-ID (ws-sort-idx + 1)
                               AND GP-DATE (ws-sort-idx) >
                               GP-DATE (ws-sort-idx + 1))
                           OR (GP-ID (ws-sort-idx) =
                               GP-ID (ws-sort-idx + 1)
                               AND GP-DATE (ws-sort-idx) =
                               GP-DATE (ws-sort-idx + 1)
                               AND GP-TIME (ws-sort-idx) >
                               GP-TIME (ws-sort-idx + 1))
                           PERFORM echanger-parties
                           MOVE 1 TO ws-swap-flag
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       echanger-parties.
           MOVE WS-GP-ENTRY (ws-sort-idx) TO WS-GP-SWAP
           MOVE WS-GP-ENTRY (ws-sort-idx + 1)
               TO WS-GP-ENTRY (ws-sort-idx)
           MOVE WS-GP-SWAP TO WS-GP-ENTRY (ws-sort-idx + 1).

      * Optimum d'une recherche par dichotomie sur borne + 1
      * valeurs (0 a borne), le coup gagnant compris: plus petit n
      * tel que 2 puissance n > borne + 1.
       calculer-optimum.
           MOVE 0 TO ws-optimum
           MOVE 1 TO ws-puissance
           PERFORM UNTIL ws-puissance > GP-RANGE (ws-sort-idx) + 1
               ADD 1 TO ws-optimum
               COMPUTE ws-puissance = ws-puissance * 2
           END-PERFORM.

       imprimer-rapport.
           MOVE ws-date-debut TO TL-DEBUT.
           MOVE ws-date-fin TO TL-FIN.
           PERFORM VARYING ws-sort-idx FROM 1 BY 1
                   UNTIL ws-sort-idx > ws-gp-count
               IF ws-premier-op = 'Y'
                       OR GP-ID (ws-sort-idx) NOT = ws-id-prec
                   IF ws-premier-op = 'N'
                       PERFORM imprimer-bilan-operateur
                   END-IF
                   PERFORM ouvrir-operateur
               END-IF
               PERFORM imprimer-partie
           END-PERFORM.
           IF ws-premier-op = 'N'
               PERFORM imprimer-bilan-operateur
           END-IF.
           PERFORM imprimer-page-totaux.

       ouvrir-operateur.
           ADD 1 TO ws-operateurs
           MOVE 0 TO ws-op-parties
           MOVE 0 TO ws-op-gagnees
           MOVE 0 TO ws-op-coups
           MOVE 0 TO ws-op-optimum
           MOVE 0 TO ws-op-au-dela
           MOVE 0 TO ws-op-hors
           MOVE SPACES TO ws-ligne
           PERFORM imprimer-ligne
           STRING '--- ' GP-ID (ws-sort-idx) ' ---'
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           MOVE GP-ID (ws-sort-idx) TO ws-id-prec
           MOVE 'N' TO ws-premier-op.

      * L'ecart a l'optimum n'a de sens que pour une partie
      * gagnee; une partie abandonnee garde la zone a blanc.
       imprimer-partie.
           PERFORM calculer-optimum
           ADD 1 TO ws-op-parties
           ADD 1 TO ws-tot-parties
           ADD GP-HORS (ws-sort-idx) TO ws-op-hors
           ADD GP-HORS (ws-sort-idx) TO ws-tot-hors
           MOVE GP-DATE (ws-sort-idx) TO PL-DATE
           MOVE GP-TIME (ws-sort-idx)(1:6) TO PL-HEURE
           MOVE GP-RANGE (ws-sort-idx) TO PL-BORNE
           MOVE GP-COUPS (ws-sort-idx) TO PL-COUPS
           MOVE ws-optimum TO PL-OPTIMUM
           MOVE GP-HORS (ws-sort-idx) TO PL-HORS
           IF GP-GAGNE (ws-sort-idx) = 'Y'
               ADD 1 TO ws-op-gagnees
               ADD 1 TO ws-tot-gagnees
               ADD GP-COUPS (ws-sort-idx) TO ws-op-coups
               ADD ws-optimum TO ws-op-optimum
               COMPUTE ws-ecart = GP-COUPS (ws-sort-idx) - ws-optimum
               MOVE ws-ecart TO ws-ecart-aff
               MOVE ws-ecart-aff TO PL-ECART
               IF ws-ecart > 0
                   ADD 1 TO ws-op-au-dela
                   ADD 1 TO ws-tot-au-dela
               END-IF
               MOVE 'GAGNE' TO PL-RESULTAT
           ELSE
               MOVE SPACES TO PL-ECART
               MOVE 'ABANDON' TO PL-RESULTAT
           END-IF
           MOVE WS-PARTIE-LIGNE TO ws-ligne
           PERFORM imprimer-ligne
           IF GP-HORS (ws-sort-idx) > 0
               PERFORM VARYING ws-fm-idx FROM 1 BY 1
                       UNTIL ws-fm-idx > ws-fm-count
                   IF FM-KEY (ws-fm-idx) = GP-KEY (ws-sort-idx)
                       MOVE FM-COUP (ws-fm-idx) TO HL-COUP
                       MOVE FM-VALEUR (ws-fm-idx) TO HL-VALEUR
                       MOVE FM-BAS (ws-fm-idx) TO HL-BAS
                       MOVE FM-HAUT (ws-fm-idx) TO HL-HAUT
                       MOVE WS-HORS-LIGNE TO ws-ligne
                       PERFORM imprimer-ligne
                   END-IF
               END-PERFORM
           END-IF.

       imprimer-bilan-operateur.
           STRING '    Parties: ' ws-op-parties
               '  gagnees: ' ws-op-gagnees
               '  coups hors intervalle: ' ws-op-hors
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           IF ws-op-gagnees > 0
               COMPUTE ws-moyenne ROUNDED =
                   ws-op-coups / ws-op-gagnees
               MOVE ws-moyenne TO ws-moyenne-aff
               COMPUTE ws-moyenne ROUNDED =
                   ws-op-optimum / ws-op-gagnees
               MOVE ws-moyenne TO ws-moy-opt-aff
               STRING '    Coups moyens (gagnees): ' ws-moyenne-aff
                   '  optimum moyen: ' ws-moy-opt-aff
                   '  au-dela: ' ws-op-au-dela
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
           STRING 'OPERATEURS          : ' ws-operateurs
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'COUPS REJOUES       : ' ws-coups-lus
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'PARTIES             : ' ws-tot-parties
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'PARTIES GAGNEES     : ' ws-tot-gagnees
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'AU-DELA DE L''OPTIMUM: ' ws-tot-au-dela
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'COUPS HORS INTERVAL.: ' ws-tot-hors
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.
