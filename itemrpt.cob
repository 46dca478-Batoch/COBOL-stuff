      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Itemrpt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRILL-ANSWER-FILE ASSIGN TO "DRILLANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-drillans-status.
           SELECT PRINT-FILE ASSIGN TO "ITEMPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  DRILL-ANSWER-FILE.
           COPY DRILLANR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-drillans-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-date-debut PIC X(8).
       77 ws-date-fin PIC X(8).
       77 ws-pr-count PIC 999 VALUE 0.
       77 ws-oi-count PIC 9(4) VALUE 0.
       77 ws-search-idx PIC 9(4).
       77 ws-sort-idx PIC 9(4).
       77 ws-swap-flag PIC 9 VALUE 0.
       77 ws-found PIC X VALUE 'N'.
       77 ws-pr-full-warned PIC X VALUE 'N'.
       77 ws-oi-full-warned PIC X VALUE 'N'.
       77 ws-questions-lues PIC 9(7) VALUE 0.
       77 ws-rates-lues PIC 9(7) VALUE 0.
       77 ws-rang PIC 99.
       77 ws-id-prec PIC X(10) VALUE SPACES.
       77 ws-operateurs PIC 999 VALUE 0.
      * Une paire n'est classee qu'a partir de ce nombre de
      * questions posees: un seul echec sur une seule question ne
      * fait pas une lacune.
       77 ws-seuil-posees PIC 99 VALUE 3.
      * Paires listees pour l'atelier, puis par operateur
       77 ws-rang-atelier PIC 99 VALUE 20.
       77 ws-rang-operateur PIC 99 VALUE 5.

      * Paire d'operandes pour tout l'atelier
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 500 TIMES.
               10  PR-A            PIC 99.
               10  PR-OPERATION    PIC X.
               10  PR-B            PIC 99.
               10  PR-POSEES       PIC 9(5).
               10  PR-RATEES       PIC 9(5).
               10  PR-TAUX         PIC 999.

       01  WS-PR-SWAP.
           05  SP-A                PIC 99.
           05  SP-OPERATION        PIC X.
           05  SP-B                PIC 99.
           05  SP-POSEES           PIC 9(5).
           05  SP-RATEES           PIC 9(5).
           05  SP-TAUX             PIC 999.

      * Paire d'operandes par operateur
       01  WS-OI-TABLE.
           05  WS-OI-ENTRY OCCURS 2000 TIMES.
               10  OI-ID           PIC X(10).
               10  OI-A            PIC 99.
               10  OI-OPERATION    PIC X.
               10  OI-B            PIC 99.
               10  OI-POSEES       PIC 9(5).
               10  OI-RATEES       PIC 9(5).
               10  OI-TAUX         PIC 999.

       01  WS-OI-SWAP.
           05  SO-ID               PIC X(10).
           05  SO-A                PIC 99.
           05  SO-OPERATION        PIC X.
           05  SO-B                PIC 99.
           05  SO-POSEES           PIC 9(5).
           05  SO-RATEES           PIC 9(5).
           05  SO-TAUX             PIC 999.

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(27) VALUE
               'QUESTIONS LES PLUS RATEES'.
           05  FILLER              PIC X(3) VALUE 'DU '.
           05  TL-DEBUT            PIC X(8).
           05  FILLER              PIC X(4) VALUE ' AU '.
           05  TL-FIN              PIC X(8).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(6) VALUE 'RANG'.
           05  FILLER              PIC X(12) VALUE 'QUESTION'.
           05  FILLER              PIC X(9) VALUE 'POSEES'.
           05  FILLER              PIC X(9) VALUE 'RATEES'.
           05  FILLER              PIC X(6) VALUE 'TAUX'.

       01  WS-PAIRE-LIGNE.
           05  PL-RANG             PIC Z9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  PL-A                PIC Z9.
           05  FILLER              PIC X VALUE SPACE.
           05  PL-OPERATION        PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  PL-B                PIC Z9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  PL-POSEES           PIC ZZZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  PL-RATEES           PIC ZZZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  PL-TAUX             PIC ZZ9.
           05  FILLER              PIC X VALUE '%'.

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

       lire-reponses.
           OPEN INPUT DRILL-ANSWER-FILE
           IF ws-drillans-status NOT = "00"
               DISPLAY 'Aucun fichier DRILLANS a analyser.'
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ DRILL-ANSWER-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF DRA-DATE >= ws-date-debut
                               AND DRA-DATE <= ws-date-fin
                           PERFORM cumuler-reponse
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRILL-ANSWER-FILE.

           PERFORM calculer-taux.
           PERFORM trier-atelier.
           PERFORM trier-operateurs.
           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture ITEMPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM imprimer-atelier.
           PERFORM imprimer-operateurs.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.
           DISPLAY 'Rapport imprime sur ITEMPRNT ('
               ws-page-no ' pages).'.
           STOP RUN.

       cumuler-reponse.
           ADD 1 TO ws-questions-lues
           IF DRA-CORRECT NOT = 'O'
               ADD 1 TO ws-rates-lues
           END-IF
           PERFORM localiser-paire
           IF ws-search-idx > 0
               ADD 1 TO PR-POSEES (ws-search-idx)
               IF DRA-CORRECT NOT = 'O'
                   ADD 1 TO PR-RATEES (ws-search-idx)
               END-IF
           END-IF
           PERFORM localiser-paire-operateur
           IF ws-search-idx > 0
               ADD 1 TO OI-POSEES (ws-search-idx)
               IF DRA-CORRECT NOT = 'O'
                   ADD 1 TO OI-RATEES (ws-search-idx)
               END-IF
           END-IF.

       localiser-paire.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-pr-count
               IF PR-A (ws-search-idx) = DRA-A
                       AND PR-OPERATION (ws-search-idx) =
                           DRA-OPERATION
                       AND PR-B (ws-search-idx) = DRA-B
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               IF ws-pr-count < 500
                   ADD 1 TO ws-pr-count
                   MOVE ws-pr-count TO ws-search-idx
                   MOVE DRA-A TO PR-A (ws-search-idx)
                   MOVE DRA-OPERATION TO PR-OPERATION (ws-search-idx)
                   MOVE DRA-B TO PR-B (ws-search-idx)
                   MOVE 0 TO PR-POSEES (ws-search-idx)
                   MOVE 0 TO PR-RATEES (ws-search-idx)
                   MOVE 0 TO PR-TAUX (ws-search-idx)
               ELSE
                   IF ws-pr-full-warned = 'N'
                       DISPLAY 'Limite de 500 paires atteinte.'
                       MOVE 'Y' TO ws-pr-full-warned
                   END-IF
                   MOVE 0 TO ws-search-idx
               END-IF
           END-IF.

       localiser-paire-operateur.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-oi-count
               IF OI-ID (ws-search-idx) = DRA-OPERATOR-ID
                       AND OI-A (ws-search-idx) = DRA-A
                       AND OI-OPERATION (ws-search-idx) =
                           DRA-OPERATION
                       AND OI-B (ws-search-idx) = DRA-B
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               IF ws-oi-count < 2000
                   ADD 1 TO ws-oi-count
                   MOVE ws-oi-count TO ws-search-idx
                   MOVE DRA-OPERATOR-ID TO OI-ID (ws-search-idx)
                   MOVE DRA-A TO OI-A (ws-search-idx)
                   MOVE DRA-OPERATION TO OI-OPERATION (ws-search-idx)
                   MOVE DRA-B TO OI-B (ws-search-idx)
                   MOVE 0 TO OI-POSEES (ws-search-idx)
                   MOVE 0 TO OI-RATEES (ws-search-idx)
                   MOVE 0 TO OI-TAUX (ws-search-idx)
               ELSE
                   IF ws-oi-full-warned = 'N'
                       DISPLAY 'Limite de 2000 paires operateur '
                           'atteinte.'
                       MOVE 'Y' TO ws-oi-full-warned
                   END-IF
                   MOVE 0 TO ws-search-idx
               END-IF
           END-IF.

       calculer-taux.
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-pr-count
               COMPUTE PR-TAUX (ws-search-idx) =
                   PR-RATEES (ws-search-idx) * 100
                   / PR-POSEES (ws-search-idx)
           END-PERFORM
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-oi-count
               COMPUTE OI-TAUX (ws-search-idx) =
                   OI-RATEES (ws-search-idx) * 100
                   / OI-POSEES (ws-search-idx)
           END-PERFORM.

      * Tri a bulles par taux d'echec decroissant, puis nombre
      * de ratees decroissant
       trier-atelier.
           IF ws-pr-count > 1
               MOVE 1 TO ws-swap-flag
               PERFORM UNTIL ws-swap-flag = 0
                   MOVE 0 TO ws-swap-flag
                   PERFORM VARYING ws-sort-idx FROM 1 BY 1
                           UNTIL ws-sort-idx > ws-pr-count - 1
                       IF PR-TAUX (ws-sort-idx) <
                               PR-TAUX (ws-sort-idx + 1)
                           OR (PR-TAUX (ws-sort-idx) =
                               PR-TAUX (ws-sort-idx + 1)
                               AND PR-RATEES (ws-sort-idx) <
                               PR-RATEES (ws-sort-idx + 1))
                           MOVE WS-PR-ENTRY (ws-sort-idx)
                               TO WS-PR-SWAP
                           MOVE WS-PR-ENTRY (ws-sort-idx + 1)
                               TO WS-PR-ENTRY (ws-sort-idx)
                           MOVE WS-PR-SWAP
                               TO WS-PR-ENTRY (ws-sort-idx + 1)
                           MOVE 1 TO ws-swap-flag
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * Tri a bulles par operateur, puis taux et ratees
      * decroissants
       trier-operateurs.
           IF ws-oi-count > 1
               MOVE 1 TO ws-swap-flag
               PERFORM UNTIL ws-swap-flag = 0
                   MOVE 0 TO ws-swap-flag
                   PERFORM VARYING ws-sort-idx FROM 1 BY 1
                           UNTIL ws-sort-idx > ws-oi-count - 1
                       IF OI-ID (ws-sort-idx) >
                               OI-ID (ws-sort-idx + 1)
                           OR (OI-ID (ws-sort-idx) =
                               OI-ID (ws-sort-idx + 1)
                               AND OI-TAUX (ws-sort-idx) <
                               OI-TAUX (ws-sort-idx + 1))
                           OR (OI-ID (ws-sort-idx) =
                               OI-ID (ws-sort-idx + 1)
                               AND OI-TAUX (ws-sort-idx) =
                               OI-TAUX (ws-sort-idx + 1)
                               AND OI-RATEES (ws-sort-idx) <
                               OI-RATEES (ws-sort-idx + 1))
                           MOVE WS-OI-ENTRY (ws-sort-idx)
                               TO WS-OI-SWAP
                           MOVE WS-OI-ENTRY (ws-sort-idx + 1)
                               TO WS-OI-ENTRY (ws-sort-idx)
                           MOVE WS-OI-SWAP
                               TO WS-OI-ENTRY (ws-sort-idx + 1)
                           MOVE 1 TO ws-swap-flag
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * Seules les paires ratees au moins une fois et posees
      * assez souvent entrent au classement.
       imprimer-atelier.
           MOVE ws-date-debut TO TL-DEBUT
           MOVE ws-date-fin TO TL-FIN
           MOVE '--- ATELIER ---' TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 0 TO ws-rang
           PERFORM VARYING ws-sort-idx FROM 1 BY 1
                   UNTIL ws-sort-idx > ws-pr-count
                   OR ws-rang >= ws-rang-atelier
               IF PR-RATEES (ws-sort-idx) > 0
                       AND PR-POSEES (ws-sort-idx) >= ws-seuil-posees
                   ADD 1 TO ws-rang
                   MOVE ws-rang TO PL-RANG
                   MOVE PR-A (ws-sort-idx) TO PL-A
                   MOVE PR-OPERATION (ws-sort-idx) TO PL-OPERATION
                   MOVE PR-B (ws-sort-idx) TO PL-B
                   MOVE PR-POSEES (ws-sort-idx) TO PL-POSEES
                   MOVE PR-RATEES (ws-sort-idx) TO PL-RATEES
                   MOVE PR-TAUX (ws-sort-idx) TO PL-TAUX
                   MOVE WS-PAIRE-LIGNE TO ws-ligne
                   PERFORM imprimer-ligne
               END-IF
           END-PERFORM
           IF ws-rang = 0
               MOVE '    Aucune paire ratee assez souvent.'
                   TO ws-ligne
               PERFORM imprimer-ligne
           END-IF.

       imprimer-operateurs.
           PERFORM VARYING ws-sort-idx FROM 1 BY 1
                   UNTIL ws-sort-idx > ws-oi-count
               IF OI-ID (ws-sort-idx) NOT = ws-id-prec
                   ADD 1 TO ws-operateurs
                   MOVE SPACES TO ws-ligne
                   PERFORM imprimer-ligne
                   STRING '--- ' OI-ID (ws-sort-idx) ' ---'
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
                   PERFORM imprimer-ligne
                   MOVE OI-ID (ws-sort-idx) TO ws-id-prec
                   MOVE 0 TO ws-rang
               END-IF
               IF OI-RATEES (ws-sort-idx) > 0
                       AND OI-POSEES (ws-sort-idx) >= ws-seuil-posees
                       AND ws-rang < ws-rang-operateur
                   ADD 1 TO ws-rang
                   MOVE ws-rang TO PL-RANG
                   MOVE OI-A (ws-sort-idx) TO PL-A
                   MOVE OI-OPERATION (ws-sort-idx) TO PL-OPERATION
                   MOVE OI-B (ws-sort-idx) TO PL-B
                   MOVE OI-POSEES (ws-sort-idx) TO PL-POSEES
                   MOVE OI-RATEES (ws-sort-idx) TO PL-RATEES
                   MOVE OI-TAUX (ws-sort-idx) TO PL-TAUX
                   MOVE WS-PAIRE-LIGNE TO ws-ligne
                   PERFORM imprimer-ligne
               END-IF
           END-PERFORM.

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
           STRING 'QUESTIONS ANALYSEES: ' ws-questions-lues
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'REPONSES FAUSSES   : ' ws-rates-lues
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'PAIRES DISTINCTES  : ' ws-pr-count
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'OPERATEURS         : ' ws-operateurs
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.
