      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opchgrpt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-HIST-FILE ASSIGN TO "OPERHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-operhist-status.
           SELECT PRINT-FILE ASSIGN TO "OPCHPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-HIST-FILE.
           COPY OPERHISR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-operhist-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-semaine PIC X(8) VALUE SPACES.
       77 ws-date-fin PIC X(8).
       77 ws-date-num PIC 9(8).
       77 ws-jour-num PIC 9(7).
       77 ws-ch-count PIC 999 VALUE 0.
       77 ws-sort-idx PIC 999.
       77 ws-swap-flag PIC 9 VALUE 0.
       77 ws-table-full-warned PIC X VALUE 'N'.
       77 ws-dept-prec PIC X(10) VALUE SPACES.
       77 ws-premier-dept PIC X VALUE 'Y'.
       77 ws-dept-changes PIC 9(5) VALUE 0.
       77 ws-departements PIC 999 VALUE 0.
       77 ws-nb-ajouts PIC 9(5) VALUE 0.
       77 ws-nb-modifs PIC 9(5) VALUE 0.
       77 ws-nb-desact PIC 9(5) VALUE 0.
       77 ws-nb-react PIC 9(5) VALUE 0.

      * Un changement de la semaine, classe sous le departement
      * de l'image apres (celui d'arrivee pour une mutation)
       01  WS-CH-TABLE.
           05  WS-CH-ENTRY OCCURS 500 TIMES.
               10  CH-DEPT         PIC X(10).
               10  CH-DATE         PIC X(8).
               10  CH-TIME         PIC X(8).
               10  CH-ACTION       PIC X.
               10  CH-ID           PIC X(10).
               10  CH-AUTEUR       PIC X(10).
               10  CH-NOM-AVANT    PIC X(30).
               10  CH-NOM-APRES    PIC X(30).
               10  CH-DEPT-AVANT   PIC X(10).

       01  WS-CH-SWAP.
           05  SW-DEPT             PIC X(10).
           05  SW-DATE             PIC X(8).
           05  SW-TIME             PIC X(8).
           05  SW-ACTION           PIC X.
           05  SW-ID               PIC X(10).
           05  SW-AUTEUR           PIC X(10).
           05  SW-NOM-AVANT        PIC X(30).
           05  SW-NOM-APRES        PIC X(30).
           05  SW-DEPT-AVANT       PIC X(10).

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(27) VALUE
               'CHANGEMENTS DU MASTER'.
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
           05  FILLER              PIC X(4) VALUE 'ACT'.
           05  FILLER              PIC X(11) VALUE 'OPERATEUR'.
           05  FILLER              PIC X(11) VALUE 'PAR'.
           05  FILLER              PIC X(38) VALUE 'DETAIL'.

       01  WS-DETAIL-LIGNE.
           05  DL-DATE             PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-HEURE            PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-ACTION           PIC X.
           05  FILLER              PIC XXX VALUE SPACES.
           05  DL-ID               PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-AUTEUR           PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-DETAIL           PIC X(38).

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
           END-IF.

       lire-historique.
           OPEN INPUT OPER-HIST-FILE
           IF ws-operhist-status NOT = "00"
               DISPLAY 'Aucun fichier OPERHIST: aucun changement '
                   'enregistre.'
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ OPER-HIST-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF OPH-DATE >= ws-semaine
                                   AND OPH-DATE <= ws-date-fin
                               PERFORM retenir-changement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-HIST-FILE
           END-IF.

           PERFORM trier-changements.
           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture OPCHPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM imprimer-rapport.
           CLOSE PRINT-FILE.
           DISPLAY 'Rapport imprime sur OPCHPRNT ('
               ws-page-no ' pages).'.
           STOP RUN.

       retenir-changement.
           IF ws-ch-count < 500
               ADD 1 TO ws-ch-count
               MOVE OPH-AP-DEPT TO CH-DEPT (ws-ch-count)
               MOVE OPH-DATE TO CH-DATE (ws-ch-count)
               MOVE OPH-TIME TO CH-TIME (ws-ch-count)
               MOVE OPH-ACTION TO CH-ACTION (ws-ch-count)
               MOVE OPH-AP-ID TO CH-ID (ws-ch-count)
               MOVE OPH-AUTEUR TO CH-AUTEUR (ws-ch-count)
               MOVE OPH-AV-NAME TO CH-NOM-AVANT (ws-ch-count)
               MOVE OPH-AP-NAME TO CH-NOM-APRES (ws-ch-count)
               MOVE OPH-AV-DEPT TO CH-DEPT-AVANT (ws-ch-count)
           ELSE
               IF ws-table-full-warned = 'N'
                   DISPLAY 'Limite de 500 changements atteinte; '
                       'rapport partiel.'
                   MOVE 'Y' TO ws-table-full-warned
               END-IF
           END-IF.

      * Tri a bulles par departement puis date et heure
       trier-changements.
           IF ws-ch-count > 1
               MOVE 1 TO ws-swap-flag
               PERFORM UNTIL ws-swap-flag = 0
                   MOVE 0 TO ws-swap-flag
                   PERFORM VARYING ws-sort-idx FROM 1 BY 1
                           UNTIL ws-sort-idx > ws-ch-count - 1
                       IF CH-DEPT (ws-sort-idx) >
                               CH-DEPT (ws-sort-idx + 1)
                           OR (CH-DEPT (ws-sort-idx) =
                               CH-DEPT (ws-sort-idx + 1)
                               AND CH-DATE (ws-sort-idx) >
                               CH-DATE (ws-sort-idx + 1))
                           OR (CH-DEPT (ws-sort-idx) =
                               CH-DEPT (ws-sort-idx + 1)
                               AND CH-DATE (ws-sort-idx) =
                               CH-DATE (ws-sort-idx + 1)
                               AND CH-TIME (ws-sort-idx) >
                               CH-TIME (ws-sort-idx + 1))
                           PERFORM echanger-changements
                           MOVE 1 TO ws-swap-flag
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       echanger-changements.
           MOVE WS-CH-ENTRY (ws-sort-idx) TO WS-CH-SWAP
           MOVE WS-CH-ENTRY (ws-sort-idx + 1)
               TO WS-CH-ENTRY (ws-sort-idx)
           MOVE WS-CH-SWAP TO WS-CH-ENTRY (ws-sort-idx + 1).

       imprimer-rapport.
           MOVE ws-semaine TO TL-DEBUT.
           MOVE ws-date-fin TO TL-FIN.
           PERFORM VARYING ws-sort-idx FROM 1 BY 1
                   UNTIL ws-sort-idx > ws-ch-count
               IF ws-premier-dept = 'Y'
                       OR CH-DEPT (ws-sort-idx) NOT = ws-dept-prec
                   IF ws-premier-dept = 'N'
                       PERFORM imprimer-sous-total
                   END-IF
                   ADD 1 TO ws-departements
                   MOVE 0 TO ws-dept-changes
                   MOVE SPACES TO ws-ligne
                   PERFORM imprimer-ligne
                   STRING '--- ' CH-DEPT (ws-sort-idx) ' ---'
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
                   PERFORM imprimer-ligne
                   MOVE CH-DEPT (ws-sort-idx) TO ws-dept-prec
                   MOVE 'N' TO ws-premier-dept
               END-IF
               PERFORM imprimer-changement
           END-PERFORM.
           IF ws-premier-dept = 'N'
               PERFORM imprimer-sous-total
           END-IF.
           PERFORM imprimer-page-totaux.

      * Une mutation qui change nom et departement a la fois
      * sort sur deux lignes de detail.
       imprimer-changement.
           ADD 1 TO ws-dept-changes
           MOVE CH-DATE (ws-sort-idx) TO DL-DATE
           MOVE CH-TIME (ws-sort-idx)(1:6) TO DL-HEURE
           MOVE CH-ACTION (ws-sort-idx) TO DL-ACTION
           MOVE CH-ID (ws-sort-idx) TO DL-ID
           MOVE CH-AUTEUR (ws-sort-idx) TO DL-AUTEUR
           MOVE SPACES TO DL-DETAIL
           EVALUATE CH-ACTION (ws-sort-idx)
               WHEN 'A'
                   ADD 1 TO ws-nb-ajouts
                   STRING 'AJOUT ' CH-NOM-APRES (ws-sort-idx)
                       DELIMITED BY SIZE INTO DL-DETAIL
                   END-STRING
               WHEN 'D'
                   ADD 1 TO ws-nb-desact
                   MOVE 'DESACTIVATION' TO DL-DETAIL
               WHEN 'R'
                   ADD 1 TO ws-nb-react
                   MOVE 'REACTIVATION' TO DL-DETAIL
               WHEN OTHER
                   ADD 1 TO ws-nb-modifs
                   IF CH-DEPT-AVANT (ws-sort-idx) NOT =
                           CH-DEPT (ws-sort-idx)
                       STRING 'MUTATION DE '
                           CH-DEPT-AVANT (ws-sort-idx)
                           DELIMITED BY SIZE INTO DL-DETAIL
                       END-STRING
                       IF CH-NOM-AVANT (ws-sort-idx) NOT =
                               CH-NOM-APRES (ws-sort-idx)
                           MOVE WS-DETAIL-LIGNE TO ws-ligne
                           PERFORM imprimer-ligne
                           MOVE SPACES TO WS-DETAIL-LIGNE
                           STRING 'NOM ' CH-NOM-APRES (ws-sort-idx)
                               DELIMITED BY SIZE INTO DL-DETAIL
                           END-STRING
                       END-IF
                   ELSE
                       IF CH-NOM-AVANT (ws-sort-idx) NOT =
                               CH-NOM-APRES (ws-sort-idx)
                           STRING 'NOM ' CH-NOM-APRES (ws-sort-idx)
                               DELIMITED BY SIZE INTO DL-DETAIL
                           END-STRING
                       ELSE
                           MOVE 'SANS CHANGEMENT' TO DL-DETAIL
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE WS-DETAIL-LIGNE TO ws-ligne
           PERFORM imprimer-ligne.

       imprimer-sous-total.
           STRING '    Changements du departement: ' ws-dept-changes
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.

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
           STRING 'DEPARTEMENTS TOUCHES: ' ws-departements
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'AJOUTS              : ' ws-nb-ajouts
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'MODIFICATIONS       : ' ws-nb-modifs
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'DESACTIVATIONS      : ' ws-nb-desact
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'REACTIVATIONS       : ' ws-nb-react
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.
