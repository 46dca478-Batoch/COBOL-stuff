      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Steprpt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-SLA-FILE ASSIGN TO "STEPSLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-stepsla-status.
           SELECT STEP-HIST-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-stephist-status.
           SELECT PRINT-FILE ASSIGN TO "STEPPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-SLA-FILE.
       01  STEPSLA-RECORD.
           05  SLA-PROGRAM         PIC X(13).
           05  SLA-CHAINE          PIC X(8).
           05  SLA-MINUTES         PIC 9(4).

       FD  STEP-HIST-FILE.
           COPY STEPHISR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-stepsla-status PIC XX.
       77 ws-stephist-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-today PIC X(8).
       77 ws-programme PIC X(13).
       77 ws-es-count PIC 99 VALUE 0.
       77 ws-es-idx PIC 99.
       77 ws-run-idx PIC 99.
       77 ws-found PIC X VALUE 'N'.
       77 ws-es-full-warned PIC X VALUE 'N'.
       77 ws-passe PIC 9.
       77 ws-a-imprimer PIC X.
       77 ws-moitie PIC 99.
       77 ws-somme PIC 9(7).
       77 ws-moy-ancienne PIC 9(5).
       77 ws-moy-recente PIC 9(5).
       77 ws-sla-sec PIC 9(6).
       77 ws-secondes PIC 9(5).
       77 ws-hh PIC 99.
       77 ws-mn PIC 99.
       77 ws-ss PIC 99.
       77 ws-reste PIC 9(5).
       77 ws-duree-aff PIC X(8).
       77 ws-lus PIC 9(7) VALUE 0.
       77 ws-depassements-sla PIC 9(5) VALUE 0.
       77 ws-depassements-moy PIC 9(5) VALUE 0.
       77 ws-etapes-alerte PIC 99 VALUE 0.
       77 ws-alerte-etape PIC X.

      * Une etape: son parametrage STEPSLA (chaine, SLA en
      * minutes, 0 = pas de SLA) et ses 30 dernieres executions
      * dans l'ordre de STEPHIST, la plus ancienne en tete.
       01  WS-ES-TABLE.
           05  WS-ES-ENTRY OCCURS 40 TIMES.
               10  ES-PROGRAM      PIC X(13).
               10  ES-CHAINE       PIC X(8).
               10  ES-SLA          PIC 9(4).
               10  ES-MOYENNE      PIC 9(5).
               10  ES-TENDANCE     PIC X(8).
               10  ES-COUNT        PIC 99.
               10  ES-RUN OCCURS 30 TIMES.
                   15  ER-DATE     PIC X(8).
                   15  ER-START    PIC X(8).
                   15  ER-DUREE    PIC 9(5).
                   15  ER-RC       PIC 9(4).

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(30) VALUE
               'DUREES DES ETAPES BATCH'.
           05  FILLER              PIC X(8) VALUE 'EDITE LE'.
           05  FILLER              PIC X VALUE SPACE.
           05  TL-DATE             PIC X(8).
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(10) VALUE 'DEBUT'.
           05  FILLER              PIC X(10) VALUE 'DUREE'.
           05  FILLER              PIC X(6) VALUE 'RC'.
           05  FILLER              PIC X(20) VALUE 'ALERTE'.

       01  WS-ETAPE-LIGNE.
           05  FILLER              PIC X(6) VALUE 'ETAPE '.
           05  EL-PROGRAM          PIC X(13).
           05  FILLER              PIC X(8) VALUE ' CHAINE '.
           05  EL-CHAINE           PIC X(8).
           05  FILLER              PIC X(6) VALUE '  SLA '.
           05  EL-SLA              PIC X(7).
           05  FILLER              PIC X(7) VALUE '  MOY. '.
           05  EL-MOYENNE          PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  EL-TENDANCE         PIC X(8).

       01  WS-DETAIL-LIGNE.
           05  DL-DATE             PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-DEBUT            PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-DUREE            PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-RC               PIC ZZZ9.
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-ALERTE           PIC X(20).

       PROCEDURE DIVISION.
      * Historique des durees d'etape (STEPHIST, ajoute par
      * Jobstate a chaque fin d'etape) confronte au parametrage
      * STEPSLA: une ligne par etape (programme, chaine, SLA en
      * minutes). Une execution est signalee quand elle depasse
      * le SLA de l'etape ou sa moyenne de plus de 50 %. Code
      * retour 4 quand la derniere execution d'une etape est
      * signalee.
       charger-sla.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE ws-today TO TL-DATE
           OPEN INPUT STEP-SLA-FILE
           IF ws-stepsla-status NOT = "00"
               DISPLAY 'Aucun fichier STEPSLA: comparaison a la '
                   'moyenne seulement.'
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ STEP-SLA-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           MOVE SLA-PROGRAM TO ws-programme
                           PERFORM localiser-etape
                           IF ws-es-idx > 0
                               MOVE SLA-CHAINE
                                   TO ES-CHAINE (ws-es-idx)
                               IF SLA-MINUTES IS NUMERIC
                                   MOVE SLA-MINUTES
                                       TO ES-SLA (ws-es-idx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-SLA-FILE
           END-IF.

       lire-historique.
           MOVE 'N' TO ws-eof
           OPEN INPUT STEP-HIST-FILE
           IF ws-stephist-status NOT = "00"
               DISPLAY 'Aucun fichier STEPHIST: aucune duree a '
                   'analyser.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ STEP-HIST-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       MOVE STH-PROGRAM TO ws-programme
                       PERFORM localiser-etape
                       IF ws-es-idx > 0
                           PERFORM retenir-execution
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-HIST-FILE.

           PERFORM VARYING ws-es-idx FROM 1 BY 1
                   UNTIL ws-es-idx > ws-es-count
               PERFORM calculer-moyenne
               PERFORM calculer-tendance
           END-PERFORM.

           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture STEPPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM imprimer-rapport.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.
           DISPLAY 'Rapport imprime sur STEPPRNT ('
               ws-page-no ' pages).'.
           IF ws-etapes-alerte > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Rang de l'etape ws-programme dans la table (creee au
      * besoin, sans chaine ni SLA); 0 quand la table est pleine.
       localiser-etape.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-es-idx FROM 1 BY 1
                   UNTIL ws-es-idx > ws-es-count
               IF ES-PROGRAM (ws-es-idx) = ws-programme
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ws-es-count < 40
               ADD 1 TO ws-es-count
               MOVE ws-es-count TO ws-es-idx
               MOVE ws-programme TO ES-PROGRAM (ws-es-idx)
               MOVE SPACES TO ES-CHAINE (ws-es-idx)
               MOVE 0 TO ES-SLA (ws-es-idx)
               MOVE 0 TO ES-MOYENNE (ws-es-idx)
               MOVE SPACES TO ES-TENDANCE (ws-es-idx)
               MOVE 0 TO ES-COUNT (ws-es-idx)
           ELSE
               IF ws-es-full-warned = 'N'
                   DISPLAY 'Limite de 40 etapes atteinte.'
                   MOVE 'Y' TO ws-es-full-warned
               END-IF
               MOVE 0 TO ws-es-idx
           END-IF.

      * Au-dela de 30 executions la plus ancienne sort de la
      * table: les suivantes remontent d'un rang.
       retenir-execution.
           IF ES-COUNT (ws-es-idx) >= 30
               PERFORM VARYING ws-run-idx FROM 1 BY 1
                       UNTIL ws-run-idx > 29
                   MOVE ES-RUN (ws-es-idx ws-run-idx + 1)
                       TO ES-RUN (ws-es-idx ws-run-idx)
               END-PERFORM
           ELSE
               ADD 1 TO ES-COUNT (ws-es-idx)
           END-IF
           MOVE ES-COUNT (ws-es-idx) TO ws-run-idx
           MOVE STH-DATE TO ER-DATE (ws-es-idx ws-run-idx)
           MOVE STH-START TO ER-START (ws-es-idx ws-run-idx)
           IF STH-DUREE IS NUMERIC
               MOVE STH-DUREE TO ER-DUREE (ws-es-idx ws-run-idx)
           ELSE
               MOVE 0 TO ER-DUREE (ws-es-idx ws-run-idx)
           END-IF
           IF STH-RC IS NUMERIC
               MOVE STH-RC TO ER-RC (ws-es-idx ws-run-idx)
           ELSE
               MOVE 0 TO ER-RC (ws-es-idx ws-run-idx)
           END-IF.

       calculer-moyenne.
           MOVE 0 TO ws-somme
           PERFORM VARYING ws-run-idx FROM 1 BY 1
                   UNTIL ws-run-idx > ES-COUNT (ws-es-idx)
               ADD ER-DUREE (ws-es-idx ws-run-idx) TO ws-somme
           END-PERFORM
           IF ES-COUNT (ws-es-idx) > 0
               COMPUTE ES-MOYENNE (ws-es-idx) ROUNDED =
                   ws-somme / ES-COUNT (ws-es-idx)
           END-IF.

      * Tendance: moyenne de la moitie recente des executions
      * contre celle de la moitie ancienne, a 10 % pres; il faut
      * au moins 4 executions pour en juger.
       calculer-tendance.
           IF ES-COUNT (ws-es-idx) < 4
               MOVE 'N/D' TO ES-TENDANCE (ws-es-idx)
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-moitie = ES-COUNT (ws-es-idx) / 2
           MOVE 0 TO ws-somme
           PERFORM VARYING ws-run-idx FROM 1 BY 1
                   UNTIL ws-run-idx > ws-moitie
               ADD ER-DUREE (ws-es-idx ws-run-idx) TO ws-somme
           END-PERFORM
           COMPUTE ws-moy-ancienne ROUNDED = ws-somme / ws-moitie
           MOVE 0 TO ws-somme
           COMPUTE ws-run-idx = ES-COUNT (ws-es-idx) - ws-moitie + 1
           PERFORM UNTIL ws-run-idx > ES-COUNT (ws-es-idx)
               ADD ER-DUREE (ws-es-idx ws-run-idx) TO ws-somme
               ADD 1 TO ws-run-idx
           END-PERFORM
           COMPUTE ws-moy-recente ROUNDED = ws-somme / ws-moitie
           EVALUATE TRUE
               WHEN ws-moy-recente * 10 > ws-moy-ancienne * 11
                   MOVE 'HAUSSE' TO ES-TENDANCE (ws-es-idx)
               WHEN ws-moy-recente * 10 < ws-moy-ancienne * 9
                   MOVE 'BAISSE' TO ES-TENDANCE (ws-es-idx)
               WHEN OTHER
                   MOVE 'STABLE' TO ES-TENDANCE (ws-es-idx)
           END-EVALUATE.

      * Etapes groupees par chaine: TRNBATCH, puis TRNMONTH, puis
      * les etapes sans chaine connue dans STEPSLA.
       imprimer-rapport.
           PERFORM VARYING ws-passe FROM 1 BY 1 UNTIL ws-passe > 3
               PERFORM VARYING ws-es-idx FROM 1 BY 1
                       UNTIL ws-es-idx > ws-es-count
                   MOVE 'N' TO ws-a-imprimer
                   EVALUATE TRUE
                       WHEN ws-passe = 1
                               AND ES-CHAINE (ws-es-idx) = 'TRNBATCH'
                           MOVE 'Y' TO ws-a-imprimer
                       WHEN ws-passe = 2
                               AND ES-CHAINE (ws-es-idx) = 'TRNMONTH'
                           MOVE 'Y' TO ws-a-imprimer
                       WHEN ws-passe = 3
                               AND ES-CHAINE (ws-es-idx)
                                   NOT = 'TRNBATCH'
                               AND ES-CHAINE (ws-es-idx)
                                   NOT = 'TRNMONTH'
                           MOVE 'Y' TO ws-a-imprimer
                   END-EVALUATE
                   IF ws-a-imprimer = 'Y'
                           AND ES-COUNT (ws-es-idx) > 0
                       PERFORM imprimer-etape
                   END-IF
               END-PERFORM
           END-PERFORM.

       imprimer-etape.
           MOVE ES-PROGRAM (ws-es-idx) TO EL-PROGRAM
           IF ES-CHAINE (ws-es-idx) = SPACES
               MOVE '?' TO EL-CHAINE
           ELSE
               MOVE ES-CHAINE (ws-es-idx) TO EL-CHAINE
           END-IF
           IF ES-SLA (ws-es-idx) = 0
               MOVE 'AUCUN' TO EL-SLA
           ELSE
               MOVE SPACES TO EL-SLA
               MOVE ES-SLA (ws-es-idx) TO EL-SLA(1:4)
               MOVE ' MN' TO EL-SLA(5:3)
           END-IF
           MOVE ES-MOYENNE (ws-es-idx) TO ws-secondes
           PERFORM formater-duree
           MOVE ws-duree-aff TO EL-MOYENNE
           MOVE ES-TENDANCE (ws-es-idx) TO EL-TENDANCE
           COMPUTE ws-sla-sec = ES-SLA (ws-es-idx) * 60
           IF ws-ligne-cnt + 4 > ws-lignes-par-page
               MOVE ws-lignes-par-page TO ws-ligne-cnt
           END-IF
           MOVE WS-ETAPE-LIGNE TO ws-ligne
           PERFORM imprimer-ligne
           MOVE 'N' TO ws-alerte-etape
           PERFORM VARYING ws-run-idx FROM 1 BY 1
                   UNTIL ws-run-idx > ES-COUNT (ws-es-idx)
               PERFORM imprimer-execution
           END-PERFORM
           IF ws-alerte-etape = 'Y'
               ADD 1 TO ws-etapes-alerte
           END-IF
           PERFORM imprimer-ligne.

      * ws-alerte-etape ne retient que la derniere execution:
      * c'est elle qui dit si l'etape est encore hors fenetre.
       imprimer-execution.
           MOVE ER-DATE (ws-es-idx ws-run-idx) TO DL-DATE
           MOVE ER-START (ws-es-idx ws-run-idx)(1:2) TO DL-DEBUT(1:2)
           MOVE ':' TO DL-DEBUT(3:1)
           MOVE ER-START (ws-es-idx ws-run-idx)(3:2) TO DL-DEBUT(4:2)
           MOVE ':' TO DL-DEBUT(6:1)
           MOVE ER-START (ws-es-idx ws-run-idx)(5:2) TO DL-DEBUT(7:2)
           MOVE ER-DUREE (ws-es-idx ws-run-idx) TO ws-secondes
           PERFORM formater-duree
           MOVE ws-duree-aff TO DL-DUREE
           MOVE ER-RC (ws-es-idx ws-run-idx) TO DL-RC
           MOVE SPACES TO DL-ALERTE
           MOVE 'N' TO ws-alerte-etape
           IF ES-SLA (ws-es-idx) > 0
                   AND ER-DUREE (ws-es-idx ws-run-idx) > ws-sla-sec
               MOVE 'SLA' TO DL-ALERTE(1:3)
               ADD 1 TO ws-depassements-sla
               MOVE 'Y' TO ws-alerte-etape
           END-IF
           IF ES-MOYENNE (ws-es-idx) > 0
                   AND ER-DUREE (ws-es-idx ws-run-idx) * 2
                       > ES-MOYENNE (ws-es-idx) * 3
               MOVE 'MOY+50%' TO DL-ALERTE(5:7)
               ADD 1 TO ws-depassements-moy
               MOVE 'Y' TO ws-alerte-etape
           END-IF
           MOVE WS-DETAIL-LIGNE TO ws-ligne
           PERFORM imprimer-ligne.

      * ws-secondes -> HH:MM:SS dans ws-duree-aff.
       formater-duree.
           DIVIDE ws-secondes BY 3600 GIVING ws-hh
               REMAINDER ws-reste
           DIVIDE ws-reste BY 60 GIVING ws-mn
               REMAINDER ws-ss
           MOVE SPACES TO ws-duree-aff
           STRING ws-hh ':' ws-mn ':' ws-ss
               DELIMITED BY SIZE INTO ws-duree-aff
           END-STRING.

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
           STRING 'FINS D''ETAPE LUES       : ' ws-lus
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'ETAPES SUIVIES          : ' ws-es-count
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'DEPASSEMENTS DE SLA     : ' ws-depassements-sla
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'DEPASSEMENTS MOYENNE+50%: ' ws-depassements-moy
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'ETAPES EN ALERTE (DERN.): ' ws-etapes-alerte
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.
