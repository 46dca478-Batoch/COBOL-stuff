      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Imgrest.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO ws-nom-fichier
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-maitre-status.
           SELECT IMAGE-FILE ASSIGN TO ws-nom-image
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-image-status.
           SELECT JOB-STATE-FILE ASSIGN TO "JOBSTATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-jobstate-status.
           SELECT PRINT-FILE ASSIGN TO "RSTPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MAS-RECORD PIC X(100).

       FD  IMAGE-FILE.
           COPY IMGAVR.

       FD  JOB-STATE-FILE.
           COPY JOBSTATR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-maitre-status PIC XX.
       77 ws-image-status PIC XX.
       77 ws-jobstate-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-nom-fichier PIC X(8).
       77 ws-nom-image PIC X(8).
       77 ws-date-image PIC X(8) VALUE SPACES.
       77 ws-choix PIC X(3) VALUE SPACES.
       77 ws-simulation PIC X VALUE SPACE.
       77 ws-rs-idx PIC 9.
       77 ws-car-idx PIC 9.
       77 ws-details PIC 9(7).
       77 ws-dispo-count PIC 99.
       77 ws-dispo-idx PIC 99.
       77 ws-pos PIC 99.
       77 ws-anomalies PIC 9 VALUE 0.
       77 ws-fichiers-retablis PIC 9 VALUE 0.
       77 ws-total-retablis PIC 9(7) VALUE 0.
       77 ws-etat-count PIC 99 VALUE 0.
       77 ws-search-idx PIC 99.
       77 ws-etape-idx PIC 9.
       77 ws-etats-remis PIC 99 VALUE 0.
       77 ws-etats-deborde PIC X VALUE 'N'.

      * Une ligne par maitre retablissable (D, C, P sur la carte
      * SYSIN): fichier, fichier d'images, etapes (jusqu'a trois)
      * dont la fiche JOBSTATE est remise pour qu'elles repassent
      * et chaine a relancer pour les repasser. RS-STATUT:
      * 'T' image trouvee, 'A' absente a cette date, 'I'
      * incoherente (compte de fin d'image different des fiches
      * lues), 'E' fichier en erreur.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY OCCURS 3 TIMES.
               10  RS-FICHIER      PIC X(8).
               10  RS-IMAGE        PIC X(8).
               10  RS-ETAPE        PIC X(13) OCCURS 3 TIMES.
               10  RS-RELANCE      PIC X(36).
               10  RS-CHOISI       PIC X.
               10  RS-STATUT       PIC X.
               10  RS-IMG-PROGRAM  PIC X(13).
               10  RS-IMG-HEURE    PIC X(8).
               10  RS-IMG-ENREGS   PIC 9(7).
               10  RS-ACTUELS      PIC 9(7).
               10  RS-RETABLIS     PIC 9(7).
               10  RS-ETATS        PIC 99.

      * Dates des images completes du fichier d'images en cours.
       01  WS-DISPO-TABLE.
           05  WS-DISPO-ENTRY OCCURS 99 TIMES.
               10  DP-DATE         PIC X(8).

       01  WS-ETAT-TABLE.
           05  WS-ETAT-ENTRY OCCURS 40 TIMES.
               10  ET-DATE         PIC X(8).
               10  ET-PROGRAM      PIC X(13).
               10  ET-START        PIC X(8).
               10  ET-END          PIC X(8).
               10  ET-RC           PIC 9(4).
               10  ET-REMIS        PIC X.

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(25) VALUE
               'RETABLISSEMENT IMAGES DU'.
           05  TL-DATE             PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TL-MODE             PIC X(12).
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(43) VALUE SPACES.
           05  FILLER              PIC X(29) VALUE
               '---------- FICHES ---------'.

       01  WS-COLONNES-LIGNE2.
           05  FILLER              PIC X(10) VALUE 'FICHIER'.
           05  FILLER              PIC X(10) VALUE 'IMAGES'.
           05  FILLER              PIC X(14) VALUE 'PRISE PAR'.
           05  FILLER              PIC X(9) VALUE 'HEURE'.
           05  FILLER              PIC X(7) VALUE '  IMAGE'.
           05  FILLER              PIC X(8) VALUE '   AVANT'.
           05  FILLER              PIC X(8) VALUE ' RETABLI'.
           05  FILLER              PIC X(6) VALUE ' ETATS'.

       01  WS-DETAIL-LIGNE.
           05  DL-FICHIER          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-IMAGE            PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-PROGRAM          PIC X(13).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-HEURE            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DL-IMG-ENREGS       PIC ZZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-ACTUELS          PIC ZZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DL-RETABLIS         PIC ZZZZZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  DL-ETATS            PIC Z9.

       PROCEDURE DIVISION.
      * Retablit DIFOPER, CERTMAST et/ou POINTS a l'image avant
      * prise a la date demandee par Adjdiff, Certbat ou Ptscalc
      * (voir IMGAVR), puis retire de JOBSTATE les fiches du jour
      * des etapes concernees et de celles qui lisent le fichier
      * retabli (Certcmp; Refintg et Ptsstmt) pour qu'un rerun les
      * repasse. Toutes
      * les images demandees sont controlees avant de toucher a
      * quoi que ce soit: une seule absente ou incoherente et rien
      * n'est retabli (RC 8). En simulation (O) l'edition RSTPRNT
      * dit ce qui serait retabli sans rien modifier.
       preparer-table.
           MOVE 'DIFOPER' TO RS-FICHIER (1)
           MOVE 'DIFIMG' TO RS-IMAGE (1)
           MOVE 'Adjdiff' TO RS-ETAPE (1 1)
           MOVE SPACES TO RS-ETAPE (1 2)
           MOVE SPACES TO RS-ETAPE (1 3)
           MOVE 'TRNBATCH (ADJDIFF)' TO RS-RELANCE (1)
           MOVE 'CERTMAST' TO RS-FICHIER (2)
           MOVE 'CERTIMG' TO RS-IMAGE (2)
           MOVE 'Certbat' TO RS-ETAPE (2 1)
           MOVE 'Certcmp' TO RS-ETAPE (2 2)
           MOVE SPACES TO RS-ETAPE (2 3)
           MOVE 'TRNBATCH (CERTBAT, CERTCMP)' TO RS-RELANCE (2)
           MOVE 'POINTS' TO RS-FICHIER (3)
           MOVE 'PTSIMG' TO RS-IMAGE (3)
           MOVE 'Ptscalc' TO RS-ETAPE (3 1)
           MOVE 'Refintg' TO RS-ETAPE (3 2)
           MOVE 'Ptsstmt' TO RS-ETAPE (3 3)
           MOVE 'TRNMONTH (PTSCALC, REFINTG, PTSSTMT)'
               TO RS-RELANCE (3)
           PERFORM VARYING ws-rs-idx FROM 1 BY 1 UNTIL ws-rs-idx > 3
               MOVE 'N' TO RS-CHOISI (ws-rs-idx)
               MOVE SPACE TO RS-STATUT (ws-rs-idx)
               MOVE SPACES TO RS-IMG-PROGRAM (ws-rs-idx)
               MOVE SPACES TO RS-IMG-HEURE (ws-rs-idx)
               MOVE 0 TO RS-IMG-ENREGS (ws-rs-idx)
               MOVE 0 TO RS-ACTUELS (ws-rs-idx)
               MOVE 0 TO RS-RETABLIS (ws-rs-idx)
               MOVE 0 TO RS-ETATS (ws-rs-idx)
           END-PERFORM.

       saisir-demande.
           DISPLAY 'Date de l''image a retablir AAAAMMJJ: '
           ACCEPT ws-date-image
           IF ws-date-image(1:8) IS NOT NUMERIC
               DISPLAY 'Date invalide: ' ws-date-image
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-date-image TO TL-DATE
           DISPLAY 'Fichiers D=DIFOPER C=CERTMAST P=POINTS '
               '(ex. DC): '
           ACCEPT ws-choix
           INSPECT ws-choix CONVERTING 'dcp' TO 'DCP'
           IF ws-choix = SPACES
               DISPLAY 'Aucun fichier demande.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ws-car-idx FROM 1 BY 1 UNTIL ws-car-idx > 3
               EVALUATE ws-choix(ws-car-idx:1)
                   WHEN 'D'
                       MOVE 'Y' TO RS-CHOISI (1)
                   WHEN 'C'
                       MOVE 'Y' TO RS-CHOISI (2)
                   WHEN 'P'
                       MOVE 'Y' TO RS-CHOISI (3)
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Fichier inconnu: ' ws-choix
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM
           DISPLAY 'Simulation O/N: '
           ACCEPT ws-simulation
           INSPECT ws-simulation CONVERTING 'on' TO 'ON'
           IF ws-simulation NOT = 'O' AND ws-simulation NOT = 'N'
               DISPLAY 'Simulation O/N invalide: ' ws-simulation
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-simulation = 'O'
               MOVE '(SIMULATION)' TO TL-MODE
           ELSE
               MOVE SPACES TO TL-MODE
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           PERFORM VARYING ws-rs-idx FROM 1 BY 1 UNTIL ws-rs-idx > 3
               IF RS-CHOISI (ws-rs-idx) = 'Y'
                   PERFORM controler-image
               END-IF
           END-PERFORM.
           IF ws-anomalies = 0
               IF ws-simulation = 'N'
                   PERFORM VARYING ws-rs-idx FROM 1 BY 1
                           UNTIL ws-rs-idx > 3
                       IF RS-CHOISI (ws-rs-idx) = 'Y'
                           PERFORM retablir-fichier
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM VARYING ws-rs-idx FROM 1 BY 1
                           UNTIL ws-rs-idx > 3
                       IF RS-CHOISI (ws-rs-idx) = 'Y'
                           MOVE RS-IMG-ENREGS (ws-rs-idx)
                               TO RS-RETABLIS (ws-rs-idx)
                           ADD 1 TO ws-fichiers-retablis
                           ADD RS-RETABLIS (ws-rs-idx)
                               TO ws-total-retablis
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM remettre-etats
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM VARYING ws-rs-idx FROM 1 BY 1 UNTIL ws-rs-idx > 3
               IF RS-CHOISI (ws-rs-idx) = 'Y'
                   PERFORM imprimer-fichier
               END-IF
           END-PERFORM.
           PERFORM imprimer-etats.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.
           DISPLAY 'Rapport imprime sur RSTPRNT (' ws-page-no
               ' pages).'.
           STOP RUN.

      * L'image retenue est celle dont la fin porte la date
      * demandee; ses fiches sont recomptees contre la fin. Le
      * maitre actuel est compte pour l'edition.
       controler-image.
           MOVE RS-IMAGE (ws-rs-idx) TO ws-nom-image
           MOVE 'A' TO RS-STATUT (ws-rs-idx)
           MOVE 0 TO ws-details
           MOVE 'N' TO ws-eof
           OPEN INPUT IMAGE-FILE
           IF ws-image-status NOT = "00"
               IF ws-image-status NOT = "35"
                   MOVE 'E' TO RS-STATUT (ws-rs-idx)
               END-IF
               ADD 1 TO ws-anomalies
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ IMAGE-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IMG-DATE = ws-date-image
                           IF IMF-TYPE = 'F'
                               MOVE 'T' TO RS-STATUT (ws-rs-idx)
                               MOVE IMF-PROGRAM
                                   TO RS-IMG-PROGRAM (ws-rs-idx)
                               MOVE IMF-HEURE
                                   TO RS-IMG-HEURE (ws-rs-idx)
                               MOVE IMF-ENREGS
                                   TO RS-IMG-ENREGS (ws-rs-idx)
                           ELSE
                               ADD 1 TO ws-details
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMAGE-FILE
           IF RS-STATUT (ws-rs-idx) = 'T'
                   AND ws-details NOT = RS-IMG-ENREGS (ws-rs-idx)
               MOVE 'I' TO RS-STATUT (ws-rs-idx)
           END-IF
           IF RS-STATUT (ws-rs-idx) NOT = 'T'
               ADD 1 TO ws-anomalies
           END-IF
           MOVE RS-FICHIER (ws-rs-idx) TO ws-nom-fichier
           MOVE 'N' TO ws-eof
           OPEN INPUT MASTER-FILE
           IF ws-maitre-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ MASTER-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           ADD 1 TO RS-ACTUELS (ws-rs-idx)
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       retablir-fichier.
           MOVE RS-IMAGE (ws-rs-idx) TO ws-nom-image
           MOVE RS-FICHIER (ws-rs-idx) TO ws-nom-fichier
           MOVE 'N' TO ws-eof
           OPEN INPUT IMAGE-FILE
           OPEN OUTPUT MASTER-FILE
           IF ws-maitre-status NOT = "00"
               DISPLAY 'Erreur ecriture ' ws-nom-fichier ': '
                   ws-maitre-status
               CLOSE IMAGE-FILE
               MOVE 'E' TO RS-STATUT (ws-rs-idx)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ IMAGE-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IMG-DATE = ws-date-image
                               AND IMG-TYPE = 'D'
                           WRITE MAS-RECORD FROM IMG-DONNEES
                           ADD 1 TO RS-RETABLIS (ws-rs-idx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMAGE-FILE
           CLOSE MASTER-FILE
           ADD 1 TO ws-fichiers-retablis
           ADD RS-RETABLIS (ws-rs-idx) TO ws-total-retablis.

      * JOBSTATE ne tient que les fiches du jour: celles des
      * etapes des fichiers retablis sont retirees (en simulation
      * seulement comptees), l'etape repasse alors au rerun.
      * Sans JOBSTATE il n'y a rien a remettre. Au-dela de 40
      * fiches le fichier n'est pas reecrit (il perdrait les
      * suivantes): RC 8, les fiches sont a retirer a la main.
       remettre-etats.
           MOVE 'N' TO ws-eof
           MOVE 0 TO ws-etat-count
           OPEN INPUT JOB-STATE-FILE
           IF ws-jobstate-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ JOB-STATE-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ws-etat-count < 40
                           ADD 1 TO ws-etat-count
                           MOVE JST-DATE TO ET-DATE (ws-etat-count)
                           MOVE JST-PROGRAM
                               TO ET-PROGRAM (ws-etat-count)
                           MOVE JST-START TO ET-START (ws-etat-count)
                           MOVE JST-END TO ET-END (ws-etat-count)
                           MOVE JST-RC TO ET-RC (ws-etat-count)
                           MOVE 'N' TO ET-REMIS (ws-etat-count)
                           PERFORM marquer-etat
                       ELSE
                           MOVE 'Y' TO ws-etats-deborde
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-STATE-FILE
           IF ws-etats-deborde = 'Y'
               DISPLAY 'Plus de 40 fiches JOBSTATE: fichier non '
                   'reecrit, fiches des etapes a retirer a la main.'
               MOVE 0 TO ws-etats-remis
               PERFORM VARYING ws-rs-idx FROM 1 BY 1
                       UNTIL ws-rs-idx > 3
                   MOVE 0 TO RS-ETATS (ws-rs-idx)
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ws-simulation = 'O' OR ws-etats-remis = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOB-STATE-FILE
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-etat-count
               IF ET-REMIS (ws-search-idx) = 'N'
                   MOVE ET-DATE (ws-search-idx) TO JST-DATE
                   MOVE ET-PROGRAM (ws-search-idx) TO JST-PROGRAM
                   MOVE ET-START (ws-search-idx) TO JST-START
                   MOVE ET-END (ws-search-idx) TO JST-END
                   MOVE ET-RC (ws-search-idx) TO JST-RC
                   WRITE JOBSTATE-RECORD
               END-IF
           END-PERFORM
           CLOSE JOB-STATE-FILE.

       marquer-etat.
           PERFORM VARYING ws-rs-idx FROM 1 BY 1 UNTIL ws-rs-idx > 3
               IF RS-CHOISI (ws-rs-idx) = 'Y'
                   PERFORM VARYING ws-etape-idx FROM 1 BY 1
                           UNTIL ws-etape-idx > 3
                       IF RS-ETAPE (ws-rs-idx ws-etape-idx)
                               NOT = SPACES
                           AND JST-PROGRAM
                               = RS-ETAPE (ws-rs-idx ws-etape-idx)
                           MOVE 'Y' TO ET-REMIS (ws-etat-count)
                           ADD 1 TO RS-ETATS (ws-rs-idx)
                           ADD 1 TO ws-etats-remis
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       imprimer-fichier.
           MOVE RS-FICHIER (ws-rs-idx) TO DL-FICHIER
           MOVE RS-IMAGE (ws-rs-idx) TO DL-IMAGE
           EVALUATE RS-STATUT (ws-rs-idx)
               WHEN 'T'
                   MOVE RS-IMG-PROGRAM (ws-rs-idx) TO DL-PROGRAM
                   MOVE RS-IMG-HEURE (ws-rs-idx) TO DL-HEURE
                   MOVE RS-IMG-ENREGS (ws-rs-idx) TO DL-IMG-ENREGS
                   MOVE RS-ACTUELS (ws-rs-idx) TO DL-ACTUELS
                   MOVE RS-RETABLIS (ws-rs-idx) TO DL-RETABLIS
                   MOVE RS-ETATS (ws-rs-idx) TO DL-ETATS
                   MOVE WS-DETAIL-LIGNE TO ws-ligne
               WHEN 'A'
                   STRING RS-FICHIER (ws-rs-idx) '  '
                       RS-IMAGE (ws-rs-idx)
                       '  AUCUNE IMAGE COMPLETE DU ' ws-date-image
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
               WHEN 'I'
                   STRING RS-FICHIER (ws-rs-idx) '  '
                       RS-IMAGE (ws-rs-idx)
                       '  IMAGE INCOHERENTE, FIN: '
                       RS-IMG-ENREGS (ws-rs-idx) ' FICHES'
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
               WHEN OTHER
                   STRING RS-FICHIER (ws-rs-idx) '  '
                       RS-IMAGE (ws-rs-idx)
                       '  ERREUR D''ACCES AU FICHIER'
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
           END-EVALUATE
           PERFORM imprimer-ligne
           PERFORM imprimer-disponibles
           PERFORM imprimer-ligne.

      * Dates des images completes disponibles, six par ligne, pour
      * choisir une autre date quand celle demandee manque.
       imprimer-disponibles.
           MOVE RS-IMAGE (ws-rs-idx) TO ws-nom-image
           MOVE 0 TO ws-dispo-count
           MOVE 'N' TO ws-eof
           OPEN INPUT IMAGE-FILE
           IF ws-image-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ IMAGE-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF IMF-TYPE = 'F' AND ws-dispo-count < 99
                               ADD 1 TO ws-dispo-count
                               MOVE IMF-DATE
                                   TO DP-DATE (ws-dispo-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
           END-IF
           MOVE '          IMAGES DISPONIBLES:' TO ws-ligne
           IF ws-dispo-count = 0
               MOVE 'AUCUNE' TO ws-ligne(31:6)
               PERFORM imprimer-ligne
               EXIT PARAGRAPH
           END-IF
           MOVE 31 TO ws-pos
           PERFORM VARYING ws-dispo-idx FROM 1 BY 1
                   UNTIL ws-dispo-idx > ws-dispo-count
               IF ws-pos > 71
                   PERFORM imprimer-ligne
                   MOVE 31 TO ws-pos
               END-IF
               MOVE DP-DATE (ws-dispo-idx) TO ws-ligne(ws-pos:8)
               ADD 9 TO ws-pos
           END-PERFORM
           PERFORM imprimer-ligne.

       imprimer-etats.
           IF ws-etats-deborde = 'Y'
               STRING 'JOBSTATE NON REECRIT (PLUS DE 40 FICHES): '
                   'RETIRER LES ETAPES A LA MAIN'
                   DELIMITED BY SIZE INTO ws-ligne
               END-STRING
               PERFORM imprimer-ligne
               EXIT PARAGRAPH
           END-IF
           IF ws-etats-remis = 0
               MOVE 'AUCUNE FICHE JOBSTATE A REMETTRE.' TO ws-ligne
               PERFORM imprimer-ligne
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-etat-count
               IF ET-REMIS (ws-search-idx) = 'Y'
                   STRING 'ETAT REMIS: ' ET-PROGRAM (ws-search-idx)
                       ' DU ' ET-DATE (ws-search-idx)
                       ' DEBUT ' ET-START (ws-search-idx)
                       ' FIN ' ET-END (ws-search-idx)
                       ' RC ' ET-RC (ws-search-idx)
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
                   PERFORM imprimer-ligne
               END-IF
           END-PERFORM.

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
           STRING 'DATE DE L''IMAGE    : ' ws-date-image
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'FICHIERS RETABLIS  : ' ws-fichiers-retablis
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'FICHES RETABLIES   : ' ws-total-retablis
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'ETATS JOBSTATE     : ' ws-etats-remis
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           PERFORM imprimer-ligne
           EVALUATE TRUE
               WHEN ws-anomalies > 0
                   STRING 'IMAGE ABSENTE OU INCOHERENTE: '
                       'RIEN N''A ETE RETABLI'
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
                   PERFORM imprimer-ligne
               WHEN ws-simulation = 'O'
                   STRING 'SIMULATION: RIEN N''A ETE MODIFIE, '
                       'LES COMPTES SONT CEUX A RETABLIR'
                       DELIMITED BY SIZE INTO ws-ligne
                   END-STRING
                   PERFORM imprimer-ligne
               WHEN OTHER
                   PERFORM VARYING ws-rs-idx FROM 1 BY 1
                           UNTIL ws-rs-idx > 3
                       IF RS-CHOISI (ws-rs-idx) = 'Y'
                           STRING 'RELANCER: ' RS-RELANCE (ws-rs-idx)
                               DELIMITED BY SIZE INTO ws-ligne
                           END-STRING
                           PERFORM imprimer-ligne
                       END-IF
                   END-PERFORM
           END-EVALUATE.
