      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Refintg.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS ws-opermast-status.
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
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-sesslog-status.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.
           SELECT DIFF-OPER-FILE ASSIGN TO "DIFOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-difoper-status.
           SELECT CERT-MASTER-FILE ASSIGN TO "CERTMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-certmast-status.
           SELECT TRAINING-PLAN-FILE ASSIGN TO "TRNPLAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-trnplan-status.
           SELECT POINTS-FILE ASSIGN TO "POINTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-points-status.
           SELECT TOURSCHED-FILE ASSIGN TO "TOURSCHD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-toursched-status.
           SELECT SIGNON-FILE ASSIGN TO "SIGNON"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-signon-status.
           SELECT PRINT-FILE ASSIGN TO "REFPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  GAME-LOG-FILE.
           COPY GAMELOGR.

       FD  DRILL-SCORE-FILE.
           COPY DRILLSCR.

       FD  SESSION-LOG-FILE.
           COPY SESSLOGR.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  DIFF-OPER-FILE.
           COPY DIFOPERR.

       FD  CERT-MASTER-FILE.
           COPY CERTREC.

       FD  TRAINING-PLAN-FILE.
           COPY TRNPLANR.

       FD  POINTS-FILE.
           COPY POINTSR.

       FD  TOURSCHED-FILE.
           COPY TOURSCHR.

       FD  SIGNON-FILE.
           COPY SIGNONR.

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-opermast-status PIC XX.
       77 ws-gamelog-status PIC XX.
       77 ws-drillscr-status PIC XX.
       77 ws-sesslog-status PIC XX.
       77 ws-auditlog-status PIC XX.
       77 ws-difoper-status PIC XX.
       77 ws-certmast-status PIC XX.
       77 ws-trnplan-status PIC XX.
       77 ws-points-status PIC XX.
       77 ws-toursched-status PIC XX.
       77 ws-signon-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-today PIC X(8).
       77 ws-date-num PIC 9(8).
       77 ws-jour-num PIC 9(7).
      * Lundi le plus ancien d'une semaine de plan non terminee
       77 ws-plan-ouvert PIC X(8).
       77 ws-mois-paie PIC X(6) VALUE SPACES.
       77 ws-fichier PIC X(8).
       77 ws-id-courant PIC X(10).
       77 ws-etat PIC X.
       77 ws-detention PIC X VALUE 'N'.
       77 ws-motif-inactif PIC X(30).
       77 ws-motif PIC X(30).
       77 ws-lus PIC 9(7) VALUE 0.
       77 ws-found PIC X VALUE 'N'.
       77 ws-search-idx PIC 9(4).
       77 ws-id-count PIC 9(4) VALUE 0.
       77 ws-ex-count PIC 999 VALUE 0.
       77 ws-ex-full-warned PIC X VALUE 'N'.
       77 ws-orphelins PIC 9(5) VALUE 0.
       77 ws-inactifs PIC 9(5) VALUE 0.
       77 ws-fichiers-absents PIC 99 VALUE 0.

      * Etat deja lu dans OPERMAST pour chaque identifiant
      * rencontre: 'A' actif, 'I' inactif, 'X' absent du master
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 1000 TIMES.
               10  ID-ID           PIC X(10).
               10  ID-ETAT         PIC X.

      * Une exception par fichier, identifiant et motif; les
      * records en cause sont comptes sur la meme ligne.
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 500 TIMES.
               10  EX-FICHIER      PIC X(8).
               10  EX-ID           PIC X(10).
               10  EX-MOTIF        PIC X(30).
               10  EX-RECORDS      PIC 9(5).

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(34) VALUE
               'INTEGRITE DES IDENTIFIANTS DU'.
           05  TL-DATE             PIC X(8).
           05  FILLER              PIC X(27) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(10) VALUE 'FICHIER'.
           05  FILLER              PIC X(12) VALUE 'OPERATEUR'.
           05  FILLER              PIC X(32) VALUE 'EXCEPTION'.
           05  FILLER              PIC X(7) VALUE 'RECORDS'.

       01  WS-DETAIL-LIGNE.
           05  DL-FICHIER          PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-ID               PIC X(10).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-MOTIF            PIC X(30).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-RECORDS          PIC ZZZZ9.

           COPY JOBSTATK.

       PROCEDURE DIVISION.
      * Balayage hebdomadaire (et de fin de mois, avant la paie
      * des points): chaque identifiant copie dans un fichier du
      * systeme est confronte a OPERMAST. Code retour 8 quand un
      * identifiant est absent du master (orphelin), 4 quand un
      * operateur inactif detient encore une certification, un
      * plan ouvert, un pairage prevu, une fiche SIGNON ou des
      * points du dernier mois, 0 sinon.
       initialiser.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Refintg' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Refintg deja termine ce jour, saut.'
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE ws-today TO TL-DATE
           MOVE ws-today TO ws-date-num
           COMPUTE ws-jour-num =
               FUNCTION INTEGER-OF-DATE(ws-date-num) - 6
           COMPUTE ws-date-num =
               FUNCTION DATE-OF-INTEGER(ws-jour-num)
           MOVE ws-date-num TO ws-plan-ouvert
           OPEN INPUT OPERATOR-MASTER-FILE
           IF ws-opermast-status NOT = "00"
               DISPLAY 'Fichier OPERMAST absent, arret.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY '=== Integrite des identifiants ==='.

       balayer-fichiers.
           PERFORM controler-gamelog
           PERFORM controler-drillscr
           PERFORM controler-sesslog
           PERFORM controler-auditlog
           PERFORM controler-difoper
           PERFORM controler-certmast
           PERFORM controler-trnplan
           PERFORM chercher-mois-paie
           PERFORM controler-points
           PERFORM controler-tourschd
           PERFORM controler-signon
           CLOSE OPERATOR-MASTER-FILE.

           OPEN OUTPUT PRINT-FILE.
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture REFPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM imprimer-exceptions.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.

           DISPLAY ' '.
           DISPLAY 'Orphelins          : ' ws-orphelins.
           DISPLAY 'Inactifs detenteurs: ' ws-inactifs.
           IF ws-orphelins > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ws-inactifs > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM pointer-etat-fin.
           STOP RUN.

       controler-gamelog.
           MOVE 'GAMELOG' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'N' TO ws-detention
           OPEN INPUT GAME-LOG-FILE
           IF ws-gamelog-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ GAME-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       MOVE GLG-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE GAME-LOG-FILE
           PERFORM afficher-lus.

       controler-drillscr.
           MOVE 'DRILLSCR' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'N' TO ws-detention
           OPEN INPUT DRILL-SCORE-FILE
           IF ws-drillscr-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ DRILL-SCORE-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       MOVE DRL-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE DRILL-SCORE-FILE
           PERFORM afficher-lus.

       controler-sesslog.
           MOVE 'SESSLOG' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'N' TO ws-detention
           OPEN INPUT SESSION-LOG-FILE
           IF ws-sesslog-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ SESSION-LOG-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       MOVE SES-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE SESSION-LOG-FILE
           PERFORM afficher-lus.

       controler-auditlog.
           MOVE 'AUDITLOG' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'N' TO ws-detention
           OPEN INPUT AUDIT-LOG-FILE
           IF ws-auditlog-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       MOVE AUD-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           PERFORM afficher-lus.

       controler-difoper.
           MOVE 'DIFOPER' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'N' TO ws-detention
           OPEN INPUT DIFF-OPER-FILE
           IF ws-difoper-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ DIFF-OPER-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       MOVE DFO-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE DIFF-OPER-FILE
           PERFORM afficher-lus.

      * CERTMAST ne porte que les certifications en cours: toute
      * fiche d'un inactif est une detention.
       controler-certmast.
           MOVE 'CERTMAST' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'Y' TO ws-detention
           MOVE 'INACTIF CERTIFIE' TO ws-motif-inactif
           OPEN INPUT CERT-MASTER-FILE
           IF ws-certmast-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ CERT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       MOVE CRT-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE CERT-MASTER-FILE
           PERFORM afficher-lus.

      * Un plan est ouvert tant que sa semaine (lundi + 6 jours)
      * n'est pas terminee.
       controler-trnplan.
           MOVE 'TRNPLAN' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'INACTIF AVEC PLAN OUVERT' TO ws-motif-inactif
           OPEN INPUT TRAINING-PLAN-FILE
           IF ws-trnplan-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ TRAINING-PLAN-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       IF PLN-WEEK >= ws-plan-ouvert
                           MOVE 'Y' TO ws-detention
                       ELSE
                           MOVE 'N' TO ws-detention
                       END-IF
                       MOVE PLN-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE TRAINING-PLAN-FILE
           PERFORM afficher-lus.

      * Le mois de paie est le plus recent present dans POINTS:
      * c'est lui que Ptsstmt porte au sommaire de paie.
       chercher-mois-paie.
           MOVE 'N' TO ws-eof
           OPEN INPUT POINTS-FILE
           IF ws-points-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ POINTS-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF PTS-MONTH > ws-mois-paie
                               MOVE PTS-MONTH TO ws-mois-paie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF.

       controler-points.
           MOVE 'POINTS' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'INACTIF AU MOIS DE PAIE' TO ws-motif-inactif
           OPEN INPUT POINTS-FILE
           IF ws-points-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ POINTS-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       IF PTS-MONTH = ws-mois-paie
                               AND PTS-TOTAL-POINTS > 0
                           MOVE 'Y' TO ws-detention
                       ELSE
                           MOVE 'N' TO ws-detention
                       END-IF
                       MOVE PTS-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE POINTS-FILE
           PERFORM afficher-lus.

      * Seul un pairage encore prevu ('P') engage l'operateur;
      * l'adversaire d'un bye est a blanc et n'est pas controle.
       controler-tourschd.
           MOVE 'TOURSCHD' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'INACTIF AVEC PAIRAGE PREVU' TO ws-motif-inactif
           OPEN INPUT TOURSCHED-FILE
           IF ws-toursched-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ TOURSCHED-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       IF TSC-STATUS = 'P'
                           MOVE 'Y' TO ws-detention
                       ELSE
                           MOVE 'N' TO ws-detention
                       END-IF
                       MOVE TSC-OPERATOR-1 TO ws-id-courant
                       PERFORM verifier-id
                       MOVE TSC-OPERATOR-2 TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE TOURSCHED-FILE
           PERFORM afficher-lus.

       controler-signon.
           MOVE 'SIGNON' TO ws-fichier
           MOVE 0 TO ws-lus
           MOVE 'N' TO ws-eof
           MOVE 'Y' TO ws-detention
           MOVE 'INACTIF ENCORE SIGNE' TO ws-motif-inactif
           OPEN INPUT SIGNON-FILE
           IF ws-signon-status NOT = "00"
               PERFORM signaler-absent
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ SIGNON-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-lus
                       MOVE SGN-OPERATOR-ID TO ws-id-courant
                       PERFORM verifier-id
               END-READ
           END-PERFORM
           CLOSE SIGNON-FILE
           PERFORM afficher-lus.

      * Un fichier absent n'est pas une exception (fichier pas
      * encore cree sur ce site): il est signale et saute.
       signaler-absent.
           ADD 1 TO ws-fichiers-absents
           DISPLAY ws-fichier ' absent, non controle.'.

       afficher-lus.
           DISPLAY ws-fichier ' controle: ' ws-lus ' records.'.

      * ws-detention dit si le record courant engage l'operateur
      * (certification, plan ouvert...): un inactif n'est signale
      * que dans ce cas, un orphelin l'est toujours.
       verifier-id.
           IF ws-id-courant = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM lire-etat
           IF ws-etat = 'X'
               MOVE 'IDENTIFIANT ABSENT D''OPERMAST' TO ws-motif
               PERFORM retenir-exception
           ELSE
               IF ws-etat NOT = 'A' AND ws-detention = 'Y'
                   MOVE ws-motif-inactif TO ws-motif
                   PERFORM retenir-exception
               END-IF
           END-IF.

      * Etat de l'identifiant, lu une seule fois dans le master
      * puis garde en table.
       lire-etat.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-id-count
               IF ID-ID (ws-search-idx) = ws-id-courant
                   MOVE 'Y' TO ws-found
                   MOVE ID-ETAT (ws-search-idx) TO ws-etat
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ws-id-courant TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'X' TO ws-etat
               NOT INVALID KEY
                   MOVE OPR-ACTIVE TO ws-etat
           END-READ
           IF ws-id-count < 1000
               ADD 1 TO ws-id-count
               MOVE ws-id-courant TO ID-ID (ws-id-count)
               MOVE ws-etat TO ID-ETAT (ws-id-count)
           END-IF.

       retenir-exception.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-ex-count
               IF EX-FICHIER (ws-search-idx) = ws-fichier
                       AND EX-ID (ws-search-idx) = ws-id-courant
                       AND EX-MOTIF (ws-search-idx) = ws-motif
                   MOVE 'Y' TO ws-found
                   ADD 1 TO EX-RECORDS (ws-search-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ws-etat = 'X'
               ADD 1 TO ws-orphelins
           ELSE
               ADD 1 TO ws-inactifs
           END-IF
           IF ws-ex-count < 500
               ADD 1 TO ws-ex-count
               MOVE ws-fichier TO EX-FICHIER (ws-ex-count)
               MOVE ws-id-courant TO EX-ID (ws-ex-count)
               MOVE ws-motif TO EX-MOTIF (ws-ex-count)
               MOVE 1 TO EX-RECORDS (ws-ex-count)
           ELSE
               IF ws-ex-full-warned = 'N'
                   DISPLAY 'Limite de 500 exceptions atteinte; '
                       'rapport partiel.'
                   MOVE 'Y' TO ws-ex-full-warned
               END-IF
           END-IF.

      * Les fichiers sont balayes l'un apres l'autre: la table
      * sort deja groupee par fichier.
       imprimer-exceptions.
           IF ws-ex-count = 0
               MOVE 'Aucune exception.' TO ws-ligne
               PERFORM imprimer-ligne
           END-IF
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-ex-count
               MOVE EX-FICHIER (ws-search-idx) TO DL-FICHIER
               MOVE EX-ID (ws-search-idx) TO DL-ID
               MOVE EX-MOTIF (ws-search-idx) TO DL-MOTIF
               MOVE EX-RECORDS (ws-search-idx) TO DL-RECORDS
               MOVE WS-DETAIL-LIGNE TO ws-ligne
               PERFORM imprimer-ligne
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
           STRING 'IDENTIFIANTS VUS   : ' ws-id-count
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'ORPHELINS          : ' ws-orphelins
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'INACTIFS DETENTEURS: ' ws-inactifs
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'FICHIERS ABSENTS   : ' ws-fichiers-absents
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.
