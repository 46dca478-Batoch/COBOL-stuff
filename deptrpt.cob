           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-sesslog-status.
           SELECT OPER-HIST-FILE ASSIGN TO "OPERHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-operhist-status.

      *DATA
       DATA DIVISION.
       FD  SESSION-LOG-FILE.
           COPY SESSLOGR.

       FD  OPER-HIST-FILE.
           COPY OPERHISR.

       WORKING-STORAGE SECTION.
       77 ws-opermast-status PIC XX.
       77 ws-gamelog-status PIC XX.
       77 ws-debut-sec PIC 9(7).
       77 ws-fin-sec PIC 9(7).
       77 ws-duree-sec PIC S9(7).
       77 ws-operhist-status PIC XX.
       77 ws-date-activite PIC X(8).
       77 ws-oh-count PIC 9(4) VALUE 0.
       77 ws-oh-idx PIC 9(4).
       77 ws-oh-place PIC 9(4).
       77 ws-oh-full-warned PIC X VALUE 'N'.
       77 ws-dept-date PIC X VALUE 'N'.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 20 TIMES.
               10  DP-SESSIONS     PIC 9(5).
               10  DP-PRACT-SEC    PIC 9(9).

      * Changements de departement releves dans OPERHIST, dans
      * l'ordre d'ecriture (donc chronologique). Seuls sont gardes,
      * par operateur, le dernier changement avant la periode, ceux
      * de la periode et le premier apres: OPERHIST n'est jamais
      * purge.
       01  WS-OH-TABLE.
           05  WS-OH-ENTRY OCCURS 2000 TIMES.
               10  OH-ID           PIC X(10).
               10  OH-DATE         PIC X(8).
               10  OH-DEPT-AVANT   PIC X(10).
               10  OH-DEPT-APRES   PIC X(10).

       PROCEDURE DIVISION.
       saisir-periode.
           DISPLAY 'Date debut AAAAMMJJ: '
           END-IF.

      * Le master indexe reste ouvert le temps du rapport: le
      * departement courant se lit fiche par fiche; seuls les
      * changements d'OPERHIST sont gardes en table pour rendre
      * a chaque activite le departement du jour ou elle a eu lieu.
       ouvrir-master.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF ws-opermast-status NOT = "00"
               STOP RUN
           END-IF.

      * Seules les lignes qui changent le departement (ajout ou
      * mutation) servent a dater l'appartenance d'un operateur.
       charger-historique.
           MOVE 'N' TO ws-eof
           OPEN INPUT OPER-HIST-FILE
           IF ws-operhist-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ OPER-HIST-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF OPH-AV-DEPT NOT = OPH-AP-DEPT
                               PERFORM retenir-changement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-HIST-FILE
           END-IF.

       lire-gamelog.
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-LOG-FILE
           PERFORM afficher-rapport.
           STOP RUN.

      * Un changement anterieur a la periode remplace le precedent
      * de l'operateur; apres la periode, seul le premier compte.
       retenir-changement.
           MOVE 0 TO ws-oh-place
           PERFORM VARYING ws-oh-idx FROM 1 BY 1
                   UNTIL ws-oh-idx > ws-oh-count
               IF OH-ID (ws-oh-idx) = OPH-AP-ID
                   IF OPH-DATE < ws-date-debut
                           AND OH-DATE (ws-oh-idx) < ws-date-debut
                       MOVE ws-oh-idx TO ws-oh-place
                       EXIT PERFORM
                   END-IF
                   IF OPH-DATE > ws-date-fin
                           AND OH-DATE (ws-oh-idx) > ws-date-fin
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF ws-oh-place = 0
               IF ws-oh-count < 2000
                   ADD 1 TO ws-oh-count
                   MOVE ws-oh-count TO ws-oh-place
               ELSE
                   IF ws-oh-full-warned = 'N'
                       DISPLAY 'Limite de 2000 changements OPERHIST '
                           'atteinte.'
                       MOVE 'Y' TO ws-oh-full-warned
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE OPH-AP-ID TO OH-ID (ws-oh-place)
           MOVE OPH-DATE TO OH-DATE (ws-oh-place)
           MOVE OPH-AV-DEPT TO OH-DEPT-AVANT (ws-oh-place)
           MOVE OPH-AP-DEPT TO OH-DEPT-APRES (ws-oh-place).

      * Restitue le departement de l'operateur a la date de
      * l'activite (ws-date-activite): dernier changement date de
      * ce jour ou avant, sinon departement quitte au premier
      * changement posterieur. Sans historique, departement du
      * master, ou 'INCONNU' quand l'operateur n'y figure pas
      * (fiche purgee, identifiant errone).
       trouver-departement.
           MOVE 'INCONNU' TO ws-dept-courant
           MOVE 'N' TO ws-dept-date
           PERFORM VARYING ws-oh-idx FROM 1 BY 1
                   UNTIL ws-oh-idx > ws-oh-count
               IF OH-ID (ws-oh-idx) = ws-id-courant
                   IF OH-DATE (ws-oh-idx) <= ws-date-activite
                       MOVE OH-DEPT-APRES (ws-oh-idx)
                           TO ws-dept-courant
                       MOVE 'Y' TO ws-dept-date
                   ELSE
                       IF ws-dept-date = 'N'
                               AND OH-DEPT-AVANT (ws-oh-idx)
                                   NOT = SPACES
                           MOVE OH-DEPT-AVANT (ws-oh-idx)
                               TO ws-dept-courant
                           MOVE 'Y' TO ws-dept-date
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF ws-dept-date = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ws-id-courant TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY

       cumuler-partie.
           MOVE GLG-OPERATOR-ID TO ws-id-courant
           MOVE GLG-DATE TO ws-date-activite
           PERFORM trouver-departement
           PERFORM localiser-departement
           IF ws-search-idx > 0

       cumuler-quiz.
           MOVE DRL-OPERATOR-ID TO ws-id-courant
           MOVE DRL-DATE TO ws-date-activite
           PERFORM trouver-departement
           PERFORM localiser-departement
           IF ws-search-idx > 0

       cumuler-session.
           MOVE SES-OPERATOR-ID TO ws-id-courant
           MOVE SES-DATE TO ws-date-activite
           PERFORM trouver-departement
           PERFORM localiser-departement
           IF ws-search-idx > 0
                   DP-SESSIONS (ws-search-idx)
               DISPLAY 'Temps de pratique  : '
                   DP-PRACT-SEC (ws-search-idx) 's'
           END-PERFORM
           IF ws-oh-full-warned = 'Y'
               DISPLAY ' '
               DISPLAY '*** OPERHIST incomplet (plus de 2000 '
                   'changements): departements non garantis ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
