      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Intmnt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-FILE ASSIGN TO "INTEXCP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY INX-KEY
               FILE STATUS IS ws-intexcp-status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS ws-opermast-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  INTEGRITY-FILE.
           COPY INTEXCR.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       77 ws-intexcp-status PIC XX.
       77 ws-opermast-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-action PIC X VALUE SPACE.
       77 ws-fin PIC X VALUE 'N'.
       77 ws-superviseur PIC X(10) VALUE SPACES.
       77 ws-saisie-id PIC X(10).
       77 ws-saisie-date PIC X(8).
       77 ws-saisie-heure PIC X(8).
       77 ws-saisie-motif PIC X.
       77 ws-decision PIC X.
       77 ws-found PIC X VALUE 'N'.
       77 ws-fiches-lues PIC 9(5) VALUE 0.

       SCREEN SECTION.
       1 inm-superviseur.
           2 BLANK SCREEN.
           2 LINE 2 COL 5 VALUE '=== Revue d''integrite ==='.
           2 LINE 4 COL 5 VALUE 'Identifiant superviseur: '.
           2 PIC X(10) TO ws-superviseur REQUIRED.

       1 inm-menu.
           2 BLANK SCREEN.
           2 LINE 2 COL 5 VALUE '=== Revue d''integrite ==='.
           2 LINE 4 COL 5 VALUE 'L = Lister les constats d''un '.
           2 VALUE 'operateur'.
           2 LINE 5 COL 5 VALUE 'D = Decider d''un constat en revue'.
           2 LINE 6 COL 5 VALUE 'F = Fin'.
           2 LINE 8 COL 5 VALUE 'Votre choix: '.
           2 PIC X TO ws-action REQUIRED.

       1 inm-saisie-id.
           2 LINE 10 COL 5 VALUE 'Operateur                  : '.
           2 PIC X(10) TO ws-saisie-id REQUIRED.

       1 inm-saisie-cle.
           2 LINE 11 COL 5 VALUE 'Jour AAAAMMJJ              : '.
           2 PIC X(8) TO ws-saisie-date REQUIRED.
           2 LINE 12 COL 5 VALUE 'Fin de partie HHMMSSCC     : '.
           2 PIC X(8) TO ws-saisie-heure REQUIRED.
           2 LINE 13 COL 5 VALUE 'Motif S/R/V/D              : '.
           2 PIC X TO ws-saisie-motif REQUIRED.

       1 inm-decision.
           2 LINE 15 COL 5 VALUE 'L = lever (partie valide), '.
           2 VALUE 'C = confirmer (partie ecartee): '.
           2 PIC X TO ws-decision REQUIRED.

       1 inm-absent.
           2 LINE 19 COL 5 VALUE 'Constat absent.'.

       1 inm-refus.
           2 LINE 19 COL 5
               VALUE 'Constat deja tranche ou sur vos propres parties.'.

       1 inm-invalide.
           2 LINE 19 COL 5 VALUE 'Decision invalide, rien de change.'.

       1 inm-ok.
           2 LINE 19 COL 5 VALUE 'Mise a jour effectuee.'.

      * Le superviseur tranche les constats releves par Intscan
      * (voir INTEXCR): L leve le constat, la partie redevient
      * payable au prochain calcul Ptscalc du mois; C le confirme,
      * la partie reste ecartee. Une decision ne se reprend pas
      * et nul ne tranche sur ses propres parties.
       PROCEDURE DIVISION.
       PERFORM ouvrir-fichiers.

      * Le superviseur s'identifie une fois; il doit etre un
      * operateur actif d'OPERMAST.
       DISPLAY inm-superviseur.
       ACCEPT inm-superviseur.
       MOVE ws-superviseur TO OPR-ID.
       PERFORM lire-operateur.
       IF ws-found = 'N'
           DISPLAY 'Superviseur inconnu ou inactif: ' ws-superviseur
           CLOSE INTEGRITY-FILE
           CLOSE OPERATOR-MASTER-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL ws-fin = 'Y'
           DISPLAY inm-menu
           ACCEPT inm-menu
           EVALUATE ws-action
               WHEN 'L' WHEN 'l'
                   PERFORM lister-constats
               WHEN 'D' WHEN 'd'
                   PERFORM decider-constat
               WHEN 'F' WHEN 'f'
                   MOVE 'Y' TO ws-fin
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       CLOSE INTEGRITY-FILE.
       CLOSE OPERATOR-MASTER-FILE.
       DISPLAY 'Fin de la revue d''integrite.'.
       STOP RUN.

      * Sans INTEXCP, Intscan n'a encore rien releve.
       ouvrir-fichiers.
           OPEN I-O INTEGRITY-FILE
           IF ws-intexcp-status NOT = "00"
               DISPLAY 'Aucun fichier INTEXCP, rien a revoir.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF ws-opermast-status NOT = "00"
               DISPLAY 'Fichier OPERMAST absent, arret.'
               CLOSE INTEGRITY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ws-found repond 'Y' quand OPR-ID est un operateur actif.
       lire-operateur.
           MOVE 'N' TO ws-found
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-ACTIVE = 'A'
                       MOVE 'Y' TO ws-found
                   END-IF
           END-READ.

       decider-constat.
           DISPLAY inm-saisie-id
           ACCEPT inm-saisie-id
           DISPLAY inm-saisie-cle
           ACCEPT inm-saisie-cle
           MOVE ws-saisie-date TO INX-DATE
           MOVE ws-saisie-id TO INX-OPERATOR-ID
           MOVE ws-saisie-heure TO INX-TIME
           INSPECT ws-saisie-motif CONVERTING 'srvd' TO 'SRVD'
           MOVE ws-saisie-motif TO INX-MOTIF
           READ INTEGRITY-FILE
               INVALID KEY
                   DISPLAY inm-absent
                   EXIT PARAGRAPH
           END-READ
           IF INX-STATUT NOT = 'R'
                   OR INX-OPERATOR-ID = ws-superviseur
               DISPLAY inm-refus
               EXIT PARAGRAPH
           END-IF
           DISPLAY INX-DETAIL
           MOVE SPACE TO ws-decision
           DISPLAY inm-decision
           ACCEPT inm-decision
           EVALUATE ws-decision
               WHEN 'L' WHEN 'l'
                   MOVE 'L' TO INX-STATUT
               WHEN 'C' WHEN 'c'
                   MOVE 'C' TO INX-STATUT
               WHEN OTHER
                   DISPLAY inm-invalide
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE ws-superviseur TO INX-REVISEUR
           MOVE FUNCTION CURRENT-DATE(1:8) TO INX-REVU-DATE
           REWRITE INTEXCP-RECORD
           DISPLAY inm-ok.

      * Le fichier est range par jour: les constats de l'operateur
      * sont lus d'un bout a l'autre.
       lister-constats.
           DISPLAY inm-saisie-id
           ACCEPT inm-saisie-id
           MOVE 'N' TO ws-eof
           MOVE 0 TO ws-fiches-lues
           MOVE LOW-VALUES TO INX-KEY
           START INTEGRITY-FILE
               KEY NOT < INX-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           DISPLAY ' '
           DISPLAY '--- Constats de ' ws-saisie-id ' ---'
           PERFORM UNTIL ws-eof = 'Y'
               READ INTEGRITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF INX-OPERATOR-ID = ws-saisie-id
                           ADD 1 TO ws-fiches-lues
                           DISPLAY INX-DATE ' ' INX-TIME
                               ' ' INX-MOTIF ' ' INX-DETAIL
                               ' statut:' INX-STATUT
                               ' ' INX-REVISEUR
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'Constats enregistres: ' ws-fiches-lues.
