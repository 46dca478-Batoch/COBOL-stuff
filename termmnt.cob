      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Termmnt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TMS-ID
               FILE STATUS IS ws-termmast-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.

       WORKING-STORAGE SECTION.
       77 ws-termmast-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-action PIC X VALUE SPACE.
       77 ws-fin PIC X VALUE 'N'.
       77 ws-saisie-id PIC X(8).
       77 ws-saisie-lieu PIC X(20).
       77 ws-saisie-dept PIC X(10).
       77 ws-found PIC X VALUE 'N'.
       77 ws-fiches-lues PIC 9(5) VALUE 0.

       SCREEN SECTION.
       1 tmm-menu.
           2 BLANK SCREEN.
           2 LINE 2 COL 5 VALUE '=== Gestion des terminaux ==='.
           2 LINE 4 COL 5 VALUE 'A = Ajouter un terminal'.
           2 LINE 5 COL 5 VALUE 'M = Modifier lieu/departement'.
           2 LINE 6 COL 5 VALUE 'H = Mettre hors service'.
           2 LINE 7 COL 5 VALUE 'R = Remettre en service'.
           2 LINE 8 COL 5 VALUE 'L = Lister les terminaux'.
           2 LINE 9 COL 5 VALUE 'F = Fin'.
           2 LINE 11 COL 5 VALUE 'Votre choix: '.
           2 PIC X TO ws-action REQUIRED.

       1 tmm-saisie-id.
           2 LINE 13 COL 5 VALUE 'Terminal (nom TERMID): '.
           2 PIC X(8) TO ws-saisie-id REQUIRED.

       1 tmm-fiche.
           2 LINE 14 COL 5 VALUE 'Emplacement : '.
           2 PIC X(20) TO ws-saisie-lieu REQUIRED.
           2 LINE 15 COL 5 VALUE 'Departement : '.
           2 PIC X(10) TO ws-saisie-dept REQUIRED.

       1 tmm-inconnu.
           2 LINE 17 COL 5 VALUE 'Terminal inconnu.'.

       1 tmm-existe.
           2 LINE 17 COL 5 VALUE 'Ce terminal existe deja.'.

       1 tmm-ok.
           2 LINE 17 COL 5 VALUE 'Mise a jour effectuee.'.

      * Le master des terminaux est entretenu en place comme
      * OPERMAST dans Opermnt: lecture par cle puis WRITE ou
      * REWRITE. Un terminal n'est jamais supprime, il est mis
      * hors service pour garder ses traces dans les rapports.
      * La chaine de nuit signe ses exercices LOT sous le nom du
      * fichier TERMID de TRNBATCH (TRNG.BATCH.TERMID): ce poste
      * doit etre cree ici avant tout autre et rester en service,
      * sinon Signreg refuse les sign-on de la nuit.
       PROCEDURE DIVISION.
       PERFORM ouvrir-master.

       PERFORM UNTIL ws-fin = 'Y'
           DISPLAY tmm-menu
           ACCEPT tmm-menu
           EVALUATE ws-action
               WHEN 'A' WHEN 'a'
                   PERFORM ajouter-terminal
               WHEN 'M' WHEN 'm'
                   PERFORM modifier-terminal
               WHEN 'H' WHEN 'h'
                   PERFORM retirer-terminal
               WHEN 'R' WHEN 'r'
                   PERFORM remettre-terminal
               WHEN 'L' WHEN 'l'
                   PERFORM lister-terminaux
               WHEN 'F' WHEN 'f'
                   MOVE 'Y' TO ws-fin
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       CLOSE TERM-MASTER-FILE.
       DISPLAY 'Fin de la gestion des terminaux.'.
       STOP RUN.

      * Statut 35 = premier lancement, le master est cree vide;
      * tout autre echec d'ouverture arrete le programme.
       ouvrir-master.
           OPEN I-O TERM-MASTER-FILE
           IF ws-termmast-status = "35"
               OPEN OUTPUT TERM-MASTER-FILE
               CLOSE TERM-MASTER-FILE
               OPEN I-O TERM-MASTER-FILE
           END-IF
           IF ws-termmast-status NOT = "00"
               DISPLAY 'Erreur ouverture TERMMAST: '
                   ws-termmast-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       chercher-terminal.
           MOVE 'N' TO ws-found
           MOVE ws-saisie-id TO TMS-ID
           READ TERM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
           END-READ.

       ajouter-terminal.
           DISPLAY tmm-saisie-id
           ACCEPT tmm-saisie-id
           PERFORM chercher-terminal
           IF ws-found = 'Y'
               DISPLAY tmm-existe
           ELSE
               DISPLAY tmm-fiche
               ACCEPT tmm-fiche
               MOVE ws-saisie-id TO TMS-ID
               MOVE ws-saisie-lieu TO TMS-LIEU
               MOVE ws-saisie-dept TO TMS-DEPT
               MOVE 'Y' TO TMS-EN-SERVICE
               WRITE TERMINAL-RECORD
                   INVALID KEY
                       DISPLAY tmm-existe
                   NOT INVALID KEY
                       DISPLAY tmm-ok
               END-WRITE
           END-IF.

       modifier-terminal.
           DISPLAY tmm-saisie-id
           ACCEPT tmm-saisie-id
           PERFORM chercher-terminal
           IF ws-found = 'Y'
               MOVE TMS-LIEU TO ws-saisie-lieu
               MOVE TMS-DEPT TO ws-saisie-dept
               DISPLAY tmm-fiche
               ACCEPT tmm-fiche
               MOVE ws-saisie-lieu TO TMS-LIEU
               MOVE ws-saisie-dept TO TMS-DEPT
               REWRITE TERMINAL-RECORD
               DISPLAY tmm-ok
           ELSE
               DISPLAY tmm-inconnu
           END-IF.

       retirer-terminal.
           DISPLAY tmm-saisie-id
           ACCEPT tmm-saisie-id
           PERFORM chercher-terminal
           IF ws-found = 'Y'
               MOVE 'N' TO TMS-EN-SERVICE
               REWRITE TERMINAL-RECORD
               DISPLAY tmm-ok
           ELSE
               DISPLAY tmm-inconnu
           END-IF.

       remettre-terminal.
           DISPLAY tmm-saisie-id
           ACCEPT tmm-saisie-id
           PERFORM chercher-terminal
           IF ws-found = 'Y'
               MOVE 'Y' TO TMS-EN-SERVICE
               REWRITE TERMINAL-RECORD
               DISPLAY tmm-ok
           ELSE
               DISPLAY tmm-inconnu
           END-IF.

       lister-terminaux.
           MOVE 'N' TO ws-eof
           MOVE 0 TO ws-fiches-lues
           MOVE LOW-VALUES TO TMS-ID
           START TERM-MASTER-FILE
               KEY NOT < TMS-ID
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           DISPLAY ' '
           DISPLAY '--- Terminaux ---'
           PERFORM UNTIL ws-eof = 'Y'
               READ TERM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-fiches-lues
                       DISPLAY TMS-ID ' ' TMS-LIEU ' '
                           TMS-DEPT ' ' TMS-EN-SERVICE
               END-READ
           END-PERFORM
           DISPLAY 'Terminaux enregistres: ' ws-fiches-lues.
