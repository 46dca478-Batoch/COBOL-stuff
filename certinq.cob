           SELECT CERT-MASTER-FILE ASSIGN TO "CERTMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-certmast-status.
           SELECT CERT-HIST-FILE ASSIGN TO "CERTHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-certhist-status.

      *DATA
       DATA DIVISION.
       FD  CERT-MASTER-FILE.
           COPY CERTREC.

       FD  CERT-HIST-FILE.
           COPY CERTHISR.

       WORKING-STORAGE SECTION.
       77 ws-certmast-status PIC XX.
       77 ws-certhist-status PIC XX.
       77 ws-saisie-id PIC X(10) VALUE SPACES.
       77 ws-saisie-vue PIC X VALUE SPACES.
       77 ws-libelle-evt PIC X(10).
       77 ws-fin PIC X VALUE 'N'.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-nb-certs PIC 999 VALUE 0.
           2 LINE 4 COL 5
               VALUE 'Identifiant operateur (vide=fin): '.
           2 PIC X(10) TO ws-saisie-id.
           2 LINE 5 COL 5
               VALUE 'Vue C=certifications H=historique: '.
           2 PIC X TO ws-saisie-vue.

       PROCEDURE DIVISION.
       boucle-consultation.
           PERFORM UNTIL ws-fin = 'Y'
               MOVE SPACES TO ws-saisie-id
               MOVE SPACES TO ws-saisie-vue
               DISPLAY cin-saisie
               ACCEPT cin-saisie
               IF ws-saisie-id = SPACES
                   MOVE 'Y' TO ws-fin
               ELSE
                   IF ws-saisie-vue = 'H' OR ws-saisie-vue = 'h'
                       PERFORM consulter-historique
                   ELSE
                       PERFORM consulter-operateur
                   END-IF
               END-IF
           END-PERFORM.
           STOP RUN.
           END-IF
           DISPLAY 'Appuyer sur ENTREE pour continuer.'
           ACCEPT ws-eof.

      * Historique: tous les changements journalises par Certcmp
      * pour l'operateur, dans l'ordre ou ils ont ete constates.
       consulter-historique.
           MOVE 0 TO ws-nb-certs
           MOVE 'N' TO ws-eof
           OPEN INPUT CERT-HIST-FILE
           IF ws-certhist-status NOT = "00"
               DISPLAY 'Aucun fichier CERTHIST disponible.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Historique des certifications de '
               ws-saisie-id ':'
           PERFORM UNTIL ws-eof = 'Y'
               READ CERT-HIST-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CHS-OPERATOR-ID = ws-saisie-id
                           ADD 1 TO ws-nb-certs
                           PERFORM afficher-evenement
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-HIST-FILE
           IF ws-nb-certs = 0
               DISPLAY 'Aucun changement journalise.'
           ELSE
               DISPLAY 'Total: ' ws-nb-certs ' changements.'
           END-IF
           DISPLAY 'Appuyer sur ENTREE pour continuer.'
           ACCEPT ws-eof.

       afficher-evenement.
           EVALUATE CHS-EVENEMENT
               WHEN 'O'
                   MOVE 'OCTROI' TO ws-libelle-evt
               WHEN 'H'
                   MOVE 'HAUSSE' TO ws-libelle-evt
               WHEN 'B'
                   MOVE 'BAISSE' TO ws-libelle-evt
               WHEN 'R'
                   MOVE 'REVOCATION' TO ws-libelle-evt
               WHEN OTHER
                   MOVE CHS-EVENEMENT TO ws-libelle-evt
           END-EVALUATE
           DISPLAY CHS-DATE ' ' CHS-DRILL-TYPE ' ' ws-libelle-evt
               ' niveau ' CHS-ANC-NIVEAU ' -> ' CHS-NOUV-NIVEAU
               ' octroi:' CHS-DATE-OCTROI.
