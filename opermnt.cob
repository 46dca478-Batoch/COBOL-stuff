               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS ws-opermast-status.
           SELECT OPER-HIST-FILE ASSIGN TO "OPERHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-operhist-status.

      *DATA
       DATA DIVISION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  OPER-HIST-FILE.
           COPY OPERHISR.

       WORKING-STORAGE SECTION.
       77 ws-opermast-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-saisie-dept PIC X(10).
       77 ws-found PIC X VALUE 'N'.
       77 ws-fiches-lues PIC 9(5) VALUE 0.
       77 ws-operhist-status PIC XX.
       77 ws-auteur PIC X(10) VALUE SPACES.
       77 ws-action-hist PIC X.
       01 ws-image-avant PIC X(51).

       SCREEN SECTION.
       1 opm-auteur.
           2 BLANK SCREEN.
           2 LINE 2 COL 5 VALUE '=== Gestion des operateurs ==='.
           2 LINE 4 COL 5 VALUE 'Votre identifiant: '.
           2 PIC X(10) TO ws-auteur REQUIRED.

       1 opm-menu.
           2 BLANK SCREEN.
           2 LINE 2 COL 5 VALUE '=== Gestion des operateurs ==='.
      * table en memoire ni reecriture du fichier entier.
       PROCEDURE DIVISION.
       PERFORM ouvrir-master.
       PERFORM ouvrir-historique.

      * L'identifiant saisi ici signe chaque ligne d'OPERHIST
      * ecrite pendant la seance.
       DISPLAY opm-auteur.
       ACCEPT opm-auteur.

       PERFORM UNTIL ws-fin = 'Y'
           DISPLAY opm-menu
       END-PERFORM.

       CLOSE OPERATOR-MASTER-FILE.
       CLOSE OPER-HIST-FILE.
       DISPLAY 'Fin de la gestion des operateurs.'.
       STOP RUN.

               STOP RUN
           END-IF.

      * OPERHIST ne fait que grossir: ouvert en ajout pour la
      * seance, cree vide au premier lancement (statut 35).
       ouvrir-historique.
           OPEN EXTEND OPER-HIST-FILE
           IF ws-operhist-status = "35"
               OPEN OUTPUT OPER-HIST-FILE
               CLOSE OPER-HIST-FILE
               OPEN EXTEND OPER-HIST-FILE
           END-IF
           IF ws-operhist-status NOT = "00"
               DISPLAY 'Erreur ouverture OPERHIST: '
                   ws-operhist-status
               CLOSE OPERATOR-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Lit la fiche de ws-saisie-id; ws-found dit si elle existe
      * et la zone OPERATOR-RECORD la porte.
       chercher-operateur.
                   INVALID KEY
                       DISPLAY opm-existe
                   NOT INVALID KEY
                       MOVE 'A' TO ws-action-hist
                       MOVE SPACES TO ws-image-avant
                       PERFORM ecrire-historique
                       DISPLAY opm-ok
               END-WRITE
           END-IF.
           ACCEPT opm-saisie-id
           PERFORM chercher-operateur
           IF ws-found = 'Y'
               MOVE OPERATOR-RECORD TO ws-image-avant
               MOVE OPR-NAME TO ws-saisie-nom
               MOVE OPR-DEPT TO ws-saisie-dept
               DISPLAY opm-fiche
               MOVE ws-saisie-nom TO OPR-NAME
               MOVE ws-saisie-dept TO OPR-DEPT
               REWRITE OPERATOR-RECORD
               MOVE 'M' TO ws-action-hist
               PERFORM ecrire-historique
               DISPLAY opm-ok
           ELSE
               DISPLAY opm-inconnu
           ACCEPT opm-saisie-id
           PERFORM chercher-operateur
           IF ws-found = 'Y'
               MOVE OPERATOR-RECORD TO ws-image-avant
               MOVE 'I' TO OPR-ACTIVE
               REWRITE OPERATOR-RECORD
               MOVE 'D' TO ws-action-hist
               PERFORM ecrire-historique
               DISPLAY opm-ok
           ELSE
               DISPLAY opm-inconnu
           ACCEPT opm-saisie-id
           PERFORM chercher-operateur
           IF ws-found = 'Y'
               MOVE OPERATOR-RECORD TO ws-image-avant
               MOVE 'A' TO OPR-ACTIVE
               REWRITE OPERATOR-RECORD
               MOVE 'R' TO ws-action-hist
               PERFORM ecrire-historique
               DISPLAY opm-ok
           ELSE
               DISPLAY opm-inconnu
           END-IF.

      * Une ligne d'historique par changement: image avant gardee
      * dans ws-image-avant avant la mise a jour, image apres prise
      * dans OPERATOR-RECORD une fois le WRITE/REWRITE passe.
       ecrire-historique.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPH-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO OPH-TIME
           MOVE ws-action-hist TO OPH-ACTION
           MOVE ws-auteur TO OPH-AUTEUR
           MOVE ws-image-avant TO OPH-AVANT
           MOVE OPERATOR-RECORD TO OPH-APRES
           WRITE OPERHIST-RECORD.

       lister-operateurs.
           MOVE 'N' TO ws-eof
           MOVE 0 TO ws-fiches-lues
