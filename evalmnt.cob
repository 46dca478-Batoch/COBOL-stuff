      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Evalmnt.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESS-FILE ASSIGN TO "ASSESS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ASW-KEY
               FILE STATUS IS ws-assess-status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS ws-opermast-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  ASSESS-FILE.
           COPY ASSESSR.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       77 ws-assess-status PIC XX.
       77 ws-opermast-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-action PIC X VALUE SPACE.
       77 ws-fin PIC X VALUE 'N'.
       77 ws-superviseur PIC X(10) VALUE SPACES.
       77 ws-saisie-id PIC X(10).
       77 ws-saisie-date PIC X(8).
       77 ws-saisie-debut PIC X(4).
       77 ws-saisie-fin PIC X(4).
       77 ws-saisie-pm PIC X.
       77 ws-saisie-m1 PIC X.
       77 ws-saisie-m2 PIC X.
       77 ws-today PIC X(8).
       77 ws-maintenant PIC X(4).
       77 ws-found PIC X VALUE 'N'.
       77 ws-valide PIC X VALUE 'N'.
       77 ws-reponse PIC X.
       77 ws-heure PIC 99.
       77 ws-minute PIC 99.
       77 ws-fiches-lues PIC 9(5) VALUE 0.

       SCREEN SECTION.
       1 evm-superviseur.
           2 BLANK SCREEN.
           2 LINE 2 COL 5 VALUE '=== Fenetres d''evaluation ==='.
           2 LINE 4 COL 5 VALUE 'Identifiant superviseur: '.
           2 PIC X(10) TO ws-superviseur REQUIRED.

       1 evm-menu.
           2 BLANK SCREEN.
           2 LINE 2 COL 5 VALUE '=== Fenetres d''evaluation ==='.
           2 LINE 4 COL 5 VALUE 'O = Ouvrir une fenetre'.
           2 LINE 5 COL 5 VALUE 'A = Annuler une fenetre a venir'.
           2 LINE 6 COL 5 VALUE 'L = Lister les fenetres d''un '.
           2 VALUE 'operateur'.
           2 LINE 7 COL 5 VALUE 'F = Fin'.
           2 LINE 9 COL 5 VALUE 'Votre choix: '.
           2 PIC X TO ws-action REQUIRED.

       1 evm-saisie-id.
           2 LINE 11 COL 5 VALUE 'Operateur evalue           : '.
           2 PIC X(10) TO ws-saisie-id REQUIRED.

       1 evm-fenetre.
           2 LINE 12 COL 5 VALUE 'Jour AAAAMMJJ (vide=ce jour): '.
           2 PIC X(8) TO ws-saisie-date.
           2 LINE 13 COL 5 VALUE 'Debut HHMM                 : '.
           2 PIC X(4) TO ws-saisie-debut REQUIRED.
           2 LINE 14 COL 5 VALUE 'Fin HHMM                   : '.
           2 PIC X(4) TO ws-saisie-fin REQUIRED.
           2 LINE 15 COL 5 VALUE 'Plusmoins O/N              : '.
           2 PIC X TO ws-saisie-pm.
           2 LINE 16 COL 5 VALUE 'Manipulation O/N           : '.
           2 PIC X TO ws-saisie-m1.
           2 LINE 17 COL 5 VALUE 'Manipulation2 O/N          : '.
           2 PIC X TO ws-saisie-m2.

       1 evm-saisie-cle.
           2 LINE 12 COL 5 VALUE 'Jour AAAAMMJJ              : '.
           2 PIC X(8) TO ws-saisie-date REQUIRED.
           2 LINE 13 COL 5 VALUE 'Debut HHMM                 : '.
           2 PIC X(4) TO ws-saisie-debut REQUIRED.

       1 evm-inconnu.
           2 LINE 19 COL 5 VALUE 'Operateur inconnu ou inactif.'.

       1 evm-invalide.
           2 LINE 19 COL 5
               VALUE 'Jour, heures ou programmes invalides.'.

       1 evm-chevauche.
           2 LINE 19 COL 5
               VALUE 'Chevauche une fenetre deja ouverte.'.

       1 evm-absente.
           2 LINE 19 COL 5 VALUE 'Fenetre absente.'.

       1 evm-refus.
           2 LINE 19 COL 5
               VALUE 'Fenetre commencee ou d''un autre superviseur.'.

       1 evm-ok.
           2 LINE 19 COL 5 VALUE 'Mise a jour effectuee.'.

      * Un superviseur ouvre pour un operateur une fenetre d'un
      * jour, d'une heure de debut a une heure de fin, sur un ou
      * plusieurs programmes (voir ASSESSR). Une fenetre ne se
      * modifie pas: elle s'annule tant qu'elle n'a pas commence,
      * par le superviseur qui l'a ouverte. Les resultats marques
      * restent ainsi rattaches a une fenetre inchangee.
       PROCEDURE DIVISION.
       PERFORM ouvrir-fichiers.

      * Le superviseur s'identifie une fois; il doit etre un
      * operateur actif d'OPERMAST.
       DISPLAY evm-superviseur.
       ACCEPT evm-superviseur.
       MOVE ws-superviseur TO OPR-ID.
       PERFORM lire-operateur.
       IF ws-found = 'N'
           DISPLAY 'Superviseur inconnu ou inactif: ' ws-superviseur
           CLOSE ASSESS-FILE
           CLOSE OPERATOR-MASTER-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL ws-fin = 'Y'
           DISPLAY evm-menu
           ACCEPT evm-menu
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE FUNCTION CURRENT-DATE(9:4) TO ws-maintenant
           EVALUATE ws-action
               WHEN 'O' WHEN 'o'
                   PERFORM ouvrir-fenetre
               WHEN 'A' WHEN 'a'
                   PERFORM annuler-fenetre
               WHEN 'L' WHEN 'l'
                   PERFORM lister-fenetres
               WHEN 'F' WHEN 'f'
                   MOVE 'Y' TO ws-fin
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       CLOSE ASSESS-FILE.
       CLOSE OPERATOR-MASTER-FILE.
       DISPLAY 'Fin de la gestion des fenetres d''evaluation.'.
       STOP RUN.

      * Statut 35 = premier lancement, le fichier est cree vide;
      * tout autre echec d'ouverture arrete le programme.
       ouvrir-fichiers.
           OPEN I-O ASSESS-FILE
           IF ws-assess-status = "35"
               OPEN OUTPUT ASSESS-FILE
               CLOSE ASSESS-FILE
               OPEN I-O ASSESS-FILE
           END-IF
           IF ws-assess-status NOT = "00"
               DISPLAY 'Erreur ouverture ASSESS: ' ws-assess-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF ws-opermast-status NOT = "00"
               DISPLAY 'Fichier OPERMAST absent, arret.'
               CLOSE ASSESS-FILE
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

       ouvrir-fenetre.
           DISPLAY evm-saisie-id
           ACCEPT evm-saisie-id
           MOVE ws-saisie-id TO OPR-ID
           PERFORM lire-operateur
           IF ws-found = 'N' OR ws-saisie-id = ws-superviseur
               DISPLAY evm-inconnu
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-saisie-date
           MOVE 'N' TO ws-saisie-pm
           MOVE 'N' TO ws-saisie-m1
           MOVE 'N' TO ws-saisie-m2
           DISPLAY evm-fenetre
           ACCEPT evm-fenetre
           IF ws-saisie-date = SPACES
               MOVE ws-today TO ws-saisie-date
           END-IF
           PERFORM controler-fenetre
           IF ws-valide = 'N'
               DISPLAY evm-invalide
               EXIT PARAGRAPH
           END-IF
           PERFORM chercher-chevauchement
           IF ws-found = 'Y'
               DISPLAY evm-chevauche
               EXIT PARAGRAPH
           END-IF
           MOVE ws-saisie-id TO ASW-OPERATOR-ID
           MOVE ws-saisie-date TO ASW-DATE
           MOVE ws-saisie-debut TO ASW-DEBUT
           MOVE ws-saisie-fin TO ASW-FIN
           MOVE ws-superviseur TO ASW-SUPERVISEUR
           MOVE ws-saisie-pm TO ASW-PLUSMOINS
           MOVE ws-saisie-m1 TO ASW-MANIP1
           MOVE ws-saisie-m2 TO ASW-MANIP2
           MOVE FUNCTION CURRENT-DATE(1:8) TO ASW-SAISIE-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ASW-SAISIE-HEURE
           WRITE ASSESS-RECORD
               INVALID KEY
                   DISPLAY evm-chevauche
               NOT INVALID KEY
                   DISPLAY evm-ok
           END-WRITE.

      * Jour numerique et pas dans le passe, heures HHMM valides,
      * fin apres debut et pas deja passee, au moins un programme.
       controler-fenetre.
           MOVE 'N' TO ws-valide
           IF ws-saisie-date IS NOT NUMERIC
                   OR ws-saisie-date < ws-today
               EXIT PARAGRAPH
           END-IF
           IF ws-saisie-debut IS NOT NUMERIC
                   OR ws-saisie-fin IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ws-saisie-debut(1:2) TO ws-heure
           MOVE ws-saisie-debut(3:2) TO ws-minute
           IF ws-heure > 23 OR ws-minute > 59
               EXIT PARAGRAPH
           END-IF
           MOVE ws-saisie-fin(1:2) TO ws-heure
           MOVE ws-saisie-fin(3:2) TO ws-minute
           IF ws-heure > 23 OR ws-minute > 59
               EXIT PARAGRAPH
           END-IF
           IF ws-saisie-fin NOT > ws-saisie-debut
               EXIT PARAGRAPH
           END-IF
           IF ws-saisie-date = ws-today
                   AND ws-saisie-fin < ws-maintenant
               EXIT PARAGRAPH
           END-IF
           MOVE ws-saisie-pm TO ws-reponse
           PERFORM convertir-reponse
           MOVE ws-reponse TO ws-saisie-pm
           MOVE ws-saisie-m1 TO ws-reponse
           PERFORM convertir-reponse
           MOVE ws-reponse TO ws-saisie-m1
           MOVE ws-saisie-m2 TO ws-reponse
           PERFORM convertir-reponse
           MOVE ws-reponse TO ws-saisie-m2
           IF ws-saisie-pm = 'N' AND ws-saisie-m1 = 'N'
                   AND ws-saisie-m2 = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ws-valide.

      * Reponse O/N saisie (minuscule admise) rangee en Y/N.
       convertir-reponse.
           IF ws-reponse = 'O' OR ws-reponse = 'o'
                   OR ws-reponse = 'Y' OR ws-reponse = 'y'
               MOVE 'Y' TO ws-reponse
           ELSE
               MOVE 'N' TO ws-reponse
           END-IF.

      * Deux fenetres du meme operateur ne se recouvrent pas:
      * un resultat ne peut etre rattache qu'a une seule.
       chercher-chevauchement.
           MOVE 'N' TO ws-found
           MOVE 'N' TO ws-eof
           MOVE ws-saisie-id TO ASW-OPERATOR-ID
           MOVE ws-saisie-date TO ASW-DATE
           MOVE LOW-VALUES TO ASW-DEBUT
           START ASSESS-FILE
               KEY NOT < ASW-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ ASSESS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ASW-OPERATOR-ID NOT = ws-saisie-id
                               OR ASW-DATE NOT = ws-saisie-date
                           MOVE 'Y' TO ws-eof
                       ELSE
                           IF ASW-DEBUT NOT > ws-saisie-fin
                                   AND ASW-FIN NOT < ws-saisie-debut
                               MOVE 'Y' TO ws-found
                               MOVE 'Y' TO ws-eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       annuler-fenetre.
           DISPLAY evm-saisie-id
           ACCEPT evm-saisie-id
           DISPLAY evm-saisie-cle
           ACCEPT evm-saisie-cle
           MOVE ws-saisie-id TO ASW-OPERATOR-ID
           MOVE ws-saisie-date TO ASW-DATE
           MOVE ws-saisie-debut TO ASW-DEBUT
           READ ASSESS-FILE
               INVALID KEY
                   DISPLAY evm-absente
                   EXIT PARAGRAPH
           END-READ
           IF ASW-SUPERVISEUR NOT = ws-superviseur
                   OR ASW-DATE < ws-today
                   OR (ASW-DATE = ws-today
                       AND ASW-DEBUT NOT > ws-maintenant)
               DISPLAY evm-refus
               EXIT PARAGRAPH
           END-IF
           DELETE ASSESS-FILE RECORD
           DISPLAY evm-ok.

       lister-fenetres.
           DISPLAY evm-saisie-id
           ACCEPT evm-saisie-id
           MOVE 'N' TO ws-eof
           MOVE 0 TO ws-fiches-lues
           MOVE ws-saisie-id TO ASW-OPERATOR-ID
           MOVE LOW-VALUES TO ASW-DATE
           MOVE LOW-VALUES TO ASW-DEBUT
           START ASSESS-FILE
               KEY NOT < ASW-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           DISPLAY ' '
           DISPLAY '--- Fenetres de ' ws-saisie-id ' ---'
           PERFORM UNTIL ws-eof = 'Y'
               READ ASSESS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ASW-OPERATOR-ID NOT = ws-saisie-id
                           MOVE 'Y' TO ws-eof
                       ELSE
                           ADD 1 TO ws-fiches-lues
                           DISPLAY ASW-DATE ' ' ASW-DEBUT '-' ASW-FIN
                               ' superviseur:' ASW-SUPERVISEUR
                               ' P:' ASW-PLUSMOINS
                               ' M1:' ASW-MANIP1
                               ' M2:' ASW-MANIP2
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'Fenetres enregistrees: ' ws-fiches-lues.
