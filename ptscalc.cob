           SELECT POINTS-WORK-FILE ASSIGN TO "POINTWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-pointwrk-status.
           SELECT INTEGRITY-FILE ASSIGN TO "INTEXCP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY INX-KEY
               FILE STATUS IS ws-intexcp-status.

      *DATA
       DATA DIVISION.
           COPY POINTSR REPLACING ==POINTS-RECORD==
               BY ==POINTWRK-RECORD== LEADING ==PTS== BY ==PTW==.

       FD  INTEGRITY-FILE.
           COPY INTEXCR.

       WORKING-STORAGE SECTION.
       77 ws-gamelog-status PIC XX.
       77 ws-gamearch-status PIC XX.
       77 ws-difoper-status PIC XX.
       77 ws-points-status PIC XX.
       77 ws-pointwrk-status PIC XX.
       77 ws-intexcp-status PIC XX.
       77 ws-revue-ouverte PIC X VALUE 'N'.
       77 ws-cle-partie PIC X(26).
       77 ws-retenue PIC X.
       77 ws-fin-revue PIC X.
       77 ws-parties-retenues PIC 9(5) VALUE 0.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-mois PIC X(6) VALUE SPACES.
       77 ws-batch PIC X VALUE 'N'.
       77 ws-mode-exploit PIC X(4) VALUE SPACES.
       77 ws-def-range PIC 99 VALUE 99.
       77 ws-found PIC X VALUE 'N'.
       77 ws-search-idx PIC 999.
       77 ws-parties-lues PIC 9(7) VALUE 0.
       77 ws-quiz-lus PIC 9(5) VALUE 0.
       77 ws-fiches-ecrites PIC 999 VALUE 0.
       77 ws-rc-sauve PIC S9(4).

      * Bornes DIFOPER au moment du calcul: faute d'historique de
      * difficulte, la borne courante de l'operateur vaut pour
               10  PT-JEU          PIC 9(7).
               10  PT-QUIZ         PIC 9(7).

           COPY JOBSTATK.
           COPY IMGSAVK.

       PROCEDURE DIVISION.
       saisir-mois.
           PERFORM pointer-etat-debut
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Ptscalc deja termine ce jour, saut.'
               STOP RUN
           END-IF
           DISPLAY 'Mois a calculer AAAAMM: '
           ACCEPT ws-mois
           IF ws-mois(1:6) IS NOT NUMERIC
               CLOSE DIFF-OPER-FILE
           END-IF.

      * Parties relevees par Intscan: tant qu'un constat est en
      * revue ('R') ou confirme ('C'), la victoire ne rapporte
      * rien; une fois levee, le recalcul du mois la paie. Sans
      * INTEXCP rien n'est retenu.
       ouvrir-revue.
           OPEN INPUT INTEGRITY-FILE
           IF ws-intexcp-status = "00"
               MOVE 'Y' TO ws-revue-ouverte
           END-IF.

       lire-gamelog.
           MOVE 'N' TO ws-eof
           OPEN INPUT GAME-LOG-FILE
                                   TO ws-id-courant
                               MOVE GLG-ATTEMPTS
                                   TO ws-essais-courant
                               MOVE GLG-KEY TO ws-cle-partie
                               PERFORM noter-partie-gagnee-si
                           END-IF
                   END-READ
                                   TO ws-id-courant
                               MOVE GAR-ATTEMPTS
                                   TO ws-essais-courant
                               MOVE GAR-KEY TO ws-cle-partie
                               IF GAR-OUTCOME = 'GAGNE'
                                   PERFORM noter-victoire
                               ELSE
                                   ADD 1 TO ws-parties-lues
                               END-IF
               CLOSE DRILL-SCORE-FILE
           END-IF.

           IF ws-revue-ouverte = 'Y'
               CLOSE INTEGRITY-FILE
           END-IF.
           PERFORM ecrire-points.
           DISPLAY '=== Calcul des points du mois ' ws-mois
               ' ==='.
           DISPLAY 'Parties examinees  : ' ws-parties-lues.
           DISPLAY 'Parties retenues   : ' ws-parties-retenues.
           DISPLAY 'Quiz examines      : ' ws-quiz-lus.
           DISPLAY 'Fiches du mois     : ' ws-fiches-ecrites.
           PERFORM pointer-etat-fin.
           STOP RUN.

       noter-partie-gagnee-si.
           IF GLG-OUTCOME = 'GAGNE'
               PERFORM noter-victoire
           ELSE
               ADD 1 TO ws-parties-lues
           END-IF.

       noter-victoire.
           PERFORM verifier-revue
           IF ws-retenue = 'Y'
               ADD 1 TO ws-parties-lues
               ADD 1 TO ws-parties-retenues
           ELSE
               PERFORM noter-partie
           END-IF.

      * Les constats d'une partie se suivent dans la cle INTEXCP
      * (cle de la partie puis motif).
       verifier-revue.
           MOVE 'N' TO ws-retenue
           IF ws-revue-ouverte = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ws-cle-partie TO INX-PARTIE
           MOVE LOW-VALUES TO INX-MOTIF
           MOVE 'N' TO ws-fin-revue
           START INTEGRITY-FILE
               KEY NOT < INX-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-fin-revue
           END-START
           PERFORM UNTIL ws-fin-revue = 'Y'
               READ INTEGRITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-fin-revue
                   NOT AT END
                       IF INX-PARTIE NOT = ws-cle-partie
                           MOVE 'Y' TO ws-fin-revue
                       ELSE
                           IF INX-STATUT = 'R' OR INX-STATUT = 'C'
                               MOVE 'Y' TO ws-retenue
                               MOVE 'Y' TO ws-fin-revue
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Points d'une victoire: borne DIFOPER x 10 / essais; une
      * victoire a borne 90 pese trois fois une victoire a 30 a
      * essais egaux, et moins d'essais rapporte plus.
               END-IF
           END-IF.

      * Image avant de POINTS (voir IMGSAVK) juste avant sa
      * reecriture: sans image, POINTS n'est pas reecrit et l'etape
      * s'arrete en RC 8 sans poser sa fin, le rerun reprend tout.
      * Le code retour deja pose traverse le CALL intact.
       prendre-image-avant.
           MOVE RETURN-CODE TO ws-rc-sauve
           MOVE 'POINTS' TO ISV-FICHIER
           MOVE 'PTSIMG' TO ISV-IMAGE
           MOVE 'Ptscalc' TO ISV-PROGRAM
           CALL 'Imgsauv' USING IMGSAUV-DEMANDE
           MOVE ws-rc-sauve TO RETURN-CODE
           EVALUATE ISV-RESULTAT
               WHEN 'P'
                   DISPLAY 'Image avant POINTS: ' ISV-ENREGS
                       ' fiches, ' ISV-GENERATIONS ' generations.'
               WHEN 'J'
                   DISPLAY 'Image avant POINTS du jour deja prise, '
                       'conservee.'
               WHEN OTHER
                   DISPLAY 'Image avant POINTS impossible, POINTS '
                       'non reecrit.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Le fichier POINTS est reecrit: les fiches des autres mois
      * transitent telles quelles par le fichier de travail
      * POINTWRK (meme schema que l'epuration Logretn, sans limite
      * de table), celles du mois calcule sont remplacees (un
      * recalcul n'additionne jamais deux fois).
       ecrire-points.
           PERFORM prendre-image-avant
           MOVE 'N' TO ws-eof
           OPEN OUTPUT POINTS-WORK-FILE
           OPEN INPUT POINTS-FILE
               ADD 1 TO ws-fiches-ecrites
           END-PERFORM
           CLOSE POINTS-FILE.

      * L'etat d'etape n'est tenu qu'en chaine de fin de mois,
      * annoncee par une ligne LOT en SYSIN avant le mois: un
      * lancement au poste pour un mois quelconque laisse la ligne
      * vide, n'est jamais saute et ne pointe rien dans JOBSTATE,
      * donc ne fait pas sauter l'etape de la chaine.
       pointer-etat-debut.
           MOVE 'N' TO JSK-DEJA-FAIT
           DISPLAY 'Mode exploitation (LOT = chaine, vide = poste):'
           ACCEPT ws-mode-exploit
           IF ws-mode-exploit NOT = 'LOT' AND ws-mode-exploit
                   NOT = 'lot'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ws-batch
           MOVE 'D' TO JSK-ACTION
           MOVE 'Ptscalc' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.

       pointer-etat-fin.
           IF ws-batch = 'Y'
               MOVE 'F' TO JSK-ACTION
               MOVE RETURN-CODE TO JSK-RC
               CALL 'Jobstate' USING JOBSTATE-DEMANDE
           END-IF.
