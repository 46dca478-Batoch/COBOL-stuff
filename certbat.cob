       77 ws-table-full-warned PIC X VALUE 'N'.
       77 ws-id-courant PIC X(10).
       77 ws-issue-courante PIC X(9).
       77 ws-evaluateur-courant PIC X(10).
       77 ws-type-courant PIC X(10).
       77 ws-taux-quiz PIC 999 VALUE 0.
       77 ws-taux-gain PIC 999 VALUE 0.
       77 ws-taux-eval PIC 999 VALUE 0.
       77 ws-taux-gain-eval PIC 999 VALUE 0.
       77 ws-niveau PIC 9 VALUE 0.
       77 ws-date-octroi PIC X(8).
       77 ws-gm-idx PIC 999.
       77 ws-octrois PIC 999 VALUE 0.
       77 ws-confirmes PIC 999 VALUE 0.
       77 ws-revoques PIC 999 VALUE 0.
       77 ws-rc-sauve PIC S9(4).

      * Seuils de qualification: precision quiz d'au moins 80%
      * soutenue sur 50 questions et, sur GAMELOG, un taux de gain
      * d'au moins 50% sur 20 parties. Niveau 1 a 80%. Les niveaux
      * 2 (90%) et 3 (95%) ne se gagnent que sous observation: la
      * precision retenue est celle des seuls quiz evalues
      * (DRL-EVALUATEUR renseigne), sur 20 questions au moins, et
      * le taux de gain celui des seules parties evaluees
      * (GLG-EVALUATEUR renseigne), sur 20 parties au moins.
       77 ws-seuil-questions PIC 9(4) VALUE 50.
       77 ws-seuil-questions-eval PIC 9(4) VALUE 20.
       77 ws-seuil-quiz PIC 999 VALUE 80.
       77 ws-seuil-parties PIC 9(5) VALUE 20.
       77 ws-seuil-gain PIC 999 VALUE 50.

           COPY JOBSTATK.
           COPY IMGSAVK.

      * Une ligne par operateur et par type de drill (DRILLSCR en
      * porte trois): 600 lignes couvrent les 200 operateurs vises
               10  DC-TYPE         PIC X(10).
               10  DC-QQ           PIC 9(5).
               10  DC-QC           PIC 9(5).
               10  DC-QQ-EVAL      PIC 9(5).
               10  DC-QC-EVAL      PIC 9(5).
               10  DC-ANC-NIVEAU   PIC 9.
               10  DC-ANC-DATE     PIC X(8).

               10  GM-ID           PIC X(10).
               10  GM-GAMES        PIC 9(5).
               10  GM-WINS         PIC 9(5).
               10  GM-GAMES-EVAL   PIC 9(5).
               10  GM-WINS-EVAL    PIC 9(5).

       PROCEDURE DIVISION.
       initialiser.
                               TO DC-QQ (ws-search-idx)
                           ADD DRL-CORRECT
                               TO DC-QC (ws-search-idx)
                           IF DRL-EVALUATEUR NOT = SPACES
                               ADD DRL-QUESTIONS
                                   TO DC-QQ-EVAL (ws-search-idx)
                               ADD DRL-CORRECT
                                   TO DC-QC-EVAL (ws-search-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       NOT AT END
                           MOVE GLG-OPERATOR-ID TO ws-id-courant
                           MOVE GLG-OUTCOME TO ws-issue-courante
                           MOVE GLG-EVALUATEUR
                               TO ws-evaluateur-courant
                           PERFORM cumuler-partie
                   END-READ
               END-PERFORM
                       NOT AT END
                           MOVE GAR-OPERATOR-ID TO ws-id-courant
                           MOVE GAR-OUTCOME TO ws-issue-courante
                           MOVE GAR-EVALUATEUR
                               TO ws-evaluateur-courant
                           PERFORM cumuler-partie
                   END-READ
               END-PERFORM
                   MOVE ws-type-courant TO DC-TYPE (ws-search-idx)
                   MOVE 0 TO DC-QQ (ws-search-idx)
                   MOVE 0 TO DC-QC (ws-search-idx)
                   MOVE 0 TO DC-QQ-EVAL (ws-search-idx)
                   MOVE 0 TO DC-QC-EVAL (ws-search-idx)
                   MOVE 0 TO DC-ANC-NIVEAU (ws-search-idx)
                   MOVE SPACES TO DC-ANC-DATE (ws-search-idx)
               ELSE
           END-IF.

      * Cumule une partie (vivante ou archivee): l'appelant pose
      * ws-id-courant, ws-issue-courante et ws-evaluateur-courant
      * avant l'appel.
       cumuler-partie.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-gm-idx FROM 1 BY 1
                   MOVE ws-id-courant TO GM-ID (ws-gm-idx)
                   MOVE 0 TO GM-GAMES (ws-gm-idx)
                   MOVE 0 TO GM-WINS (ws-gm-idx)
                   MOVE 0 TO GM-GAMES-EVAL (ws-gm-idx)
                   MOVE 0 TO GM-WINS-EVAL (ws-gm-idx)
               ELSE
                   IF ws-table-full-warned = 'N'
                       DISPLAY 'Limite de 200 operateurs atteinte.'
           ADD 1 TO GM-GAMES (ws-gm-idx)
           IF ws-issue-courante = 'GAGNE'
               ADD 1 TO GM-WINS (ws-gm-idx)
           END-IF
           IF ws-evaluateur-courant NOT = SPACES
               ADD 1 TO GM-GAMES-EVAL (ws-gm-idx)
               IF ws-issue-courante = 'GAGNE'
                   ADD 1 TO GM-WINS-EVAL (ws-gm-idx)
               END-IF
           END-IF.

      * Taux de gain GAMELOG de l'operateur en cours d'evaluation,
      * toutes parties puis parties evaluees seules; 0 quand il
      * n'atteint pas le volume de parties requis.
       evaluer-gain.
           MOVE 0 TO ws-taux-gain
           MOVE 0 TO ws-taux-gain-eval
           PERFORM VARYING ws-gm-idx FROM 1 BY 1
                   UNTIL ws-gm-idx > ws-gm-count
               IF GM-ID (ws-gm-idx) = ws-id-courant
                           GM-WINS (ws-gm-idx) * 100
                           / GM-GAMES (ws-gm-idx)
                   END-IF
                   IF GM-GAMES-EVAL (ws-gm-idx) >= ws-seuil-parties
                       COMPUTE ws-taux-gain-eval =
                           GM-WINS-EVAL (ws-gm-idx) * 100
                           / GM-GAMES-EVAL (ws-gm-idx)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Image avant de CERTMAST (voir IMGSAVK) juste avant sa
      * reecriture: sans image, CERTMAST n'est pas reecrit et l'etape
      * s'arrete en RC 8 sans poser sa fin, le rerun reprend tout.
      * Le code retour deja pose traverse le CALL intact.
       prendre-image-avant.
           MOVE RETURN-CODE TO ws-rc-sauve
           MOVE 'CERTMAST' TO ISV-FICHIER
           MOVE 'CERTIMG' TO ISV-IMAGE
           MOVE 'Certbat' TO ISV-PROGRAM
           CALL 'Imgsauv' USING IMGSAUV-DEMANDE
           MOVE ws-rc-sauve TO RETURN-CODE
           EVALUATE ISV-RESULTAT
               WHEN 'P'
                   DISPLAY 'Image avant CERTMAST: ' ISV-ENREGS
                       ' fiches, ' ISV-GENERATIONS ' generations.'
               WHEN 'J'
                   DISPLAY 'Image avant CERTMAST du jour deja prise, '
                       'conservee.'
               WHEN OTHER
                   DISPLAY 'Image avant CERTMAST impossible, CERTMAST '
                       'non reecrit.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Le master est reecrit en entier: les lignes sous les seuils
      * ne sont pas reprises, ce qui vaut revocation. Un niveau
      * inchange garde sa date d'octroi d'origine.
       ecrire-certifications.
           PERFORM prendre-image-avant
           OPEN OUTPUT CERT-MASTER-FILE
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-dc-count
                   DC-QC (ws-search-idx) * 100
                   / DC-QQ (ws-search-idx)
           END-IF
           MOVE 0 TO ws-taux-eval
           IF DC-QQ-EVAL (ws-search-idx) >= ws-seuil-questions-eval
               COMPUTE ws-taux-eval =
                   DC-QC-EVAL (ws-search-idx) * 100
                   / DC-QQ-EVAL (ws-search-idx)
           END-IF
           MOVE DC-ID (ws-search-idx) TO ws-id-courant
           PERFORM evaluer-gain
           IF ws-taux-quiz >= ws-seuil-quiz
                   AND ws-taux-gain >= ws-seuil-gain
               EVALUATE TRUE
                   WHEN ws-taux-eval >= 95
                           AND ws-taux-gain-eval >= ws-seuil-gain
                       MOVE 3 TO ws-niveau
                   WHEN ws-taux-eval >= 90
                           AND ws-taux-gain-eval >= ws-seuil-gain
                       MOVE 2 TO ws-niveau
                   WHEN OTHER
                       MOVE 1 TO ws-niveau
