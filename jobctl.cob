       77 ws-faites PIC 99 VALUE 0.
       77 ws-incompletes PIC 99 VALUE 0.
       77 ws-a-refaire PIC 99 VALUE 0.
       77 ws-ouvre PIC X VALUE 'Y'.

           COPY CALENDK.

      * Tete de chaine: restitue l'etat des etapes du jour pour
      * que le rerun du matin se lise d'un coup d'oeil. Le saut
       PROCEDURE DIVISION.
       lire-etats.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           PERFORM consulter-calendrier
           OPEN INPUT JOB-STATE-FILE
           IF ws-jobstate-status NOT = "00"
               IF ws-ouvre = 'Y'
                   DISPLAY 'Aucun fichier JOBSTATE: premiere '
                       'execution du jour, toutes les etapes vont '
                       'tourner.'
               END-IF
               STOP RUN
           END-IF
           DISPLAY '=== Etat de la chaine du ' ws-today ' ==='
           DISPLAY 'Etapes a refaire   : ' ws-a-refaire.
           IF ws-faites = 0 AND ws-incompletes = 0
                   AND ws-a-refaire = 0
               IF ws-ouvre = 'Y'
                   DISPLAY 'Aucune etape pointee ce jour.'
               ELSE
                   DISPLAY 'Aucune etape pointee ce jour: '
                       'normal, nuit non ouvree.'
               END-IF
           END-IF.
           STOP RUN.

      * Une nuit non ouvree pour l'atelier (calendrier CALENDAR,
      * via Calouvr) n'a pas de chaine TRNBATCH: l'absence d'etapes
      * est alors voulue et annoncee comme telle, pas comme un
      * manque. Le code retour 2 fait sauter par leur COND les
      * etapes d'entrainement et de calcul; seuls le chargement RH
      * et le rapport d'exploitation tournent.
       consulter-calendrier.
           MOVE 'J' TO CAK-ACTION
           MOVE ws-today TO CAK-DATE
           MOVE SPACES TO CAK-DEPT
           CALL 'Calouvr' USING CALENDRIER-DEMANDE
           MOVE CAK-OUVRE TO ws-ouvre
           IF ws-ouvre = 'N'
               IF CAK-LIBELLE = SPACES
                   MOVE 'WEEK-END' TO CAK-LIBELLE
               END-IF
               DISPLAY 'Nuit non ouvree (' CAK-LIBELLE '): chaine '
                   'TRNBATCH sautee volontairement.'
               MOVE 2 TO RETURN-CODE
           END-IF.

       afficher-etape.
           EVALUATE TRUE
               WHEN JST-END = SPACES
