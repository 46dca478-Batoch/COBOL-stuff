
           COPY JOBSTATK.

           COPY CALENDK.

       PROCEDURE DIVISION.
       saisir-date.
           PERFORM pointer-etat-debut
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

           PERFORM controler-activite.
           PERFORM imprimer-rapport.
           CLOSE PRINT-FILE.
           DISPLAY 'Rapport imprime sur OPSPRNT ('
               PERFORM imprimer-ligne
           END-IF.

      * Un jour sans session n'est une anomalie que s'il est
      * ouvre pour l'atelier (calendrier CALENDAR, via Calouvr):
      * un ferie, une fermeture ou un week-end est seulement note.
       controler-activite.
           IF ws-sessions-lues > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO CAK-ACTION
           MOVE ws-date-rapport TO CAK-DATE
           MOVE SPACES TO CAK-DEPT
           CALL 'Calouvr' USING CALENDRIER-DEMANDE
           IF CAK-OUVRE = 'Y'
               ADD 1 TO ws-anomalies
               MOVE 'AUCUNE ACTIVITE jour ouvre sans session'
                   TO ws-ligne
           ELSE
               IF CAK-LIBELLE = SPACES
                   MOVE 'WEEK-END' TO CAK-LIBELLE
               END-IF
               STRING 'JOUR NON OUVRE  ' CAK-LIBELLE
                   ' (pas d''anomalie)'
                   DELIMITED BY SIZE INTO ws-ligne
               END-STRING
           END-IF
           PERFORM imprimer-ligne.

       imprimer-rapport.
           MOVE SPACES TO ws-ligne
           PERFORM imprimer-ligne
