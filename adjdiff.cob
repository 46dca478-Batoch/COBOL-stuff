       77 ws-moyenne PIC 999V99.
       77 ws-promus PIC 999 VALUE 0.
       77 ws-retrogrades PIC 999 VALUE 0.
       77 ws-rc-sauve PIC S9(4).

           COPY JOBSTATK.
           COPY IMGSAVK.

       01  WS-DIF-TABLE.
           05  WS-DIF-ENTRY OCCURS 200 TIMES.
               END-IF
           END-PERFORM.

      * Image avant de DIFOPER (voir IMGSAVK) juste avant sa
      * reecriture: sans image, DIFOPER n'est pas reecrit et l'etape
      * s'arrete en RC 8 sans poser sa fin, le rerun reprend tout.
      * Le code retour deja pose traverse le CALL intact.
       prendre-image-avant.
           MOVE RETURN-CODE TO ws-rc-sauve
           MOVE 'DIFOPER' TO ISV-FICHIER
           MOVE 'DIFIMG' TO ISV-IMAGE
           MOVE 'Adjdiff' TO ISV-PROGRAM
           CALL 'Imgsauv' USING IMGSAUV-DEMANDE
           MOVE ws-rc-sauve TO RETURN-CODE
           EVALUATE ISV-RESULTAT
               WHEN 'P'
                   DISPLAY 'Image avant DIFOPER: ' ISV-ENREGS
                       ' fiches, ' ISV-GENERATIONS ' generations.'
               WHEN 'J'
                   DISPLAY 'Image avant DIFOPER du jour deja prise, '
                       'conservee.'
               WHEN OTHER
                   DISPLAY 'Image avant DIFOPER impossible, DIFOPER '
                       'non reecrit.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       ecrire-difoper.
           PERFORM prendre-image-avant
           OPEN OUTPUT DIFF-OPER-FILE
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-op-count
