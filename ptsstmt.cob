       77 ws-print-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-mois PIC X(6) VALUE SPACES.
       77 ws-batch PIC X VALUE 'N'.
       77 ws-mode-exploit PIC X(4) VALUE SPACES.
       77 ws-master-ouvert PIC X VALUE 'N'.
       77 ws-oper-name PIC X(30).
       77 ws-releves PIC 999 VALUE 0.
       77 ws-pt-count PIC 999 VALUE 0.
       77 ws-pt-idx PIC 999.

           COPY JOBSTATK.

       PROCEDURE DIVISION.
       saisir-mois.
           PERFORM pointer-etat-debut
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Ptsstmt deja termine ce jour, saut.'
               STOP RUN
           END-IF
           DISPLAY 'Mois a editer AAAAMM: '
           ACCEPT ws-mois
           IF ws-mois(1:6) IS NOT NUMERIC
           IF ws-pt-count = 0
               DISPLAY 'Aucune fiche de points pour ' ws-mois '.'
               MOVE 4 TO RETURN-CODE
               PERFORM pointer-etat-fin
               STOP RUN
           END-IF.

           END-IF
           DISPLAY 'Releves imprimes sur PTSPRNT: ' ws-releves
               ' (' ws-page-no ' pages).'.
           PERFORM pointer-etat-fin.
           STOP RUN.

      * Un releve par operateur, une page par releve.
           WRITE PRINT-LINE FROM ws-ligne
           ADD 1 TO ws-ligne-cnt
           MOVE SPACES TO ws-ligne.

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
           MOVE 'Ptsstmt' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.

       pointer-etat-fin.
           IF ws-batch = 'Y'
               MOVE 'F' TO JSK-ACTION
               MOVE RETURN-CODE TO JSK-RC
               CALL 'Jobstate' USING JOBSTATE-DEMANDE
           END-IF.
