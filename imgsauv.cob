      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Imgsauv.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMG-PARAM-FILE ASSIGN TO "IMGPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-imgparm-status.
           SELECT MASTER-FILE ASSIGN TO ws-nom-fichier
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-maitre-status.
           SELECT IMAGE-FILE ASSIGN TO ws-nom-image
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-image-status.
           SELECT IMAGE-TEMP-FILE ASSIGN TO "IMGTEMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-temp-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  IMG-PARAM-FILE.
       01  IMGPARM-RECORD.
           05  IMP-FILE-NAME       PIC X(8).
           05  IMP-GENERATIONS     PIC 99.

       FD  MASTER-FILE.
       01  MAS-RECORD PIC X(100).

       FD  IMAGE-FILE.
           COPY IMGAVR.

       FD  IMAGE-TEMP-FILE.
           COPY IMGAVR REPLACING ==IMGAV-RECORD== BY ==IMGTMP-RECORD==
               ==IMGAV-FIN== BY ==IMGTMP-FIN==
               LEADING ==IMG== BY ==IMT== LEADING ==IMF== BY ==ITF==.

       WORKING-STORAGE SECTION.
       77 ws-imgparm-status PIC XX.
       77 ws-maitre-status PIC XX.
       77 ws-image-status PIC XX.
       77 ws-temp-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-today PIC X(8).
       77 ws-maintenant PIC X(8).
       77 ws-nom-fichier PIC X(8).
       77 ws-nom-image PIC X(8).
       77 ws-generations PIC 99 VALUE 7.
       77 ws-date-limite PIC X(8).
       77 ws-img-count PIC 99 VALUE 0.
       77 ws-search-idx PIC 999.
       77 ws-found PIC X VALUE 'N'.
       77 ws-deja-prise PIC X VALUE 'N'.
       77 ws-table-full-warned PIC X VALUE 'N'.
       77 ws-gardees PIC 99 VALUE 0.
       77 ws-enregs PIC 9(7) VALUE 0.

      * Dates des images completes (fin d'image lue), dans l'ordre
      * du fichier, donc des prises.
       01  WS-IMG-TABLE.
           05  WS-IMG-ENTRY OCCURS 99 TIMES.
               10  IM-DATE         PIC X(8).

       LINKAGE SECTION.
           COPY IMGSAVK.

      * Prend l'image avant du maitre demande (voir IMGSAVK) dans
      * son fichier d'images (voir IMGAVR). Le nombre de
      * generations gardees vient d'IMGPARM (une ligne par maitre:
      * nom, generations), 7 a defaut. La premiere image du jour
      * fait foi: un rerun le meme jour, apres une etape tombee ou
      * un retablissement par Imgrest, ne la remplace pas par
      * l'etat deja touche. Les images gardees et la nouvelle
      * passent par le fichier de travail IMGTEMP puis le fichier
      * d'images est reecrit, comme l'epuration Logretn. Maitres
      * de 100 caracteres au plus.
       PROCEDURE DIVISION USING IMGSAUV-DEMANDE.
       initialiser.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE FUNCTION CURRENT-DATE(9:8) TO ws-maintenant
           MOVE ISV-FICHIER TO ws-nom-fichier
           MOVE ISV-IMAGE TO ws-nom-image
           MOVE 'E' TO ISV-RESULTAT
           MOVE 0 TO ISV-ENREGS
           MOVE 0 TO ISV-GENERATIONS
           MOVE 0 TO ws-img-count
           MOVE 0 TO ws-gardees
           MOVE 0 TO ws-enregs
           MOVE 'N' TO ws-deja-prise
           MOVE 7 TO ws-generations.

       lire-parametre.
           MOVE 'N' TO ws-eof
           OPEN INPUT IMG-PARAM-FILE
           IF ws-imgparm-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ IMG-PARAM-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF IMP-FILE-NAME = ISV-FICHIER
                                   AND IMP-GENERATIONS IS NUMERIC
                                   AND IMP-GENERATIONS > 0
                               MOVE IMP-GENERATIONS
                                   TO ws-generations
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMG-PARAM-FILE
           END-IF.

      * Statut 35 = aucune image encore, le fichier sera cree.
       inventorier-images.
           MOVE 'N' TO ws-eof
           OPEN INPUT IMAGE-FILE
           IF ws-image-status NOT = "00"
                   AND ws-image-status NOT = "35"
               DISPLAY ws-nom-image ' illisible (' ws-image-status
                   '), image de ' ws-nom-fichier ' non prise.'
               GOBACK
           END-IF
           IF ws-image-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ IMAGE-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF IMF-TYPE = 'F'
                               PERFORM noter-image
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
           END-IF
           IF ws-deja-prise = 'Y'
               MOVE 'J' TO ISV-RESULTAT
               MOVE ws-img-count TO ISV-GENERATIONS
               GOBACK
           END-IF.

      * Les generations - 1 images les plus recentes restent,
      * celle du jour complete le compte; avec une seule
      * generation toutes les anciennes tombent.
       choisir-limite.
           MOVE '00000000' TO ws-date-limite
           IF ws-img-count >= ws-generations
               COMPUTE ws-search-idx =
                   ws-img-count - ws-generations + 2
               IF ws-search-idx > ws-img-count
                   MOVE ws-today TO ws-date-limite
               ELSE
                   MOVE IM-DATE (ws-search-idx) TO ws-date-limite
               END-IF
           END-IF.

       copier-anciennes.
           MOVE 'N' TO ws-eof
           OPEN OUTPUT IMAGE-TEMP-FILE
           IF ws-temp-status NOT = "00"
               DISPLAY 'IMGTEMP indisponible (' ws-temp-status
                   '), image de ' ws-nom-fichier ' non prise.'
               GOBACK
           END-IF
           IF ws-img-count > 0
               OPEN INPUT IMAGE-FILE
               PERFORM UNTIL ws-eof = 'Y'
                   READ IMAGE-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           PERFORM garder-si-retenue
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
           END-IF.

      * Un maitre absent (statut 35) donne une image vide, qui se
      * retablit comme telle. Tout autre echec laisse le fichier
      * d'images intact.
       prendre-image.
           MOVE 'N' TO ws-eof
           OPEN INPUT MASTER-FILE
           IF ws-maitre-status NOT = "00"
                   AND ws-maitre-status NOT = "35"
               DISPLAY 'Erreur ouverture ' ws-nom-fichier ': '
                   ws-maitre-status ', image non prise.'
               CLOSE IMAGE-TEMP-FILE
               GOBACK
           END-IF
           IF ws-maitre-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ MASTER-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           MOVE ws-today TO IMT-DATE
                           MOVE 'D' TO IMT-TYPE
                           MOVE MAS-RECORD TO IMT-DONNEES
                           WRITE IMGTMP-RECORD
                           ADD 1 TO ws-enregs
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           MOVE SPACES TO IMGTMP-RECORD
           MOVE ws-today TO ITF-DATE
           MOVE 'F' TO ITF-TYPE
           MOVE ws-nom-fichier TO ITF-FICHIER
           MOVE ws-maintenant TO ITF-HEURE
           MOVE ISV-PROGRAM TO ITF-PROGRAM
           MOVE ws-enregs TO ITF-ENREGS
           WRITE IMGTMP-FIN
           CLOSE IMAGE-TEMP-FILE.

       recopier-images.
           MOVE 'N' TO ws-eof
           OPEN INPUT IMAGE-TEMP-FILE
           OPEN OUTPUT IMAGE-FILE
           IF ws-image-status NOT = "00"
               DISPLAY 'Erreur ecriture ' ws-nom-image ': '
                   ws-image-status ', image non prise.'
               CLOSE IMAGE-TEMP-FILE
               GOBACK
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ IMAGE-TEMP-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE IMGAV-RECORD FROM IMGTMP-RECORD
               END-READ
           END-PERFORM
           CLOSE IMAGE-TEMP-FILE
           CLOSE IMAGE-FILE
           MOVE 'P' TO ISV-RESULTAT
           MOVE ws-enregs TO ISV-ENREGS
           COMPUTE ISV-GENERATIONS = ws-gardees + 1
           GOBACK.

       noter-image.
           IF IMF-DATE = ws-today
               MOVE 'Y' TO ws-deja-prise
           END-IF
           IF ws-img-count < 99
               ADD 1 TO ws-img-count
               MOVE IMF-DATE TO IM-DATE (ws-img-count)
           ELSE
               IF ws-table-full-warned = 'N'
                   DISPLAY 'Limite de 99 images atteinte dans '
                       ws-nom-image '.'
                   MOVE 'Y' TO ws-table-full-warned
               END-IF
           END-IF.

      * Une fiche passe si son image est complete et assez
      * recente; les fiches d'une image interrompue tombent.
       garder-si-retenue.
           IF IMG-DATE < ws-date-limite
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-img-count
               IF IM-DATE (ws-search-idx) = IMG-DATE
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               EXIT PARAGRAPH
           END-IF
           WRITE IMGTMP-RECORD FROM IMGAV-RECORD
           IF IMF-TYPE = 'F'
               ADD 1 TO ws-gardees
           END-IF.
