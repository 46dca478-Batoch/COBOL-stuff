      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Certcmp.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-MASTER-FILE ASSIGN TO "CERTMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-certmast-status.
           SELECT CERT-PREV-FILE ASSIGN TO "CERTPREV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-certprev-status.
           SELECT CERT-HIST-FILE ASSIGN TO "CERTHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-certhist-status.
           SELECT CERT-HR-FILE ASSIGN TO "CERTHR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-certhr-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-MASTER-FILE.
           COPY CERTREC.

       FD  CERT-PREV-FILE.
           COPY CERTREC REPLACING ==CERT-RECORD==
               BY ==CERTPREV-RECORD== LEADING ==CRT== BY ==CRP==.

       FD  CERT-HIST-FILE.
           COPY CERTHISR.

       FD  CERT-HR-FILE.
           COPY CERTHRR.

       WORKING-STORAGE SECTION.
       77 ws-certmast-status PIC XX.
       77 ws-certprev-status PIC XX.
       77 ws-certhist-status PIC XX.
       77 ws-certhr-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-today PIC X(8).
       77 ws-maintenant PIC X(6).
       77 ws-premiere-fois PIC X VALUE 'N'.
       77 ws-found PIC X VALUE 'N'.
       77 ws-search-idx PIC 999.
       77 ws-cp-count PIC 999 VALUE 0.
       77 ws-table-full-warned PIC X VALUE 'N'.
       77 ws-id-courant PIC X(10).
       77 ws-type-courant PIC X(10).
       77 ws-evenement PIC X.
       77 ws-octrois PIC 9(5) VALUE 0.
       77 ws-hausses PIC 9(5) VALUE 0.
       77 ws-baisses PIC 9(5) VALUE 0.
       77 ws-revocations PIC 9(5) VALUE 0.
       77 ws-details PIC 9(7) VALUE 0.
       77 ws-copies PIC 9(5) VALUE 0.

           COPY JOBSTATK.

      * Une ligne par operateur et type de drill vus la veille ou
      * ce soir, comme la table de Certbat.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 600 TIMES.
               10  CP-ID           PIC X(10).
               10  CP-TYPE         PIC X(10).
               10  CP-ANC-NIVEAU   PIC 9.
               10  CP-NOUV-NIVEAU  PIC 9.
               10  CP-NOUV-DATE    PIC X(8).

       PROCEDURE DIVISION.
      * Certbat reecrit CERTMAST en entier chaque nuit: seule la
      * comparaison avec la copie de la veille (CERTPREV) dit ce
      * qui a change. Chaque changement part au journal permanent
      * CERTHIST et au fichier d'interface RH CERTHR, puis la
      * copie de la veille est remplacee par le CERTMAST du soir.
      * Sans CERTPREV (premier passage), la copie est seulement
      * constituee: tout le master serait sinon annonce en octroi.
       initialiser.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Certcmp' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Certcmp deja termine ce jour, saut.'
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-maintenant.

       charger-veille.
           OPEN INPUT CERT-PREV-FILE
           IF ws-certprev-status NOT = "00"
               MOVE 'Y' TO ws-premiere-fois
               DISPLAY 'Aucune copie CERTPREV: premier passage, '
                   'copie constituee sans evenement.'
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ CERT-PREV-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           MOVE CRP-OPERATOR-ID TO ws-id-courant
                           MOVE CRP-DRILL-TYPE TO ws-type-courant
                           PERFORM localiser-ligne
                           IF ws-search-idx > 0
                               MOVE CRP-LEVEL
                                   TO CP-ANC-NIVEAU (ws-search-idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-PREV-FILE
           END-IF.

       charger-master.
           MOVE 'N' TO ws-eof
           OPEN INPUT CERT-MASTER-FILE
           IF ws-certmast-status NOT = "00"
               DISPLAY 'Fichier CERTMAST absent, arret.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ CERT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE CRT-OPERATOR-ID TO ws-id-courant
                       MOVE CRT-DRILL-TYPE TO ws-type-courant
                       PERFORM localiser-ligne
                       IF ws-search-idx > 0
                           MOVE CRT-LEVEL
                               TO CP-NOUV-NIVEAU (ws-search-idx)
                           MOVE CRT-DATE-AWARDED
                               TO CP-NOUV-DATE (ws-search-idx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-MASTER-FILE.

      * Une table pleine ferait perdre pour de bon les changements
      * qui n'y tiennent pas, la copie de la veille etant
      * remplacee: rien n'est ecrit et l'etape finit RC 8. Au
      * premier passage seule la copie est faite, sans perte.
           IF ws-table-full-warned = 'Y' AND ws-premiere-fois = 'N'
               DISPLAY 'Comparaison incomplete: CERTHIST, CERTHR '
                   'et CERTPREV non mis a jour.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ouvrir-sorties.
           IF ws-premiere-fois = 'N'
               PERFORM VARYING ws-search-idx FROM 1 BY 1
                       UNTIL ws-search-idx > ws-cp-count
                   PERFORM comparer-ligne
               END-PERFORM
           END-IF.
           PERFORM fermer-sorties.
           PERFORM copier-master.

           DISPLAY '=== Changements de certification ==='.
           DISPLAY 'Octrois            : ' ws-octrois.
           DISPLAY 'Hausses de niveau  : ' ws-hausses.
           DISPLAY 'Baisses de niveau  : ' ws-baisses.
           DISPLAY 'Revocations        : ' ws-revocations.
           DISPLAY 'Copie CERTPREV     : ' ws-copies ' fiches.'.
           IF ws-table-full-warned = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM pointer-etat-fin.
           STOP RUN.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.

      * Localise (ou cree) la ligne operateur/type de drill;
      * ws-id-courant et ws-type-courant portent la cle cherchee.
       localiser-ligne.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-cp-count
               IF CP-ID (ws-search-idx) = ws-id-courant
                       AND CP-TYPE (ws-search-idx) = ws-type-courant
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               IF ws-cp-count < 600
                   ADD 1 TO ws-cp-count
                   MOVE ws-cp-count TO ws-search-idx
                   MOVE ws-id-courant TO CP-ID (ws-search-idx)
                   MOVE ws-type-courant TO CP-TYPE (ws-search-idx)
                   MOVE 0 TO CP-ANC-NIVEAU (ws-search-idx)
                   MOVE 0 TO CP-NOUV-NIVEAU (ws-search-idx)
                   MOVE SPACES TO CP-NOUV-DATE (ws-search-idx)
               ELSE
                   IF ws-table-full-warned = 'N'
                       DISPLAY 'Limite de 600 lignes atteinte.'
                       MOVE 'Y' TO ws-table-full-warned
                   END-IF
                   MOVE 0 TO ws-search-idx
               END-IF
           END-IF.

      * CERTHIST est ajoute (cree au premier passage); CERTHR est
      * recree chaque nuit et commence par son entete.
       ouvrir-sorties.
           OPEN EXTEND CERT-HIST-FILE
           IF ws-certhist-status = "35"
               OPEN OUTPUT CERT-HIST-FILE
           END-IF
           IF ws-certhist-status NOT = "00"
               DISPLAY 'Erreur ouverture CERTHIST: '
                   ws-certhist-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CERT-HR-FILE
           IF ws-certhr-status NOT = "00"
               DISPLAY 'Erreur ouverture CERTHR: ' ws-certhr-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CERTHR-ENTETE
           MOVE 'H' TO CHE-TYPE
           MOVE 'CERTIFS' TO CHE-INTERFACE
           MOVE 'TRNG' TO CHE-EMETTEUR
           MOVE ws-today TO CHE-DATE
           MOVE ws-maintenant TO CHE-HEURE
           WRITE CERTHR-ENTETE.

       comparer-ligne.
           EVALUATE TRUE
               WHEN CP-ANC-NIVEAU (ws-search-idx)
                       = CP-NOUV-NIVEAU (ws-search-idx)
                   EXIT PARAGRAPH
               WHEN CP-ANC-NIVEAU (ws-search-idx) = 0
                   MOVE 'O' TO ws-evenement
                   ADD 1 TO ws-octrois
               WHEN CP-NOUV-NIVEAU (ws-search-idx) = 0
                   MOVE 'R' TO ws-evenement
                   ADD 1 TO ws-revocations
               WHEN CP-NOUV-NIVEAU (ws-search-idx)
                       > CP-ANC-NIVEAU (ws-search-idx)
                   MOVE 'H' TO ws-evenement
                   ADD 1 TO ws-hausses
               WHEN OTHER
                   MOVE 'B' TO ws-evenement
                   ADD 1 TO ws-baisses
           END-EVALUATE
           MOVE ws-today TO CHS-DATE
           MOVE CP-ID (ws-search-idx) TO CHS-OPERATOR-ID
           MOVE CP-TYPE (ws-search-idx) TO CHS-DRILL-TYPE
           MOVE ws-evenement TO CHS-EVENEMENT
           MOVE CP-ANC-NIVEAU (ws-search-idx) TO CHS-ANC-NIVEAU
           MOVE CP-NOUV-NIVEAU (ws-search-idx) TO CHS-NOUV-NIVEAU
           MOVE CP-NOUV-DATE (ws-search-idx) TO CHS-DATE-OCTROI
           WRITE CERTHIST-RECORD
           MOVE SPACES TO CERTHR-DETAIL
           MOVE 'D' TO CHD-TYPE
           MOVE CP-ID (ws-search-idx) TO CHD-OPERATOR-ID
           MOVE CP-TYPE (ws-search-idx) TO CHD-DRILL-TYPE
           EVALUATE ws-evenement
               WHEN 'O'
                   MOVE 'OCTROI' TO CHD-EVENEMENT
               WHEN 'H'
                   MOVE 'HAUSSE' TO CHD-EVENEMENT
               WHEN 'B'
                   MOVE 'BAISSE' TO CHD-EVENEMENT
               WHEN 'R'
                   MOVE 'REVOCATION' TO CHD-EVENEMENT
           END-EVALUATE
           MOVE CP-ANC-NIVEAU (ws-search-idx) TO CHD-ANC-NIVEAU
           MOVE CP-NOUV-NIVEAU (ws-search-idx) TO CHD-NOUV-NIVEAU
           IF ws-evenement = 'R'
               MOVE ws-today TO CHD-DATE-EFFET
           ELSE
               MOVE CP-NOUV-DATE (ws-search-idx) TO CHD-DATE-EFFET
           END-IF
           WRITE CERTHR-DETAIL
           ADD 1 TO ws-details
           DISPLAY CHD-EVENEMENT ' ' CP-ID (ws-search-idx)
               ' ' CP-TYPE (ws-search-idx)
               ' niveau ' CP-ANC-NIVEAU (ws-search-idx)
               ' -> ' CP-NOUV-NIVEAU (ws-search-idx).

      * Le trailer compte les details par evenement et tous les
      * enregistrements du fichier, entete et trailer compris.
       fermer-sorties.
           MOVE SPACES TO CERTHR-TRAILER
           MOVE 'T' TO CHT-TYPE
           MOVE ws-details TO CHT-NB-DETAILS
           MOVE ws-octrois TO CHT-NB-OCTROIS
           MOVE ws-hausses TO CHT-NB-HAUSSES
           MOVE ws-baisses TO CHT-NB-BAISSES
           MOVE ws-revocations TO CHT-NB-REVOCATIONS
           COMPUTE CHT-NB-ENREG = ws-details + 2
           WRITE CERTHR-TRAILER
           CLOSE CERT-HR-FILE
           CLOSE CERT-HIST-FILE.

      * La copie de la veille devient l'image exacte du CERTMAST
      * du soir, pour la comparaison de la nuit suivante.
       copier-master.
           MOVE 'N' TO ws-eof
           OPEN INPUT CERT-MASTER-FILE
           OPEN OUTPUT CERT-PREV-FILE
           IF ws-certprev-status NOT = "00"
               DISPLAY 'Erreur ouverture CERTPREV: '
                   ws-certprev-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ CERT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE CERTPREV-RECORD FROM CERT-RECORD
                       ADD 1 TO ws-copies
               END-READ
           END-PERFORM
           CLOSE CERT-MASTER-FILE
           CLOSE CERT-PREV-FILE.
