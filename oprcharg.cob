      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Oprcharg.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-EXTRACT-FILE ASSIGN TO "HREXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-hrextr-status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS ws-opermast-status.
           SELECT OPER-HIST-FILE ASSIGN TO "OPERHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-operhist-status.
           SELECT SIGNON-FILE ASSIGN TO "SIGNON"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-signon-status.
           SELECT HR-REJECT-FILE ASSIGN TO "HRREJET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-hrrejet-status.
           SELECT PRINT-FILE ASSIGN TO "HRCHPRNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-print-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  HR-EXTRACT-FILE.
           COPY HREXTR.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  OPER-HIST-FILE.
           COPY OPERHISR.

       FD  SIGNON-FILE.
           COPY SIGNONR.

      * Un rejet par mouvement refuse: code raison, date du
      * chargement et enregistrement d'origine tel quel, pour
      * qu'il puisse etre corrige et represente.
       FD  HR-REJECT-FILE.
       01  HRREJET-RECORD.
           05  HRJ-RAISON          PIC XX.
           05  HRJ-DATE            PIC X(8).
           05  HRJ-DONNEES         PIC X(80).

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 ws-hrextr-status PIC XX.
       77 ws-opermast-status PIC XX.
       77 ws-operhist-status PIC XX.
       77 ws-signon-status PIC XX.
       77 ws-hrrejet-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-today PIC X(8).
       77 ws-extrait-ok PIC X VALUE 'Y'.
       77 ws-trailer-vu PIC X VALUE 'N'.
       77 ws-nb-enreg PIC 9(7) VALUE 0.
       77 ws-date-extrait PIC X(8) VALUE SPACES.
       77 ws-nb-mouvements PIC 9(7) VALUE 0.
       77 ws-mvt-idx PIC 9.
       77 ws-raison PIC XX.
       77 ws-motif PIC X(40).
       77 ws-resultat PIC X(40).
       77 ws-libelle-mvt PIC X(10).
       77 ws-nouveau-nom PIC X(30).
       77 ws-nouveau-dept PIC X(10).
       77 ws-found PIC X VALUE 'N'.
       77 ws-signe PIC X VALUE 'N'.
       77 ws-search-idx PIC 999.
       77 ws-so-count PIC 999 VALUE 0.
       77 ws-so-full-warned PIC X VALUE 'N'.
       77 ws-reactivations PIC 9(5) VALUE 0.
       77 ws-sorties-signees PIC 9(5) VALUE 0.
       77 ws-total-rejetes PIC 9(5) VALUE 0.
       01 ws-image-avant PIC X(51).
       77 ws-action-hist PIC X.
       77 ws-auteur PIC X(10) VALUE 'OPRCHARG'.

      * Operateurs signes au moment du chargement (SIGNON)
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 500 TIMES.
               10  SO-ID           PIC X(10).

      * Comptes par mouvement: 1 embauche, 2 mutation, 3 sortie,
      * 4 mouvement inconnu
       01  WS-CPT-TABLE.
           05  WS-CPT-ENTRY OCCURS 4 TIMES.
               10  CPT-LUS         PIC 9(5).
               10  CPT-APPLIQUES   PIC 9(5).
               10  CPT-REJETES     PIC 9(5).

       77 ws-print-status PIC XX.
       77 ws-page-no PIC 999 VALUE 0.
       77 ws-ligne-cnt PIC 99 VALUE 99.
      * 60 lignes utiles par page sur un formulaire de 66
       77 ws-lignes-par-page PIC 99 VALUE 60.
       01 ws-ligne PIC X(80) VALUE SPACES.

       01  WS-TITRE-LIGNE.
           05  FILLER              PIC X(34) VALUE
               'CHARGEMENT DE L''EXTRAIT RH DU'.
           05  TL-DATE             PIC X(8).
           05  FILLER              PIC X(27) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'PAGE '.
           05  TL-PAGE             PIC ZZ9.

       01  WS-COLONNES-LIGNE.
           05  FILLER              PIC X(12) VALUE 'OPERATEUR'.
           05  FILLER              PIC X(12) VALUE 'MOUVEMENT'.
           05  FILLER              PIC X(12) VALUE 'DEPT'.
           05  FILLER              PIC X(40) VALUE 'RESULTAT'.

       01  WS-DETAIL-LIGNE.
           05  DL-ID               PIC X(10).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-MOUVEMENT        PIC X(10).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-DEPT             PIC X(10).
           05  FILLER              PIC XX VALUE SPACES.
           05  DL-RESULTAT         PIC X(40).

       01  WS-RECAP-LIGNE.
           05  RL-LIBELLE          PIC X(14).
           05  RL-LUS              PIC ZZZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  RL-APPLIQUES        PIC ZZZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  RL-REJETES          PIC ZZZZ9.

           COPY JOBSTATK.

       PROCEDURE DIVISION.
      * Chargement quotidien de l'extrait RH dans OPERMAST:
      * embauches creees (ou reactivees), mutations reportees,
      * sorties desactivees, chaque changement trace dans
      * OPERHIST. L'extrait est d'abord controle en entier
      * (entete, trailer, nombre de mouvements): un extrait
      * tronque n'est pas applique du tout. Un mouvement refuse
      * part au fichier HRREJET avec sa raison; une sortie dont
      * l'operateur est encore signe (SIGNON) n'est pas appliquee
      * mais signalee, et rejetee pour etre representee. Code
      * retour 8 extrait ou OPERMAST inutilisable, 4 rejets, 0
      * sinon.
       initialiser.
           MOVE 'D' TO JSK-ACTION
           MOVE 'Oprcharg' TO JSK-PROGRAM
           MOVE 0 TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE
           IF JSK-DEJA-FAIT = 'Y'
               DISPLAY 'Oprcharg deja termine ce jour, saut.'
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE ws-today TO TL-DATE
           INITIALIZE WS-CPT-TABLE
           OPEN INPUT HR-EXTRACT-FILE
           IF ws-hrextr-status NOT = "00"
               DISPLAY 'Aucun extrait HREXTR, rien a charger.'
               MOVE 4 TO RETURN-CODE
               PERFORM pointer-etat-fin
               STOP RUN
           END-IF
           DISPLAY '=== Chargement de l''extrait RH ==='.

      * Passe 1: controle de structure. Le premier enregistrement
      * doit etre l'entete, le dernier le trailer, et le trailer
      * doit compter exactement les mouvements lus.
       controler-extrait.
           PERFORM UNTIL ws-eof = 'Y'
               READ HR-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM controler-enregistrement
               END-READ
           END-PERFORM
           CLOSE HR-EXTRACT-FILE
           IF ws-trailer-vu = 'N'
               DISPLAY 'Trailer absent: extrait tronque.'
               MOVE 'N' TO ws-extrait-ok
           END-IF
           IF ws-extrait-ok = 'N'
               DISPLAY 'Extrait HREXTR refuse, aucune mise a jour.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Extrait du         : ' ws-date-extrait
           DISPLAY 'Mouvements annonces: ' ws-nb-mouvements.

       charger-signon.
           MOVE 'N' TO ws-eof
           OPEN INPUT SIGNON-FILE
           IF ws-signon-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ SIGNON-FILE
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           PERFORM retenir-signon
                   END-READ
               END-PERFORM
               CLOSE SIGNON-FILE
           END-IF.

       ouvrir-fichiers.
           OPEN I-O OPERATOR-MASTER-FILE
           IF ws-opermast-status NOT = "00"
               DISPLAY 'Fichier OPERMAST absent, arret.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OPER-HIST-FILE
           IF ws-operhist-status = "35"
               OPEN OUTPUT OPER-HIST-FILE
           END-IF
           IF ws-operhist-status NOT = "00"
               DISPLAY 'Erreur ouverture OPERHIST: '
                   ws-operhist-status
           END-IF
           OPEN OUTPUT HR-REJECT-FILE
           IF ws-hrrejet-status NOT = "00"
               DISPLAY 'Erreur ouverture HRREJET: ' ws-hrrejet-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF ws-print-status NOT = "00"
               DISPLAY 'Erreur ouverture HRCHPRNT: ' ws-print-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Passe 2: application des mouvements dans l'ordre de
      * l'extrait.
       appliquer-extrait.
           MOVE 'N' TO ws-eof
           OPEN INPUT HR-EXTRACT-FILE
           PERFORM UNTIL ws-eof = 'Y'
               READ HR-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF HRD-TYPE = 'D'
                           PERFORM traiter-mouvement
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HR-EXTRACT-FILE
           CLOSE OPERATOR-MASTER-FILE
           IF ws-operhist-status = "00"
               CLOSE OPER-HIST-FILE
           END-IF
           CLOSE HR-REJECT-FILE.

           IF ws-nb-mouvements = 0
               MOVE 'Aucun mouvement dans l''extrait.' TO ws-ligne
               PERFORM imprimer-ligne
           END-IF.
           PERFORM imprimer-page-totaux.
           CLOSE PRINT-FILE.

           DISPLAY ' '.
           DISPLAY 'Embauches appliquees: ' CPT-APPLIQUES (1).
           DISPLAY 'Mutations appliquees: ' CPT-APPLIQUES (2).
           DISPLAY 'Sorties appliquees  : ' CPT-APPLIQUES (3).
           DISPLAY 'Rejets              : ' ws-total-rejetes.
           DISPLAY 'Sorties encore signees: ' ws-sorties-signees.
           DISPLAY 'Rapport imprime sur HRCHPRNT (' ws-page-no
               ' pages).'.
           IF ws-total-rejetes > 0 OR ws-so-full-warned = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM pointer-etat-fin.
           STOP RUN.

       controler-enregistrement.
           ADD 1 TO ws-nb-enreg
           IF ws-trailer-vu = 'Y'
               DISPLAY 'Enregistrement apres le trailer: '
                   HREXT-DETAIL
               MOVE 'N' TO ws-extrait-ok
               EXIT PARAGRAPH
           END-IF
           IF ws-nb-enreg = 1
               IF HRE-TYPE NOT = 'H'
                   DISPLAY 'Entete absente en tete de l''extrait.'
                   MOVE 'N' TO ws-extrait-ok
               ELSE
                   MOVE HRE-DATE TO ws-date-extrait
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE HRD-TYPE
               WHEN 'T'
                   MOVE 'Y' TO ws-trailer-vu
                   IF HRT-NB-MOUVEMENTS NOT = ws-nb-mouvements
                       DISPLAY 'Trailer: ' HRT-NB-MOUVEMENTS
                           ' mouvements annonces, '
                           ws-nb-mouvements ' lus.'
                       MOVE 'N' TO ws-extrait-ok
                   END-IF
               WHEN 'H'
                   DISPLAY 'Seconde entete dans l''extrait.'
                   MOVE 'N' TO ws-extrait-ok
               WHEN 'D'
                   ADD 1 TO ws-nb-mouvements
               WHEN OTHER
                   DISPLAY 'Type d''enregistrement inconnu ('
                       HRD-TYPE ') a l''enregistrement '
                       ws-nb-enreg '.'
                   MOVE 'N' TO ws-extrait-ok
           END-EVALUATE.

       retenir-signon.
           IF ws-so-count < 500
               ADD 1 TO ws-so-count
               MOVE SGN-OPERATOR-ID TO SO-ID (ws-so-count)
           ELSE
               IF ws-so-full-warned = 'N'
                   DISPLAY 'Limite de 500 sign-ons atteinte; '
                       'controle des sorties partiel.'
                   MOVE 'Y' TO ws-so-full-warned
               END-IF
           END-IF.

       traiter-mouvement.
           EVALUATE HRD-MOUVEMENT
               WHEN 'E'
                   MOVE 1 TO ws-mvt-idx
                   MOVE 'EMBAUCHE' TO ws-libelle-mvt
               WHEN 'M'
                   MOVE 2 TO ws-mvt-idx
                   MOVE 'MUTATION' TO ws-libelle-mvt
               WHEN 'S'
                   MOVE 3 TO ws-mvt-idx
                   MOVE 'SORTIE' TO ws-libelle-mvt
               WHEN OTHER
                   MOVE 4 TO ws-mvt-idx
                   MOVE HRD-MOUVEMENT TO ws-libelle-mvt
           END-EVALUATE
           ADD 1 TO CPT-LUS (ws-mvt-idx)
           MOVE SPACES TO ws-raison
           MOVE SPACES TO ws-resultat
           PERFORM controler-mouvement
           IF ws-raison = SPACES
               EVALUATE ws-mvt-idx
                   WHEN 1
                       PERFORM appliquer-embauche
                   WHEN 2
                       PERFORM appliquer-mutation
                   WHEN 3
                       PERFORM appliquer-sortie
               END-EVALUATE
           END-IF
           IF ws-raison = SPACES
               ADD 1 TO CPT-APPLIQUES (ws-mvt-idx)
           ELSE
               PERFORM rejeter-mouvement
           END-IF
           MOVE HRD-OPERATOR-ID TO DL-ID
           MOVE ws-libelle-mvt TO DL-MOUVEMENT
           MOVE HRD-DEPT TO DL-DEPT
           MOVE ws-resultat TO DL-RESULTAT
           MOVE WS-DETAIL-LIGNE TO ws-ligne
           PERFORM imprimer-ligne.

      * Controles d'edition, sans lecture du master
       controler-mouvement.
           EVALUATE TRUE
               WHEN ws-mvt-idx = 4
                   MOVE '01' TO ws-raison
               WHEN HRD-OPERATOR-ID = SPACES
                   MOVE '02' TO ws-raison
               WHEN ws-mvt-idx = 1 AND HRD-NAME = SPACES
                   MOVE '03' TO ws-raison
               WHEN ws-mvt-idx = 1 AND HRD-DEPT = SPACES
                   MOVE '04' TO ws-raison
               WHEN ws-mvt-idx = 2 AND HRD-NAME = SPACES
                       AND HRD-DEPT = SPACES
                   MOVE '04' TO ws-raison
               WHEN HRD-DATE-EFFET IS NOT NUMERIC
                   MOVE '05' TO ws-raison
               WHEN HRD-DATE-EFFET > ws-today
                   MOVE '06' TO ws-raison
           END-EVALUATE.

      * Embauche d'un identifiant inconnu: creation. Un
      * identifiant inactif est reactive (reembauche) avec le nom
      * et le departement de l'extrait.
       appliquer-embauche.
           MOVE 'Y' TO ws-found
           MOVE HRD-OPERATOR-ID TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO ws-found
           END-READ
           IF ws-found = 'Y' AND OPR-ACTIVE = 'A'
               MOVE '07' TO ws-raison
               EXIT PARAGRAPH
           END-IF
           IF ws-found = 'N'
               MOVE SPACES TO ws-image-avant
               MOVE HRD-OPERATOR-ID TO OPR-ID
               MOVE HRD-NAME TO OPR-NAME
               MOVE HRD-DEPT TO OPR-DEPT
               MOVE 'A' TO OPR-ACTIVE
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       MOVE '07' TO ws-raison
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'A' TO ws-action-hist
               MOVE 'CREE' TO ws-resultat
           ELSE
               MOVE OPERATOR-RECORD TO ws-image-avant
               MOVE HRD-NAME TO OPR-NAME
               MOVE HRD-DEPT TO OPR-DEPT
               MOVE 'A' TO OPR-ACTIVE
               REWRITE OPERATOR-RECORD
               MOVE 'R' TO ws-action-hist
               MOVE 'REACTIVE (REEMBAUCHE)' TO ws-resultat
               ADD 1 TO ws-reactivations
           END-IF
           PERFORM ecrire-historique.

      * Mutation: le nom et/ou le departement fournis remplacent
      * ceux du master; une zone a blanc est conservee.
       appliquer-mutation.
           MOVE HRD-OPERATOR-ID TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE '08' TO ws-raison
                   EXIT PARAGRAPH
           END-READ
           IF OPR-ACTIVE NOT = 'A'
               MOVE '10' TO ws-raison
               EXIT PARAGRAPH
           END-IF
           MOVE OPR-NAME TO ws-nouveau-nom
           MOVE OPR-DEPT TO ws-nouveau-dept
           IF HRD-NAME NOT = SPACES
               MOVE HRD-NAME TO ws-nouveau-nom
           END-IF
           IF HRD-DEPT NOT = SPACES
               MOVE HRD-DEPT TO ws-nouveau-dept
           END-IF
           IF ws-nouveau-nom = OPR-NAME
                   AND ws-nouveau-dept = OPR-DEPT
               MOVE '11' TO ws-raison
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-RECORD TO ws-image-avant
           MOVE ws-nouveau-nom TO OPR-NAME
           MOVE ws-nouveau-dept TO OPR-DEPT
           REWRITE OPERATOR-RECORD
           MOVE 'M' TO ws-action-hist
           MOVE 'MUTE' TO ws-resultat
           PERFORM ecrire-historique.

      * Sortie: l'operateur passe inactif, sauf s'il est encore
      * signe quelque part; la sortie reste alors en attente.
       appliquer-sortie.
           MOVE HRD-OPERATOR-ID TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE '08' TO ws-raison
                   EXIT PARAGRAPH
           END-READ
           IF OPR-ACTIVE NOT = 'A'
               MOVE '09' TO ws-raison
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-signe
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-so-count
               IF SO-ID (ws-search-idx) = HRD-OPERATOR-ID
                   MOVE 'Y' TO ws-signe
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-signe = 'Y'
               MOVE '12' TO ws-raison
               ADD 1 TO ws-sorties-signees
               DISPLAY 'Sortie en attente, encore signe: '
                   HRD-OPERATOR-ID
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-RECORD TO ws-image-avant
           MOVE 'I' TO OPR-ACTIVE
           REWRITE OPERATOR-RECORD
           MOVE 'D' TO ws-action-hist
           MOVE 'DESACTIVE' TO ws-resultat
           PERFORM ecrire-historique.

       rejeter-mouvement.
           MOVE ws-raison TO HRJ-RAISON
           MOVE ws-today TO HRJ-DATE
           MOVE HREXT-DETAIL TO HRJ-DONNEES
           WRITE HRREJET-RECORD
           ADD 1 TO CPT-REJETES (ws-mvt-idx)
           ADD 1 TO ws-total-rejetes
           EVALUATE ws-raison
               WHEN '01'
                   MOVE 'mouvement inconnu' TO ws-motif
               WHEN '02'
                   MOVE 'identifiant a blanc' TO ws-motif
               WHEN '03'
                   MOVE 'nom a blanc' TO ws-motif
               WHEN '04'
                   MOVE 'departement a blanc' TO ws-motif
               WHEN '05'
                   MOVE 'date d''effet invalide' TO ws-motif
               WHEN '06'
                   MOVE 'date d''effet future' TO ws-motif
               WHEN '07'
                   MOVE 'deja actif dans OPERMAST' TO ws-motif
               WHEN '08'
                   MOVE 'inconnu d''OPERMAST' TO ws-motif
               WHEN '09'
                   MOVE 'deja inactif' TO ws-motif
               WHEN '10'
                   MOVE 'operateur inactif' TO ws-motif
               WHEN '11'
                   MOVE 'aucun changement' TO ws-motif
               WHEN '12'
                   MOVE 'ENCORE SIGNE (SIGNON), EN ATTENTE'
                       TO ws-motif
           END-EVALUATE
           STRING 'REJET ' ws-raison ': ' ws-motif
               DELIMITED BY SIZE INTO ws-resultat
           END-STRING.

       ecrire-historique.
           IF ws-operhist-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPH-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO OPH-TIME
           MOVE ws-action-hist TO OPH-ACTION
           MOVE ws-auteur TO OPH-AUTEUR
           MOVE ws-image-avant TO OPH-AVANT
           MOVE OPERATOR-RECORD TO OPH-APRES
           WRITE OPERHIST-RECORD.

      * Pagination: entete (titre date/page + colonnes) en tete de
      * chaque page, saut de page par ADVANCING.
       imprimer-ligne.
           IF ws-ligne-cnt >= ws-lignes-par-page
               PERFORM imprimer-entete
           END-IF
           WRITE PRINT-LINE FROM ws-ligne
           ADD 1 TO ws-ligne-cnt
           MOVE SPACES TO ws-ligne.

       imprimer-entete.
           ADD 1 TO ws-page-no
           MOVE ws-page-no TO TL-PAGE
           IF ws-page-no = 1
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
           ELSE
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-COLONNES-LIGNE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 4 TO ws-ligne-cnt.

       imprimer-page-totaux.
           ADD 1 TO ws-page-no
           MOVE ws-page-no TO TL-PAGE
           IF ws-page-no = 1
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
           ELSE
               WRITE PRINT-LINE FROM WS-TITRE-LIGNE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 2 TO ws-ligne-cnt
           MOVE '--- RECAPITULATIF ---' TO ws-ligne
           PERFORM imprimer-ligne
           STRING 'EXTRAIT DU         : ' ws-date-extrait
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           PERFORM imprimer-ligne
           MOVE 'MOUVEMENT       LUS  APPLIQUES  REJETES' TO ws-ligne
           PERFORM imprimer-ligne
           PERFORM VARYING ws-mvt-idx FROM 1 BY 1
                   UNTIL ws-mvt-idx > 4
               EVALUATE ws-mvt-idx
                   WHEN 1
                       MOVE 'EMBAUCHES' TO RL-LIBELLE
                   WHEN 2
                       MOVE 'MUTATIONS' TO RL-LIBELLE
                   WHEN 3
                       MOVE 'SORTIES' TO RL-LIBELLE
                   WHEN 4
                       MOVE 'INCONNUS' TO RL-LIBELLE
               END-EVALUATE
               MOVE CPT-LUS (ws-mvt-idx) TO RL-LUS
               MOVE CPT-APPLIQUES (ws-mvt-idx) TO RL-APPLIQUES
               MOVE CPT-REJETES (ws-mvt-idx) TO RL-REJETES
               MOVE WS-RECAP-LIGNE TO ws-ligne
               PERFORM imprimer-ligne
           END-PERFORM
           MOVE 'TOTAL' TO RL-LIBELLE
           MOVE ws-nb-mouvements TO RL-LUS
           COMPUTE RL-APPLIQUES = CPT-APPLIQUES (1)
               + CPT-APPLIQUES (2) + CPT-APPLIQUES (3)
           MOVE ws-total-rejetes TO RL-REJETES
           MOVE WS-RECAP-LIGNE TO ws-ligne
           PERFORM imprimer-ligne
           PERFORM imprimer-ligne
           STRING 'DONT REEMBAUCHES   : ' ws-reactivations
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne
           STRING 'SORTIES EN ATTENTE : ' ws-sorties-signees
               ' (OPERATEUR ENCORE SIGNE)'
               DELIMITED BY SIZE INTO ws-ligne
           END-STRING
           PERFORM imprimer-ligne.

       pointer-etat-fin.
           MOVE 'F' TO JSK-ACTION
           MOVE RETURN-CODE TO JSK-RC
           CALL 'Jobstate' USING JOBSTATE-DEMANDE.
