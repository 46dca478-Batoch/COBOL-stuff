      *IDENTIFICATION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Oprekey.

      *ENVIRONMENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS ws-opermast-status.
           SELECT OPER-HIST-FILE ASSIGN TO "OPERHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-operhist-status.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLG-KEY
               ALTERNATE RECORD KEY GLG-OPERATOR-ID
                   WITH DUPLICATES
               FILE STATUS IS ws-gamelog-status.
           SELECT INTEGRITY-FILE ASSIGN TO "INTEXCP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY INX-KEY
               FILE STATUS IS ws-intexcp-status.
           SELECT ASSESS-FILE ASSIGN TO "ASSESS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ASW-KEY
               FILE STATUS IS ws-assess-status.
           SELECT WORK-IN-FILE ASSIGN TO ws-nom-entree
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-entree-status.
           SELECT WORK-TMP-FILE ASSIGN TO "REKYTEMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-temp-status.

      *DATA
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  OPER-HIST-FILE.
           COPY OPERHISR.

       FD  GAME-LOG-FILE.
           COPY GAMELOGR.

       FD  INTEGRITY-FILE.
           COPY INTEXCR.

       FD  ASSESS-FILE.
           COPY ASSESSR.

       FD  WORK-IN-FILE.
       01  WIN-RECORD PIC X(100).

       FD  WORK-TMP-FILE.
       01  WTM-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       77 ws-opermast-status PIC XX.
       77 ws-operhist-status PIC XX.
       77 ws-gamelog-status PIC XX.
       77 ws-intexcp-status PIC XX.
       77 ws-assess-status PIC XX.
       77 ws-statut-erreur PIC XX.
       77 ws-entree-status PIC XX.
       77 ws-temp-status PIC XX.
       77 ws-eof PIC X VALUE 'N'.
       77 ws-ancien PIC X(10).
       77 ws-nouveau PIC X(10).
       77 ws-simulation PIC X VALUE 'O'.
       77 ws-creation PIC X VALUE 'N'.
       01 ws-fiche-ancien PIC X(51).
       01 ws-image-avant PIC X(51).
       77 ws-action-hist PIC X.
       77 ws-auteur PIC X(10) VALUE 'OPREKEY'.
       77 ws-rc PIC 9(4) VALUE 0.

      * Fichier plat en cours: position de l'identifiant dans le
      * record, regle de fusion et controle LOGCTL ('Y'/'N').
      * Regle 'S' simple renommage; 'U' une fiche par operateur
      * et par cle, une seule des deux survit; 'C' une fiche par
      * operateur et par mois, les deux sont cumulees.
       77 ws-nom-entree PIC X(8).
       77 ws-fichier-idx PIC 99.
       77 ws-id-offset PIC 99 VALUE 0.
       77 ws-regle PIC X.
       77 ws-controle PIC X VALUE 'N'.
       77 ws-id-rec PIC X(10).
       77 ws-cote PIC X.
       77 ws-cle PIC X(30).
       77 ws-niveau PIC 9.
       77 ws-found PIC X VALUE 'N'.
       77 ws-search-idx PIC 9(4).
       77 ws-cle-count PIC 999 VALUE 0.
       77 ws-cle-full-warned PIC X VALUE 'N'.
       77 ws-gl-count PIC 9(4) VALUE 0.
       77 ws-gl-full-warned PIC X VALUE 'N'.
       77 ws-rk-count PIC 9(4) VALUE 0.
       77 ws-rk-full-warned PIC X VALUE 'N'.
       77 ws-rk-courant PIC X(103).

      * Comptes de controle du fichier en cours et du traitement
       77 ws-av-total PIC 9(7).
       77 ws-av-ancien PIC 9(7).
       77 ws-av-nouveau PIC 9(7).
       77 ws-ap-total PIC 9(7).
       77 ws-ap-ancien PIC 9(7).
       77 ws-ap-nouveau PIC 9(7).
       77 ws-fusionnes PIC 9(7).
       77 ws-collisions PIC 9(7).
       77 ws-total-rekeyes PIC 9(7) VALUE 0.
       77 ws-total-fusionnes PIC 9(7) VALUE 0.
       77 ws-fichiers-traites PIC 99 VALUE 0.

      * Parties GAMELOG de l'ancien identifiant, relues puis
      * reecrites une a une sous la nouvelle cle.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 2000 TIMES.
               10  GL-RECORD       PIC X(57).

      * Fiches INTEXCP puis ASSESS de l'ancien identifiant, meme
      * traitement que les parties GAMELOG.
       01  WS-RK-TABLE.
           05  WS-RK-ENTRY OCCURS 1000 TIMES.
               10  RK-RECORD       PIC X(103).

      * Cles des fiches des deux identifiants dans un fichier a
      * regle 'U' ou 'C': cote gagnant pour 'U', cumuls pour 'C'.
       01  WS-CLE-TABLE.
           05  WS-CLE-ENTRY OCCURS 500 TIMES.
               10  CL-CLE          PIC X(30).
               10  CL-GAGNANT      PIC X.
               10  CL-NIVEAU       PIC 9.
               10  CL-ECRIT        PIC X.
               10  CL-VAL-1        PIC 9(7).
               10  CL-VAL-2        PIC 9(7).
               10  CL-VAL-3        PIC 9(7).
               10  CL-BEST         PIC 999.

           COPY POINTSR.
           COPY GAMESUMR.

           COPY LOGCTLK.

       PROCEDURE DIVISION.
      * Reporte l'historique d'un operateur d'un identifiant sur
      * un autre (double identifiant attribue par erreur, ou
      * changement d'identifiant), puis desactive l'ancien dans
      * OPERMAST. En simulation (defaut) rien n'est reecrit: les
      * comptes avant/apres montrent ce qui changerait. Code
      * retour 12 parametres refuses, 8 OPERMAST ou un fichier
      * indexe inaccessible (OPERMAST n'est alors pas touche),
      * ecriture refusee ou desactivation refusee, 4 collisions
      * ou limites de table, 0 sinon.
       saisir-parametres.
           DISPLAY 'Ancien identifiant: '
           ACCEPT ws-ancien
           DISPLAY 'Nouvel identifiant: '
           ACCEPT ws-nouveau
           DISPLAY 'Simulation sans mise a jour (O/N): '
           ACCEPT ws-simulation
           IF ws-simulation = 'n'
               MOVE 'N' TO ws-simulation
           END-IF
           IF ws-simulation NOT = 'N'
               MOVE 'O' TO ws-simulation
           END-IF
           IF ws-ancien = SPACES OR ws-nouveau = SPACES
                   OR ws-ancien = ws-nouveau
               DISPLAY 'Identifiants invalides: ' ws-ancien
                   ' -> ' ws-nouveau
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * L'ancien identifiant doit exister; le nouveau est soit un
      * operateur actif (fusion), soit absent et cree au depart
      * de la fiche de l'ancien (changement d'identifiant).
       controler-master.
           IF ws-simulation = 'N'
               OPEN I-O OPERATOR-MASTER-FILE
           ELSE
               OPEN INPUT OPERATOR-MASTER-FILE
           END-IF
           IF ws-opermast-status NOT = "00"
               DISPLAY 'Fichier OPERMAST absent, arret.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-ancien TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Ancien identifiant inconnu: ' ws-ancien
                   CLOSE OPERATOR-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE OPERATOR-RECORD TO ws-fiche-ancien
           MOVE ws-nouveau TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO ws-creation
           END-READ
           IF ws-creation = 'N' AND OPR-ACTIVE NOT = 'A'
               DISPLAY 'Nouvel identifiant inactif: ' ws-nouveau
               CLOSE OPERATOR-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY '=== Report d''identifiant operateur ==='
           DISPLAY 'Ancien             : ' ws-ancien
           DISPLAY 'Nouveau            : ' ws-nouveau
           IF ws-creation = 'Y'
               DISPLAY 'Nouveau absent d''OPERMAST: il sera cree.'
           ELSE
               DISPLAY 'Nouveau present: fusion des historiques.'
           END-IF
           IF ws-simulation = 'O'
               DISPLAY 'SIMULATION: aucun fichier mis a jour.'
           END-IF.

       reporter-fichiers.
           PERFORM controler-fichiers
           PERFORM traiter-gamelog
           PERFORM traiter-intexcp
           PERFORM traiter-assess
           PERFORM VARYING ws-fichier-idx FROM 1 BY 1
                   UNTIL ws-fichier-idx > 14
               PERFORM choisir-fichier
               PERFORM traiter-fichier
           END-PERFORM.

           IF ws-simulation = 'N'
               PERFORM mettre-a-jour-master
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.

           DISPLAY ' '.
           DISPLAY 'Fichiers traites   : ' ws-fichiers-traites.
           DISPLAY 'Records reportes   : ' ws-total-rekeyes.
           DISPLAY 'Records fusionnes  : ' ws-total-fusionnes.
           MOVE ws-rc TO RETURN-CODE.
           STOP RUN.

      * Fichiers plats porteurs de l'identifiant: position dans
      * le record (voir les copybooks), regle de fusion, et
      * controle LOGCTL pour les journaux suivis par Logverif.
      * CERTPREV suit la meme regle que CERTMAST pour que Certcmp
      * ne voie ni octroi ni revocation dus au seul report.
       choisir-fichier.
           MOVE 'S' TO ws-regle
           MOVE 'N' TO ws-controle
           EVALUATE ws-fichier-idx
               WHEN 1
                   MOVE 'GAMEARCH' TO ws-nom-entree
                   MOVE 9 TO ws-id-offset
               WHEN 2
                   MOVE 'GAMESUMM' TO ws-nom-entree
                   MOVE 7 TO ws-id-offset
                   MOVE 'C' TO ws-regle
               WHEN 3
                   MOVE 'DRILLSCR' TO ws-nom-entree
                   MOVE 1 TO ws-id-offset
                   MOVE 'Y' TO ws-controle
               WHEN 4
                   MOVE 'SESSLOG' TO ws-nom-entree
                   MOVE 9 TO ws-id-offset
                   MOVE 'Y' TO ws-controle
               WHEN 5
                   MOVE 'AUDITLOG' TO ws-nom-entree
                   MOVE 14 TO ws-id-offset
                   MOVE 'Y' TO ws-controle
               WHEN 6
                   MOVE 'DIFOPER' TO ws-nom-entree
                   MOVE 1 TO ws-id-offset
                   MOVE 'U' TO ws-regle
               WHEN 7
                   MOVE 'CERTMAST' TO ws-nom-entree
                   MOVE 1 TO ws-id-offset
                   MOVE 'U' TO ws-regle
               WHEN 8
                   MOVE 'POINTS' TO ws-nom-entree
                   MOVE 7 TO ws-id-offset
                   MOVE 'C' TO ws-regle
               WHEN 9
                   MOVE 'TRNPLAN' TO ws-nom-entree
                   MOVE 9 TO ws-id-offset
                   MOVE 'U' TO ws-regle
               WHEN 10
                   MOVE 'GAMEMOVE' TO ws-nom-entree
                   MOVE 9 TO ws-id-offset
               WHEN 11
                   MOVE 'DRILLANS' TO ws-nom-entree
                   MOVE 1 TO ws-id-offset
               WHEN 12
                   MOVE 'CERTPREV' TO ws-nom-entree
                   MOVE 1 TO ws-id-offset
                   MOVE 'U' TO ws-regle
               WHEN 13
                   MOVE 'CERTHIST' TO ws-nom-entree
                   MOVE 9 TO ws-id-offset
               WHEN 14
                   MOVE 'SIGNLOG' TO ws-nom-entree
                   MOVE 1 TO ws-id-offset
           END-EVALUATE.

      * Tous les fichiers plats sont ouverts une premiere fois
      * avant tout report: statut 35 (absent) ignore, tout autre
      * echec arrete le report avant qu'un fichier soit reecrit.
       controler-fichiers.
           PERFORM VARYING ws-fichier-idx FROM 1 BY 1
                   UNTIL ws-fichier-idx > 14
               PERFORM choisir-fichier
               OPEN INPUT WORK-IN-FILE
               IF ws-entree-status = "00"
                   CLOSE WORK-IN-FILE
               ELSE
                   IF ws-entree-status NOT = "35"
                       MOVE ws-entree-status TO ws-statut-erreur
                       PERFORM arreter-report
                   END-IF
               END-IF
           END-PERFORM.

      * GLG-OPERATOR-ID fait partie de la cle: chaque partie de
      * l'ancien identifiant est supprimee puis reecrite sous la
      * nouvelle cle. Une partie dont la nouvelle cle existe deja
      * (meme date et heure de fin) reste sous l'ancien
      * identifiant et est signalee.
       traiter-gamelog.
           MOVE 'GAMELOG' TO ws-nom-entree
           MOVE 0 TO ws-av-total ws-av-ancien ws-av-nouveau
           MOVE 0 TO ws-fusionnes ws-collisions ws-gl-count
           MOVE 'N' TO ws-eof
           IF ws-simulation = 'N'
               OPEN I-O GAME-LOG-FILE
           ELSE
               OPEN INPUT GAME-LOG-FILE
           END-IF
           IF ws-gamelog-status = "35"
               DISPLAY 'GAMELOG absent, ignore.'
               EXIT PARAGRAPH
           END-IF
           IF ws-gamelog-status NOT = "00"
               MOVE ws-gamelog-status TO ws-statut-erreur
               PERFORM arreter-report
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ GAME-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-av-total
                       IF GLG-OPERATOR-ID = ws-nouveau
                           ADD 1 TO ws-av-nouveau
                       END-IF
                       IF GLG-OPERATOR-ID = ws-ancien
                           ADD 1 TO ws-av-ancien
                           PERFORM retenir-partie
                       END-IF
               END-READ
           END-PERFORM
           MOVE ws-av-total TO ws-ap-total
           MOVE ws-av-ancien TO ws-ap-ancien
           MOVE ws-av-nouveau TO ws-ap-nouveau
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-gl-count
               PERFORM reporter-partie
           END-PERFORM
           CLOSE GAME-LOG-FILE
           IF ws-collisions > 0
               DISPLAY 'GAMELOG: ' ws-collisions
                   ' partie(s) deja presentes sous la nouvelle cle,'
                   ' laissees sous l''ancien identifiant.'
               IF ws-rc < 4
                   MOVE 4 TO ws-rc
               END-IF
           END-IF
           PERFORM afficher-controle.

       retenir-partie.
           IF ws-gl-count < 2000
               ADD 1 TO ws-gl-count
               MOVE GAMELOG-RECORD TO GL-RECORD (ws-gl-count)
           ELSE
               IF ws-gl-full-warned = 'N'
                   DISPLAY 'Limite de 2000 parties atteinte; '
                       'relancer pour reporter la suite.'
                   MOVE 'Y' TO ws-gl-full-warned
                   IF ws-rc < 4
                       MOVE 4 TO ws-rc
                   END-IF
               END-IF
           END-IF.

      * Une fiche dont l'ecriture sous la nouvelle cle est refusee
      * apres la suppression de l'ancienne est remise sous
      * l'ancienne cle (de meme pour INTEXCP et ASSESS).
       reporter-partie.
           MOVE GL-RECORD (ws-search-idx) TO GAMELOG-RECORD
           MOVE ws-nouveau TO GLG-OPERATOR-ID
           READ GAME-LOG-FILE
               INVALID KEY
                   MOVE 'N' TO ws-found
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
           END-READ
           IF ws-found = 'Y'
               ADD 1 TO ws-collisions
               EXIT PARAGRAPH
           END-IF
           IF ws-simulation = 'N'
               MOVE GL-RECORD (ws-search-idx) TO GAMELOG-RECORD
               DELETE GAME-LOG-FILE RECORD
                   INVALID KEY
                       ADD 1 TO ws-collisions
                       EXIT PARAGRAPH
               END-DELETE
               MOVE ws-nouveau TO GLG-OPERATOR-ID
               WRITE GAMELOG-RECORD
                   INVALID KEY
                       DISPLAY 'Ecriture GAMELOG refusee: ' GLG-KEY
                       MOVE GL-RECORD (ws-search-idx) TO GAMELOG-RECORD
                       WRITE GAMELOG-RECORD
                           INVALID KEY
                               DISPLAY 'Partie perdue, a ressaisir: '
                                   GLG-KEY
                       END-WRITE
                       MOVE 8 TO ws-rc
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           SUBTRACT 1 FROM ws-ap-ancien
           ADD 1 TO ws-ap-nouveau.

      * Un fichier indexe illisible arrete le report avant
      * OPERMAST: l'ancien identifiant reste actif tant que son
      * historique n'est pas entierement reporte. Les fichiers
      * deja traites le sont sans dommage, un rerun reprend la
      * suite.
       arreter-report.
           DISPLAY ws-nom-entree ' en erreur (' ws-statut-erreur
               '), report arrete, OPERMAST non mis a jour.'
           CLOSE OPERATOR-MASTER-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       retenir-fiche.
           IF ws-rk-count < 1000
               ADD 1 TO ws-rk-count
               MOVE ws-rk-courant TO RK-RECORD (ws-rk-count)
           ELSE
               IF ws-rk-full-warned = 'N'
                   DISPLAY 'Limite de 1000 fiches atteinte dans '
                       ws-nom-entree '; relancer pour reporter la '
                       'suite.'
                   MOVE 'Y' TO ws-rk-full-warned
                   IF ws-rc < 4
                       MOVE 4 TO ws-rc
                   END-IF
               END-IF
           END-IF.

       signaler-collisions.
           IF ws-collisions > 0
               DISPLAY ws-nom-entree ': ' ws-collisions
                   ' fiche(s) deja presentes sous la nouvelle cle,'
                   ' laissees sous l''ancien identifiant.'
               IF ws-rc < 4
                   MOVE 4 TO ws-rc
               END-IF
           END-IF.

      * INX-OPERATOR-ID fait partie de la cle (celle de la partie,
      * voir INTEXCR): chaque constat suit sa partie sous la
      * nouvelle cle, sans quoi Ptscalc paierait les victoires en
      * revue ou ecartees. Meme regle de collision que GAMELOG.
       traiter-intexcp.
           MOVE 'INTEXCP' TO ws-nom-entree
           MOVE 0 TO ws-av-total ws-av-ancien ws-av-nouveau
           MOVE 0 TO ws-fusionnes ws-collisions ws-rk-count
           MOVE 'N' TO ws-rk-full-warned
           MOVE 'N' TO ws-eof
           IF ws-simulation = 'N'
               OPEN I-O INTEGRITY-FILE
           ELSE
               OPEN INPUT INTEGRITY-FILE
           END-IF
           IF ws-intexcp-status = "35"
               DISPLAY 'INTEXCP absent, ignore.'
               EXIT PARAGRAPH
           END-IF
           IF ws-intexcp-status NOT = "00"
               MOVE ws-intexcp-status TO ws-statut-erreur
               PERFORM arreter-report
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ INTEGRITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-av-total
                       IF INX-OPERATOR-ID = ws-nouveau
                           ADD 1 TO ws-av-nouveau
                       END-IF
                       IF INX-OPERATOR-ID = ws-ancien
                           ADD 1 TO ws-av-ancien
                           MOVE INTEXCP-RECORD TO ws-rk-courant
                           PERFORM retenir-fiche
                       END-IF
               END-READ
           END-PERFORM
           MOVE ws-av-total TO ws-ap-total
           MOVE ws-av-ancien TO ws-ap-ancien
           MOVE ws-av-nouveau TO ws-ap-nouveau
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-rk-count
               PERFORM reporter-constat
           END-PERFORM
           CLOSE INTEGRITY-FILE
           PERFORM signaler-collisions
           PERFORM afficher-controle.

       reporter-constat.
           MOVE RK-RECORD (ws-search-idx) TO INTEXCP-RECORD
           MOVE ws-nouveau TO INX-OPERATOR-ID
           READ INTEGRITY-FILE
               INVALID KEY
                   MOVE 'N' TO ws-found
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
           END-READ
           IF ws-found = 'Y'
               ADD 1 TO ws-collisions
               EXIT PARAGRAPH
           END-IF
           IF ws-simulation = 'N'
               MOVE RK-RECORD (ws-search-idx) TO INTEXCP-RECORD
               DELETE INTEGRITY-FILE RECORD
                   INVALID KEY
                       ADD 1 TO ws-collisions
                       EXIT PARAGRAPH
               END-DELETE
               MOVE ws-nouveau TO INX-OPERATOR-ID
               WRITE INTEXCP-RECORD
                   INVALID KEY
                       DISPLAY 'Ecriture INTEXCP refusee: ' INX-KEY
                       MOVE RK-RECORD (ws-search-idx) TO INTEXCP-RECORD
                       WRITE INTEXCP-RECORD
                           INVALID KEY
                               DISPLAY 'Constat perdu, a ressaisir: '
                                   INX-KEY
                       END-WRITE
                       MOVE 8 TO ws-rc
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           SUBTRACT 1 FROM ws-ap-ancien
           ADD 1 TO ws-ap-nouveau.

      * ASW-KEY commence par l'operateur: les fenetres d'evaluation
      * suivent l'operateur, sans quoi Evalrpt compterait ses
      * parties et quiz marques comme hors fenetre. Une fenetre
      * deja ouverte sous le nouvel identifiant le meme jour a la
      * meme heure reste sous l'ancien et est signalee.
       traiter-assess.
           MOVE 'ASSESS' TO ws-nom-entree
           MOVE 0 TO ws-av-total ws-av-ancien ws-av-nouveau
           MOVE 0 TO ws-fusionnes ws-collisions ws-rk-count
           MOVE 'N' TO ws-rk-full-warned
           MOVE 'N' TO ws-eof
           IF ws-simulation = 'N'
               OPEN I-O ASSESS-FILE
           ELSE
               OPEN INPUT ASSESS-FILE
           END-IF
           IF ws-assess-status = "35"
               DISPLAY 'ASSESS absent, ignore.'
               EXIT PARAGRAPH
           END-IF
           IF ws-assess-status NOT = "00"
               MOVE ws-assess-status TO ws-statut-erreur
               PERFORM arreter-report
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ASSESS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-av-total
                       IF ASW-OPERATOR-ID = ws-nouveau
                           ADD 1 TO ws-av-nouveau
                       END-IF
                       IF ASW-OPERATOR-ID = ws-ancien
                           ADD 1 TO ws-av-ancien
                           MOVE ASSESS-RECORD TO ws-rk-courant
                           PERFORM retenir-fiche
                       END-IF
               END-READ
           END-PERFORM
           MOVE ws-av-total TO ws-ap-total
           MOVE ws-av-ancien TO ws-ap-ancien
           MOVE ws-av-nouveau TO ws-ap-nouveau
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-rk-count
               PERFORM reporter-fenetre
           END-PERFORM
           CLOSE ASSESS-FILE
           PERFORM signaler-collisions
           PERFORM afficher-controle.

       reporter-fenetre.
           MOVE RK-RECORD (ws-search-idx) TO ASSESS-RECORD
           MOVE ws-nouveau TO ASW-OPERATOR-ID
           READ ASSESS-FILE
               INVALID KEY
                   MOVE 'N' TO ws-found
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
           END-READ
           IF ws-found = 'Y'
               ADD 1 TO ws-collisions
               EXIT PARAGRAPH
           END-IF
           IF ws-simulation = 'N'
               MOVE RK-RECORD (ws-search-idx) TO ASSESS-RECORD
               DELETE ASSESS-FILE RECORD
                   INVALID KEY
                       ADD 1 TO ws-collisions
                       EXIT PARAGRAPH
               END-DELETE
               MOVE ws-nouveau TO ASW-OPERATOR-ID
               WRITE ASSESS-RECORD
                   INVALID KEY
                       DISPLAY 'Ecriture ASSESS refusee: ' ASW-KEY
                       MOVE RK-RECORD (ws-search-idx) TO ASSESS-RECORD
                       WRITE ASSESS-RECORD
                           INVALID KEY
                               DISPLAY 'Fenetre perdue, a ressaisir: '
                                   ASW-KEY
                       END-WRITE
                       MOVE 8 TO ws-rc
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           SUBTRACT 1 FROM ws-ap-ancien
           ADD 1 TO ws-ap-nouveau.

      * Fichier plat: passe 1 inventaire (comptes avant, cles des
      * deux identifiants), passe 2 recopie vers REKYTEMP sous le
      * nouvel identifiant, puis hors simulation le fichier est
      * reecrit depuis REKYTEMP, comme dans Logretn.
       traiter-fichier.
           MOVE 0 TO ws-av-total ws-av-ancien ws-av-nouveau
           MOVE 0 TO ws-ap-total ws-ap-ancien ws-ap-nouveau
           MOVE 0 TO ws-fusionnes ws-cle-count
           MOVE 'N' TO ws-cle-full-warned
           PERFORM inventorier-fichier
           IF ws-entree-status = "35"
               DISPLAY ws-nom-entree ' absent, ignore.'
               EXIT PARAGRAPH
           END-IF
           IF ws-entree-status NOT = "00"
               MOVE ws-entree-status TO ws-statut-erreur
               PERFORM arreter-report
           END-IF
           PERFORM recopier-vers-travail
           IF ws-simulation = 'N'
               PERFORM recopier-travail
               PERFORM pointer-controle
           END-IF
           PERFORM afficher-controle.

       inventorier-fichier.
           MOVE 'N' TO ws-eof
           OPEN INPUT WORK-IN-FILE
           IF ws-entree-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ WORK-IN-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-av-total
                       PERFORM situer-record
                       IF ws-cote = 'A'
                           ADD 1 TO ws-av-ancien
                       END-IF
                       IF ws-cote = 'N'
                           ADD 1 TO ws-av-nouveau
                       END-IF
                       IF ws-cote NOT = SPACE AND ws-regle NOT = 'S'
                           PERFORM retenir-cle
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-IN-FILE.

      * ws-cote: 'A' record de l'ancien identifiant, 'N' du
      * nouveau, blanc pour un autre operateur.
       situer-record.
           MOVE WIN-RECORD(ws-id-offset:10) TO ws-id-rec
           MOVE SPACE TO ws-cote
           IF ws-id-rec = ws-ancien
               MOVE 'A' TO ws-cote
           END-IF
           IF ws-id-rec = ws-nouveau
               MOVE 'N' TO ws-cote
           END-IF.

      * Cle d'unicite par operateur: DIFOPER une fiche (cle a
      * blanc), CERTMAST le type d'exercice, TRNPLAN la semaine
      * et le programme, POINTS et GAMESUMM le mois.
       former-cle.
           MOVE SPACES TO ws-cle
           MOVE 0 TO ws-niveau
           EVALUATE ws-nom-entree
               WHEN 'CERTMAST'
               WHEN 'CERTPREV'
                   MOVE WIN-RECORD(11:10) TO ws-cle
                   MOVE WIN-RECORD(21:1) TO ws-niveau
               WHEN 'TRNPLAN'
                   MOVE WIN-RECORD(1:8) TO ws-cle(1:8)
                   MOVE WIN-RECORD(19:13) TO ws-cle(9:13)
               WHEN 'POINTS'
                   MOVE WIN-RECORD(1:6) TO ws-cle
               WHEN 'GAMESUMM'
                   MOVE WIN-RECORD(1:6) TO ws-cle
           END-EVALUATE.

       chercher-cle.
           MOVE 'N' TO ws-found
           PERFORM VARYING ws-search-idx FROM 1 BY 1
                   UNTIL ws-search-idx > ws-cle-count
               IF CL-CLE (ws-search-idx) = ws-cle
                   MOVE 'Y' TO ws-found
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Regle 'U': la fiche du nouvel identifiant l'emporte, sauf
      * en CERTMAST (et sa copie CERTPREV) ou le niveau le plus
      * haut est garde.
      * Regle 'C': les compteurs des deux fiches sont cumules,
      * meilleur score le plus bas des deux.
       retenir-cle.
           PERFORM former-cle
           PERFORM chercher-cle
           IF ws-found = 'N'
               IF ws-cle-count < 500
                   ADD 1 TO ws-cle-count
                   MOVE ws-cle-count TO ws-search-idx
                   MOVE ws-cle TO CL-CLE (ws-search-idx)
                   MOVE ws-cote TO CL-GAGNANT (ws-search-idx)
                   MOVE ws-niveau TO CL-NIVEAU (ws-search-idx)
                   MOVE 'N' TO CL-ECRIT (ws-search-idx)
                   MOVE 0 TO CL-VAL-1 (ws-search-idx)
                   MOVE 0 TO CL-VAL-2 (ws-search-idx)
                   MOVE 0 TO CL-VAL-3 (ws-search-idx)
                   MOVE 999 TO CL-BEST (ws-search-idx)
               ELSE
                   IF ws-cle-full-warned = 'N'
                       DISPLAY 'Limite de 500 cles atteinte dans '
                           ws-nom-entree '; fiches suivantes '
                           'renommees sans fusion.'
                       MOVE 'Y' TO ws-cle-full-warned
                       IF ws-rc < 4
                           MOVE 4 TO ws-rc
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF ws-regle = 'U'
                   IF ws-nom-entree = 'CERTMAST'
                           OR ws-nom-entree = 'CERTPREV'
                       IF ws-niveau > CL-NIVEAU (ws-search-idx)
                           MOVE ws-cote
                               TO CL-GAGNANT (ws-search-idx)
                           MOVE ws-niveau
                               TO CL-NIVEAU (ws-search-idx)
                       END-IF
                       IF ws-niveau = CL-NIVEAU (ws-search-idx)
                               AND ws-cote = 'N'
                           MOVE 'N' TO CL-GAGNANT (ws-search-idx)
                       END-IF
                   ELSE
                       IF ws-cote = 'N'
                           MOVE 'N' TO CL-GAGNANT (ws-search-idx)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ws-regle = 'C'
               PERFORM cumuler-cle
           END-IF.

       cumuler-cle.
           IF ws-nom-entree = 'POINTS'
               MOVE WIN-RECORD TO POINTS-RECORD
               ADD PTS-GAME-POINTS TO CL-VAL-1 (ws-search-idx)
               ADD PTS-QUIZ-POINTS TO CL-VAL-2 (ws-search-idx)
               ADD PTS-TOTAL-POINTS TO CL-VAL-3 (ws-search-idx)
           ELSE
               MOVE WIN-RECORD TO GAMESUM-RECORD
               ADD GSM-GAMES TO CL-VAL-1 (ws-search-idx)
               ADD GSM-WINS TO CL-VAL-2 (ws-search-idx)
               ADD GSM-TOTAL-ATTEMPTS TO CL-VAL-3 (ws-search-idx)
               IF GSM-BEST < CL-BEST (ws-search-idx)
                   MOVE GSM-BEST TO CL-BEST (ws-search-idx)
               END-IF
           END-IF.

       recopier-vers-travail.
           MOVE 'N' TO ws-eof
           OPEN INPUT WORK-IN-FILE
           OPEN OUTPUT WORK-TMP-FILE
           PERFORM UNTIL ws-eof = 'Y'
               READ WORK-IN-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM situer-record
                       IF ws-cote = SPACE
                           PERFORM ecrire-travail
                       ELSE
                           PERFORM reporter-record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-IN-FILE
           CLOSE WORK-TMP-FILE.

      * Une fiche perdante ('U') ou deja cumulee ('C') est
      * absorbee; les autres repartent sous le nouvel identifiant.
       reporter-record.
           IF ws-regle NOT = 'S'
               PERFORM former-cle
               PERFORM chercher-cle
               IF ws-found = 'Y'
                   IF ws-regle = 'U'
                       IF CL-GAGNANT (ws-search-idx) NOT = ws-cote
                           ADD 1 TO ws-fusionnes
                           EXIT PARAGRAPH
                       END-IF
                   ELSE
                       IF CL-ECRIT (ws-search-idx) = 'Y'
                           ADD 1 TO ws-fusionnes
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM former-cumul
                       MOVE 'Y' TO CL-ECRIT (ws-search-idx)
                   END-IF
               END-IF
           END-IF
           MOVE ws-nouveau TO WIN-RECORD(ws-id-offset:10)
           PERFORM ecrire-travail.

       former-cumul.
           IF ws-nom-entree = 'POINTS'
               MOVE WIN-RECORD TO POINTS-RECORD
               MOVE CL-VAL-1 (ws-search-idx) TO PTS-GAME-POINTS
               MOVE CL-VAL-2 (ws-search-idx) TO PTS-QUIZ-POINTS
               MOVE CL-VAL-3 (ws-search-idx) TO PTS-TOTAL-POINTS
               MOVE POINTS-RECORD TO WIN-RECORD
           ELSE
               MOVE WIN-RECORD TO GAMESUM-RECORD
               MOVE CL-VAL-1 (ws-search-idx) TO GSM-GAMES
               MOVE CL-VAL-2 (ws-search-idx) TO GSM-WINS
               MOVE CL-VAL-3 (ws-search-idx) TO GSM-TOTAL-ATTEMPTS
               MOVE CL-BEST (ws-search-idx) TO GSM-BEST
               MOVE GAMESUM-RECORD TO WIN-RECORD
           END-IF.

       ecrire-travail.
           ADD 1 TO ws-ap-total
           PERFORM situer-record
           IF ws-cote = 'A'
               ADD 1 TO ws-ap-ancien
           END-IF
           IF ws-cote = 'N'
               ADD 1 TO ws-ap-nouveau
           END-IF
           WRITE WTM-RECORD FROM WIN-RECORD.

       recopier-travail.
           MOVE 'N' TO ws-eof
           OPEN INPUT WORK-TMP-FILE
           OPEN OUTPUT WORK-IN-FILE
           PERFORM UNTIL ws-eof = 'Y'
               READ WORK-TMP-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE WIN-RECORD FROM WTM-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-TMP-FILE
           CLOSE WORK-IN-FILE.

      * Le journal reecrit repart avec son compte exact dans
      * LOGCTL, sinon Logverif verrait une fusion comme une
      * troncature au prochain TRNBATCH.
       pointer-controle.
           IF ws-controle = 'Y'
               MOVE 'R' TO LCT-ACTION
               MOVE ws-nom-entree TO LCT-FILE-NAME
               MOVE ws-ap-total TO LCT-ADDED
               CALL 'Logctl' USING LOGCTL-DEMANDE
           END-IF.

       afficher-controle.
           ADD 1 TO ws-fichiers-traites
           ADD ws-av-ancien TO ws-total-rekeyes
           SUBTRACT ws-ap-ancien FROM ws-total-rekeyes
           ADD ws-fusionnes TO ws-total-fusionnes
           DISPLAY ws-nom-entree
               ' avant total:' ws-av-total
               ' ancien:' ws-av-ancien
               ' nouveau:' ws-av-nouveau
           DISPLAY '         apres total:' ws-ap-total
               ' ancien:' ws-ap-ancien
               ' nouveau:' ws-ap-nouveau
               ' fusions:' ws-fusionnes.

      * Le nouvel identifiant est cree au besoin, l'ancien est
      * desactive; chaque changement laisse sa ligne OPERHIST.
       mettre-a-jour-master.
           OPEN EXTEND OPER-HIST-FILE
           IF ws-operhist-status = "35"
               OPEN OUTPUT OPER-HIST-FILE
               CLOSE OPER-HIST-FILE
               OPEN EXTEND OPER-HIST-FILE
           END-IF
           IF ws-operhist-status NOT = "00"
               DISPLAY 'Erreur ouverture OPERHIST: '
                   ws-operhist-status
               MOVE 8 TO ws-rc
           END-IF
           IF ws-creation = 'Y'
               MOVE ws-fiche-ancien TO OPERATOR-RECORD
               MOVE ws-nouveau TO OPR-ID
               MOVE 'A' TO OPR-ACTIVE
               MOVE SPACES TO ws-image-avant
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY 'Creation refusee: ' ws-nouveau
                       MOVE 8 TO ws-rc
                   NOT INVALID KEY
                       MOVE 'A' TO ws-action-hist
                       PERFORM ecrire-historique
                       DISPLAY 'OPERMAST: ' ws-nouveau ' cree.'
               END-WRITE
           END-IF
           MOVE ws-ancien TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO OPR-ACTIVE
           END-READ
           IF OPR-ACTIVE = 'A'
               MOVE OPERATOR-RECORD TO ws-image-avant
               MOVE 'I' TO OPR-ACTIVE
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY 'Desactivation refusee: ' ws-ancien
                           ' (' ws-opermast-status ')'
                       MOVE 8 TO ws-rc
                   NOT INVALID KEY
                       MOVE 'D' TO ws-action-hist
                       PERFORM ecrire-historique
                       DISPLAY 'OPERMAST: ' ws-ancien ' desactive.'
               END-REWRITE
           ELSE
               DISPLAY 'OPERMAST: ' ws-ancien ' deja inactif.'
           END-IF
           IF ws-operhist-status = "00"
               CLOSE OPER-HIST-FILE
           END-IF.

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
