      *-----------------------------------------------------------
      * DRILLANR - question posee en quiz par Manipulation ou
      * Manipulation2 (DRILLANS file), une ligne par question.
      * DRA-TIME est l'heure de debut de la seance: avec DRA-DATE
      * et l'operateur il rattache les questions au score DRILLSCR
      * de la meme seance. DRA-TYPE reprend les valeurs de
      * DRL-TYPE; DRA-OPERATION vaut '+', '-' ou 'X'. Une reponse
      * non numerique est gardee a -9999. DRA-CORRECT vaut 'O'
      * pour une bonne reponse, 'N' sinon. Le fichier grossit par
      * ajout en fin.
      *-----------------------------------------------------------
       01  DRILLANS-RECORD.
           05  DRA-OPERATOR-ID     PIC X(10).
           05  DRA-DATE            PIC X(8).
           05  DRA-TIME            PIC X(8).
           05  DRA-TYPE            PIC X(10).
           05  DRA-A               PIC 99.
           05  DRA-OPERATION       PIC X.
           05  DRA-B               PIC 99.
           05  DRA-ATTENDU         PIC S9(4) SIGN LEADING SEPARATE.
           05  DRA-REPONSE         PIC S9(4) SIGN LEADING SEPARATE.
           05  DRA-CORRECT         PIC X.
