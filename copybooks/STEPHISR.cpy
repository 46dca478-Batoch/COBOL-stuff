      *-----------------------------------------------------------
      * STEPHISR - historique permanent des durees d'etape
      * (STEPHIST file), une ligne ajoutee par le sous-programme
      * Jobstate a chaque fin d'etape pointee ('F'), pour les
      * chaines TRNBATCH et TRNMONTH. Contrairement a JOBSTATE,
      * qui ne garde que le jour, ce fichier n'est jamais reecrit.
      * STH-DUREE est en secondes, passage de minuit compris.
      *-----------------------------------------------------------
       01  STEPHIST-RECORD.
           05  STH-DATE            PIC X(8).
           05  STH-PROGRAM         PIC X(13).
           05  STH-START           PIC X(8).
           05  STH-END             PIC X(8).
           05  STH-DUREE           PIC 9(5).
           05  STH-RC              PIC 9(4).
