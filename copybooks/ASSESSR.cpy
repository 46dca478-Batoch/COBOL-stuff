      *-----------------------------------------------------------
      * ASSESSR - fenetre d'evaluation supervisee (ASSESS file),
      * ouverte par un superviseur dans Evalmnt pour un operateur:
      * le jour, l'heure de debut et de fin (HHMM, fin comprise)
      * et les programmes couverts ('Y'/'N' pour Plusmoins,
      * Manipulation et Manipulation2). Les parties et quiz
      * termines dans la fenetre sont marques du superviseur dans
      * GAMELOG et DRILLSCR (voir Evalchk). ASSESS est indexe sur
      * operateur + jour + debut; la date et l'heure de saisie
      * restent sur la fiche comme preuve pour les auditeurs.
      *-----------------------------------------------------------
       01  ASSESS-RECORD.
           05  ASW-KEY.
               10  ASW-OPERATOR-ID PIC X(10).
               10  ASW-DATE        PIC X(8).
               10  ASW-DEBUT       PIC X(4).
           05  ASW-FIN             PIC X(4).
           05  ASW-SUPERVISEUR     PIC X(10).
           05  ASW-PLUSMOINS       PIC X.
           05  ASW-MANIP1          PIC X.
           05  ASW-MANIP2          PIC X.
           05  ASW-SAISIE-DATE     PIC X(8).
           05  ASW-SAISIE-HEURE    PIC X(6).
