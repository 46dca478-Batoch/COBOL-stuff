      *-----------------------------------------------------------
      * EVALK - bloc de demande passe au sous-programme Evalchk:
      * EVK-PROGRAMME est le programme tel qu'il apparait dans
      * AUDITLOG (Plusmoins, Manipulation, Manipulation2), EVK-DATE
      * et EVK-HEURE (HHMM) l'instant ou le resultat est ecrit.
      * EVK-EVALUATEUR repond le superviseur de la fenetre ASSESS
      * ouverte a cet instant pour l'operateur et le programme,
      * ou blanc (entrainement libre).
      *-----------------------------------------------------------
       01  EVALUATION-DEMANDE.
           05  EVK-OPERATOR-ID     PIC X(10).
           05  EVK-PROGRAMME       PIC X(13).
           05  EVK-DATE            PIC X(8).
           05  EVK-HEURE           PIC X(4).
           05  EVK-EVALUATEUR      PIC X(10).
