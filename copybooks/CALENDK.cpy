      *-----------------------------------------------------------
      * CALENDK - bloc de demande passe au sous-programme Calouvr:
      * CAK-ACTION 'J' dit si CAK-DATE est ouvre pour le
      * departement CAK-DEPT (blanc = tout l'atelier): CAK-OUVRE
      * repond 'Y' ou 'N' et CAK-LIBELLE porte le libelle de la
      * fiche CALENDAR en cause. 'S' compte dans CAK-JOURS les
      * jours ouvres des sept jours commencant a CAK-DATE (semaine
      * de plan, du lundi au dimanche).
      *-----------------------------------------------------------
       01  CALENDRIER-DEMANDE.
           05  CAK-ACTION          PIC X.
           05  CAK-DATE            PIC X(8).
           05  CAK-DEPT            PIC X(10).
           05  CAK-OUVRE           PIC X.
           05  CAK-JOURS           PIC 9.
           05  CAK-LIBELLE         PIC X(30).
