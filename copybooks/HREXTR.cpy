      *-----------------------------------------------------------
      * HREXTR - extrait quotidien des ressources humaines (HREXTR
      * file) applique a OPERMAST par Oprcharg. Enregistrements
      * fixes de 80 caracteres, type en tete: 'H' entete (nom de
      * l'interface et date de l'extrait), 'D' un mouvement, 'T'
      * trailer portant le nombre de mouvements. HRD-MOUVEMENT:
      * 'E' embauche (nom et departement obligatoires), 'M'
      * mutation (nouveau nom et/ou departement), 'S' sortie
      * (l'operateur passe inactif). La date d'effet est au format
      * AAAAMMJJ.
      *-----------------------------------------------------------
       01  HREXT-ENTETE.
           05  HRE-TYPE            PIC X.
           05  HRE-INTERFACE       PIC X(8).
           05  HRE-DATE            PIC X(8).
           05  FILLER              PIC X(63).
       01  HREXT-DETAIL.
           05  HRD-TYPE            PIC X.
           05  HRD-MOUVEMENT       PIC X.
           05  HRD-OPERATOR-ID     PIC X(10).
           05  HRD-NAME            PIC X(30).
           05  HRD-DEPT            PIC X(10).
           05  HRD-DATE-EFFET      PIC X(8).
           05  FILLER              PIC X(20).
       01  HREXT-TRAILER.
           05  HRT-TYPE            PIC X.
           05  HRT-NB-MOUVEMENTS   PIC 9(7).
           05  FILLER              PIC X(72).
