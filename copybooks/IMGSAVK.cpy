      *-----------------------------------------------------------
      * IMGSAVK - bloc de demande passe au sous-programme Imgsauv
      * par les etapes qui reecrivent un fichier maitre, juste
      * avant la reecriture: ISV-FICHIER nomme le maitre, ISV-IMAGE
      * son fichier d'images (voir IMGAVR), ISV-PROGRAM l'appelant.
      * En retour ISV-RESULTAT vaut 'P' image prise (ISV-ENREGS
      * fiches), 'J' image du jour deja prise et conservee, 'E'
      * image impossible: l'appelant ne doit alors pas reecrire.
      * ISV-GENERATIONS rend le nombre d'images gardees.
      *-----------------------------------------------------------
       01  IMGSAUV-DEMANDE.
           05  ISV-FICHIER         PIC X(8).
           05  ISV-IMAGE           PIC X(8).
           05  ISV-PROGRAM         PIC X(13).
           05  ISV-RESULTAT        PIC X.
           05  ISV-ENREGS          PIC 9(7).
           05  ISV-GENERATIONS     PIC 99.
