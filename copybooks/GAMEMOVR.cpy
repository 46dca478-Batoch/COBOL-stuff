      *-----------------------------------------------------------
      * GAMEMOVR - coup joue dans une partie de Plusmoins (GAMEMOVE
      * file), une ligne par nombre saisi. GMV-KEY reprend la cle
      * GLG-KEY de la partie dans GAMELOG; GMV-COUP numerote les
      * essais a partir de 1, GMV-VALEUR est le nombre saisi
      * (nbentre). GMV-REPONSE vaut 'P' quand le jeu a repondu
      * "plus petit", 'G' pour "plus grand", 'T' pour le coup
      * gagnant. GMV-MAX-RANGE garde la borne de la partie, que
      * GAMELOG ne porte pas. Les coups d'une partie sont ecrits
      * ensemble en fin de partie, a la suite du fichier.
      *-----------------------------------------------------------
       01  GAMEMOVE-RECORD.
           05  GMV-KEY.
               10  GMV-DATE        PIC X(8).
               10  GMV-OPERATOR-ID PIC X(10).
               10  GMV-TIME        PIC X(8).
           05  GMV-COUP            PIC 99.
           05  GMV-VALEUR          PIC 99.
           05  GMV-REPONSE         PIC X.
           05  GMV-MAX-RANGE       PIC 99.
