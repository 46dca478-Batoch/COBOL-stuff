      *-----------------------------------------------------------
      * CERTREC - certification record (CERTMAST file), one per
      * operator and per drill type certifie. Le niveau (1 a 3)
      * suit la precision quiz soutenue, celle des seuls quiz
      * evalues sous supervision pour les niveaux 2 et 3; la date
      * est celle du premier octroi du niveau courant. Le fichier
      * est reecrit chaque nuit par Certbat d'apres DRILLSCR et
      * GAMELOG: une fiche absente vaut revocation.
      *-----------------------------------------------------------
       01  CERT-RECORD.
           05  CRT-OPERATOR-ID     PIC X(10).
