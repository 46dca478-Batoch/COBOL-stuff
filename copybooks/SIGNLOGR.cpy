      *-----------------------------------------------------------
      * SIGNLOGR - mouvement du registre des presences (SIGNLOG
      * file), une ligne par sign-on accepte ('E') et par sortie
      * ('S'), ecrite par Signreg en plus de la mise a jour de
      * SIGNON. SIGNON ne garde que les presents; SIGNLOG garde
      * la trace de quel operateur a tenu quel terminal et quand,
      * pour le rapport d'utilisation des terminaux (Termrpt).
      * Le fichier grossit par ajout en fin.
      *-----------------------------------------------------------
       01  SIGNLOG-RECORD.
           05  SGL-OPERATOR-ID     PIC X(10).
           05  SGL-TERMINAL        PIC X(8).
           05  SGL-DATE            PIC X(8).
           05  SGL-TIME            PIC X(8).
           05  SGL-ACTION          PIC X.
