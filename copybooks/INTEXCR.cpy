      *-----------------------------------------------------------
      * INTEXCR - exception d'integrite (INTEXCP file) relevee par
      * le batch Intscan sur une partie Plusmoins de GAMELOG. Le
      * fichier est indexe sur la cle de la partie (INX-PARTIE,
      * meme disposition que GLG-KEY) suivie du motif, une partie
      * pouvant porter plusieurs motifs: 'S' semence non tiree de
      * l'heure, 'R' semence deja jouee par l'operateur, 'V'
      * victoires en 1 ou 2 essais anormalement frequentes ce
      * jour-la, 'D' session trop courte pour ses parties.
      * INX-STATUT: 'R' en revue, 'L' levee (partie valide), 'C'
      * confirmee (partie ecartee); le superviseur tranche par
      * Intmnt. Ptscalc ne paie pas les parties en 'R' ou 'C'.
      *-----------------------------------------------------------
       01  INTEXCP-RECORD.
           05  INX-KEY.
               10  INX-PARTIE.
                   15  INX-DATE        PIC X(8).
                   15  INX-OPERATOR-ID PIC X(10).
                   15  INX-TIME        PIC X(8).
               10  INX-MOTIF           PIC X.
           05  INX-SEED            PIC 9(8).
           05  INX-ATTEMPTS        PIC 99.
           05  INX-OUTCOME         PIC X(9).
           05  INX-DETAIL          PIC X(30).
           05  INX-STATUT          PIC X.
           05  INX-DETECTE         PIC X(8).
           05  INX-REVISEUR        PIC X(10).
           05  INX-REVU-DATE       PIC X(8).
