      * SGK-ACTION 'E' enregistre le sign-on de SGK-OPERATOR-ID
      * (SGK-REFUS repond 'Y' et SGK-TERMINAL nomme le poste
      * tenant quand l'identifiant est deja signe ailleurs), 'S'
      * retire la fiche a la sortie. SGK-MOTIF dit la raison d'un
      * refus: 'D' identifiant deja signe sur SGK-TERMINAL, 'T'
      * poste SGK-TERMINAL inconnu de TERMMAST ou hors service.
      *-----------------------------------------------------------
       01  SIGNON-DEMANDE.
           05  SGK-ACTION          PIC X.
           05  SGK-OPERATOR-ID     PIC X(10).
           05  SGK-REFUS           PIC X.
           05  SGK-TERMINAL        PIC X(8).
           05  SGK-MOTIF           PIC X.
