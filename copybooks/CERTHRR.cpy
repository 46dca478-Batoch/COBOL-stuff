      *-----------------------------------------------------------
      * CERTHRR - fichier d'interface sortant vers les ressources
      * humaines (CERTHR file), recree chaque nuit par Certcmp.
      * Enregistrements fixes de 80 caracteres, type en tete:
      * 'H' entete (interface, emetteur, date et heure), 'D' un
      * detail par evenement du jour (memes evenements que
      * CERTHIST, en clair), 'T' trailer avec le compte des
      * details par evenement et le compte total d'enregistrements
      * entete et trailer compris. Une nuit sans evenement donne
      * un entete et un trailer a zero.
      *-----------------------------------------------------------
       01  CERTHR-ENTETE.
           05  CHE-TYPE            PIC X.
           05  CHE-INTERFACE       PIC X(8).
           05  CHE-EMETTEUR        PIC X(8).
           05  CHE-DATE            PIC X(8).
           05  CHE-HEURE           PIC X(6).
           05  FILLER              PIC X(49).
       01  CERTHR-DETAIL.
           05  CHD-TYPE            PIC X.
           05  CHD-OPERATOR-ID     PIC X(10).
           05  CHD-DRILL-TYPE      PIC X(10).
           05  CHD-EVENEMENT       PIC X(10).
           05  CHD-ANC-NIVEAU      PIC 9.
           05  CHD-NOUV-NIVEAU     PIC 9.
           05  CHD-DATE-EFFET      PIC X(8).
           05  FILLER              PIC X(39).
       01  CERTHR-TRAILER.
           05  CHT-TYPE            PIC X.
           05  CHT-NB-DETAILS      PIC 9(7).
           05  CHT-NB-OCTROIS      PIC 9(5).
           05  CHT-NB-HAUSSES      PIC 9(5).
           05  CHT-NB-BAISSES      PIC 9(5).
           05  CHT-NB-REVOCATIONS  PIC 9(5).
           05  CHT-NB-ENREG        PIC 9(7).
           05  FILLER              PIC X(45).
