      *-----------------------------------------------------------
      * CERTHISR - journal permanent des changements de
      * certification (CERTHIST file), alimente chaque nuit par
      * Certcmp en comparant le CERTMAST reecrit par Certbat a la
      * copie de la veille (CERTPREV). CHS-EVENEMENT: 'O' octroi
      * (aucun niveau la veille), 'H' hausse, 'B' baisse, 'R'
      * revocation (fiche disparue, CHS-NOUV-NIVEAU a 0 et
      * CHS-DATE-OCTROI a blanc). Jamais reecrit ni epure.
      *-----------------------------------------------------------
       01  CERTHIST-RECORD.
           05  CHS-DATE            PIC X(8).
           05  CHS-OPERATOR-ID     PIC X(10).
           05  CHS-DRILL-TYPE      PIC X(10).
           05  CHS-EVENEMENT       PIC X.
           05  CHS-ANC-NIVEAU      PIC 9.
           05  CHS-NOUV-NIVEAU     PIC 9.
           05  CHS-DATE-OCTROI     PIC X(8).
