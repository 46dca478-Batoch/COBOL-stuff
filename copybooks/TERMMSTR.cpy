      *-----------------------------------------------------------
      * TERMMSTR - fiche terminal (TERMMAST file), une par poste
      * d'entrainement: TMS-ID est le nom porte par le fichier
      * TERMID du poste (et repris dans SGN-TERMINAL), TMS-LIEU
      * son emplacement dans l'atelier, TMS-DEPT le departement
      * qui l'utilise. TMS-EN-SERVICE vaut 'Y' pour un poste en
      * service, 'N' pour un poste retire (panne, demenagement);
      * Signreg refuse le sign-on d'un poste inconnu ou retire.
      * TERMMAST est indexe sur TMS-ID et entretenu par Termmnt.
      * Le poste de la chaine de nuit (nom du TERMID de TRNBATCH)
      * doit y figurer en service, comme tout autre poste.
      *-----------------------------------------------------------
       01  TERMINAL-RECORD.
           05  TMS-ID              PIC X(8).
           05  TMS-LIEU            PIC X(20).
           05  TMS-DEPT            PIC X(10).
           05  TMS-EN-SERVICE      PIC X.
