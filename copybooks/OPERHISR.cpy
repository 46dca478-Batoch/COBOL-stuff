      *-----------------------------------------------------------
      * OPERHISR - historique des changements du master OPERMAST
      * (OPERHIST file), une ligne par ajout, modification,
      * desactivation ou reactivation faite par Opermnt, par le
      * report d'identifiant Oprekey ou par le chargement de
      * l'extrait RH Oprcharg. OPH-ACTION vaut 'A', 'M', 'D' ou
      * 'R'; OPH-AUTEUR est l'identifiant de la personne qui a
      * fait le changement ('OPREKEY' pour un report, 'OPRCHARG'
      * pour un mouvement RH). Les
      * images avant et apres reprennent OPERATOR-RECORD champ
      * pour champ (image avant a blanc sur un ajout). Le fichier n'est
      * jamais reecrit: chaque changement est ajoute en fin.
      *-----------------------------------------------------------
       01  OPERHIST-RECORD.
           05  OPH-DATE            PIC X(8).
           05  OPH-TIME            PIC X(8).
           05  OPH-ACTION          PIC X.
           05  OPH-AUTEUR          PIC X(10).
           05  OPH-AVANT.
               10  OPH-AV-ID       PIC X(10).
               10  OPH-AV-NAME     PIC X(30).
               10  OPH-AV-DEPT     PIC X(10).
               10  OPH-AV-ACTIVE   PIC X.
           05  OPH-APRES.
               10  OPH-AP-ID       PIC X(10).
               10  OPH-AP-NAME     PIC X(30).
               10  OPH-AP-DEPT     PIC X(10).
               10  OPH-AP-ACTIVE   PIC X.
