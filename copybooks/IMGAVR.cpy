      *-----------------------------------------------------------
      * IMGAVR - image avant d'un fichier maitre reecrit par la
      * chaine (DIFIMG pour DIFOPER, CERTIMG pour CERTMAST, PTSIMG
      * pour POINTS), tenue par le sous-programme Imgsauv et relue
      * par Imgrest. Le fichier porte plusieurs generations, une
      * par date de prise, dans l'ordre des prises: chaque image
      * est la copie brute des fiches du maitre (IMG-TYPE 'D')
      * suivie d'une fin d'image (IMF-TYPE 'F') qui donne le
      * programme preneur et le nombre de fiches. Une image sans
      * sa fin (prise interrompue) ne compte pas et tombe a la
      * prise suivante.
      *-----------------------------------------------------------
       01  IMGAV-RECORD.
           05  IMG-DATE            PIC X(8).
           05  IMG-TYPE            PIC X.
           05  IMG-DONNEES         PIC X(100).

       01  IMGAV-FIN.
           05  IMF-DATE            PIC X(8).
           05  IMF-TYPE            PIC X.
           05  IMF-FICHIER         PIC X(8).
           05  IMF-HEURE           PIC X(8).
           05  IMF-PROGRAM         PIC X(13).
           05  IMF-ENREGS          PIC 9(7).
