      *-----------------------------------------------------------
      * CALENDR - exception au calendrier ouvre de l'atelier
      * (CALENDAR file), une fiche par date et par departement.
      * Sans fiche, le lundi au vendredi est ouvre, le samedi et
      * le dimanche ne le sont pas. CAL-TYPE vaut 'F' pour un jour
      * ferie, 'C' pour une fermeture (arret usine, pont), 'O'
      * pour un jour ouvre hors semaine normale. CAL-DEPT a blanc
      * vaut pour tout l'atelier; la fiche d'un departement
      * l'emporte sur celle de l'atelier pour le meme jour.
      * CALENDAR est indexe sur CAL-KEY et entretenu par Calmnt;
      * les programmes le consultent par le sous-programme Calouvr.
      *-----------------------------------------------------------
       01  CALENDAR-RECORD.
           05  CAL-KEY.
               10  CAL-DATE        PIC X(8).
               10  CAL-DEPT        PIC X(10).
           05  CAL-TYPE            PIC X.
           05  CAL-LIBELLE         PIC X(30).
