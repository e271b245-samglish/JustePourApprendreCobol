      *****************************************************************
      * CALCCAL - enregistrement du calendrier des jours ouvres
      * (CALCCAL.DAT, indexe par CAL-DATE). Le samedi et le dimanche
      * sont chomes par defaut ; le calendrier ne porte que les
      * exceptions, chargees chaque annee par le superviseur dans
      * CALCCLMT : jours feries (F), fermetures exceptionnelles ou
      * ponts (C), et samedis ou dimanches exceptionnellement
      * travailles (O). Le calendrier est lu par le sous-programme
      * commun CALCJOUV, qui seul decide si une date est ouvree.
      *****************************************************************
       01  CAL-RECORD.
           05  CAL-DATE             PIC 9(8).
           05  CAL-TYPE             PIC X.
               88  CAL-FERIE              VALUE "F".
               88  CAL-FERMETURE          VALUE "C".
               88  CAL-OUVRE              VALUE "O".
               88  CAL-TYPE-VALIDE        VALUE "F" "C" "O".
           05  CAL-LIBELLE          PIC X(25).
