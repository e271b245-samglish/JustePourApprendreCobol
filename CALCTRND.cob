      *     plus de 50 pour cent a la moyenne des jours precedents ;
      *   - CODE RETOUR EN ERREUR : pire code retour du jour
      *     superieur a 4.
      * Les jours non ouvres (samedi, dimanche, jours feries et de
      * fermeture du calendrier CALCCAL.DAT, sous-programme commun
      * CALCJOUV) ne sont pas des jours de production : un jour de
      * reference non ouvre ne donne lieu ni a PASSAGE MANQUANT ni a
      * VOLUME EN ECART, et le volume d'un jour ouvre se compare au
      * jour ouvre precedent, les passages de week-end ou de jour
      * ferie etant ignores dans la comparaison.
      * Un programme jamais passe n'apparait pas dans CALCSTAT.DAT et
      * ne peut donc pas etre signale manquant. Des anomalies
      * relevees : code retour 4 (CALCTRND.RPT).
       01  WS-IDX               PIC 9(3).
       01  WS-IDX-DEBUT         PIC 9(3).
       01  WS-IDX-REF           PIC 9(3).
       01  WS-IDX-PREC          PIC 9(3).
       01  WS-REF-OUVREE-SW     PIC X VALUE "O".
           88  WS-REF-OUVREE          VALUE "O".
       01  WS-LIBELLE-NON-OUVRE PIC X(25).
       COPY CALCJOUP.
       01  WS-HEURE-DECOUPE.
           05  WS-HD-HH         PIC 9(2).
           05  WS-HD-MM         PIC 9(2).
                   STOP RUN
               END-IF
               MOVE WS-DATE-SAISIE TO WS-DATE-REFERENCE
           END-IF
           MOVE WS-DATE-REFERENCE TO JOUV-DATE
           CALL "CALCJOUV" USING JOUV-PARAMETRES
           IF JOUV-NON-OUVRE
               MOVE "N" TO WS-REF-OUVREE-SW
               MOVE JOUV-LIBELLE TO WS-LIBELLE-NON-OUVRE
           END-IF.

       SELECTIONNER-PASSAGES.
           STRING "SURVEILLANCE DES PASSAGES AU " WS-DATE-REFERENCE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           IF NOT WS-REF-OUVREE
               MOVE SPACES TO REPORT-LINE
               STRING "JOUR NON OUVRE (" WS-LIBELLE-NON-OUVRE
                   ") : passages et volumes non controles"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           END-PERFORM

           PERFORM CHERCHER-JOUR-REFERENCE
           EVALUATE TRUE
               WHEN WS-IDX-REF = 0
                   IF WS-REF-OUVREE
                       PERFORM SIGNALER-PASSAGE-MANQUANT
                   END-IF
               WHEN OTHER
                   IF WS-REF-OUVREE
                       PERFORM CONTROLER-VOLUME
                   END-IF
                   PERFORM CONTROLER-DUREE
                   PERFORM CONTROLER-CODE-RETOUR
           END-EVALUATE.

       ECRIRE-LIGNE-JOUR.
           MOVE WS-JOUR-DATE(WS-IDX) TO WS-LJ-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       CHERCHER-JOUR-OUVRE-PRECEDENT.
           MOVE 0 TO WS-IDX-PREC
           MOVE WS-IDX-REF TO WS-IDX
           PERFORM UNTIL WS-IDX <= 1
               OR WS-IDX-PREC > 0
               SUBTRACT 1 FROM WS-IDX
               MOVE WS-JOUR-DATE(WS-IDX) TO JOUV-DATE
               CALL "CALCJOUV" USING JOUV-PARAMETRES
               IF JOUV-OUVRE
                   MOVE WS-IDX TO WS-IDX-PREC
               END-IF
           END-PERFORM.

       CONTROLER-VOLUME.
           PERFORM CHERCHER-JOUR-OUVRE-PRECEDENT
           IF WS-IDX-PREC > 0
               AND WS-JOUR-LUS(WS-IDX-PREC) > 0
               COMPUTE WS-ECART-POURCENT ROUNDED =
                   (WS-JOUR-LUS(WS-IDX-REF)
                   - WS-JOUR-LUS(WS-IDX-PREC)) * 100
                   / WS-JOUR-LUS(WS-IDX-PREC)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-ECART-POURCENT
               END-COMPUTE
                   MOVE WS-ECART-POURCENT TO WS-ECART-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ==> VOLUME EN ECART DE " WS-ECART-EDIT
                       " % PAR RAPPORT AU JOUR OUVRE PRECEDENT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
