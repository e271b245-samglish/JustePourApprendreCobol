       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCLMT.
      *****************************************************************
      * Maintenance du calendrier des jours ouvres (CALCCAL.DAT,
      * copybook CALCCAL) par le superviseur. Le samedi et le
      * dimanche sont chomes d'office ; seules les exceptions sont
      * enregistrees :
      *   F  jour ferie (1er janvier, lundi de Paques, ...) ;
      *   C  fermeture exceptionnelle ou pont ;
      *   O  samedi ou dimanche exceptionnellement travaille.
      * Le chargement d'une annee (choix N) enchaine la saisie des
      * jours de l'annee demandee (MMJJ, type, libelle) jusqu'a une
      * saisie vide ; c'est la maniere habituelle de preparer
      * l'annee suivante en fin d'exercice. L'ajout (A) et la
      * suppression (S) d'un jour isole servent aux corrections en
      * cours d'annee ; la liste (L) edite a l'ecran les exceptions
      * d'une annee. Le fichier est cree vide au premier lancement.
      * Le calendrier est exploite par le sous-programme commun
      * CALCJOUV (CALCEDIT, CALCCHNE, CALCCLOS, CALCTRND, CALCRJAG
      * et CALCLBLQ).
      * En fin de session, les statistiques (jours consultes et mis a
      * jour, code retour) sont ajoutees a CALCSTAT.DAT via CALCSTAW
      * pour la surveillance du matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "CALCCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       COPY CALCCAL.

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS        PIC X(2).
           88  WS-CAL-STATUT-OK       VALUE "00".
           88  WS-CAL-INTROUVABLE     VALUE "23".
           88  WS-CAL-FICHIER-ABSENT  VALUE "35".
       01  WS-FIN-SAISIE-SW     PIC X VALUE "N".
           88  WS-FIN-SAISIE          VALUE "O".
       01  WS-FIN-ANNEE-SW      PIC X.
           88  WS-FIN-ANNEE           VALUE "O".
       01  WS-FIN-LISTE-SW      PIC X.
           88  WS-FIN-LISTE           VALUE "O".
       01  WS-CHOIX             PIC X.
           88  WS-CHOIX-ANNEE          VALUE "N".
           88  WS-CHOIX-AJOUT          VALUE "A".
           88  WS-CHOIX-SUPPRESSION    VALUE "S".
           88  WS-CHOIX-LISTE          VALUE "L".
           88  WS-CHOIX-FIN            VALUE "F".
       01  WS-SAISIE-ANNEE      PIC X(4).
       01  WS-ANNEE             PIC 9(4).
       01  WS-SAISIE-MMJJ       PIC X(4).
       01  WS-SAISIE-DATE       PIC X(8).
       01  WS-DATE-JOUR         PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05  WS-DJ-ANNEE      PIC 9(4).
           05  WS-DJ-MMJJ       PIC 9(4).
       01  WS-SAISIE-TYPE       PIC X.
       01  WS-SAISIE-LIBELLE    PIC X(25).
       01  WS-SAISIE-VALIDE-SW  PIC X.
           88  WS-SAISIE-VALIDE        VALUE "O".
       01  WS-NB-CONSULTES      PIC 9(5) VALUE 0.
       01  WS-NB-MAJ            PIC 9(5) VALUE 0.
       01  WS-NB-JOURS-ANNEE    PIC 9(3).
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       COPY CALCSTAT.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO STAT-HEURE-DEBUT
           PERFORM OUVRIR-CALENDRIER

           PERFORM UNTIL WS-FIN-SAISIE
               DISPLAY "Charger une annee (N), Ajouter un jour (A), "
                   "Supprimer un jour (S), Lister une annee (L) "
                   "ou Fin (F) ?"
               ACCEPT WS-CHOIX
               MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX
               EVALUATE TRUE
                   WHEN WS-CHOIX-ANNEE
                       PERFORM CHARGER-UNE-ANNEE
                   WHEN WS-CHOIX-AJOUT
                       PERFORM AJOUTER-UN-JOUR
                   WHEN WS-CHOIX-SUPPRESSION
                       PERFORM SUPPRIMER-UN-JOUR
                   WHEN WS-CHOIX-LISTE
                       PERFORM LISTER-UNE-ANNEE
                   WHEN WS-CHOIX-FIN
                       SET WS-FIN-SAISIE TO TRUE
                   WHEN OTHER
                       DISPLAY "Choix non reconnu, recommencez."
               END-EVALUATE
           END-PERFORM

           CLOSE CAL-FILE
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       OUVRIR-CALENDRIER.
           OPEN I-O CAL-FILE
           IF WS-CAL-FICHIER-ABSENT
               DISPLAY "CALCCAL.DAT absent, creation du fichier."
               OPEN OUTPUT CAL-FILE
               CLOSE CAL-FILE
               OPEN I-O CAL-FILE
           END-IF
           IF NOT WS-CAL-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCAL.DAT, CODE "
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SAISIR-ANNEE.
           MOVE "N" TO WS-SAISIE-VALIDE-SW
           PERFORM UNTIL WS-SAISIE-VALIDE
               DISPLAY "Annee (AAAA) : "
               ACCEPT WS-SAISIE-ANNEE
               IF WS-SAISIE-ANNEE NUMERIC
                   AND WS-SAISIE-ANNEE >= "1601"
                   MOVE WS-SAISIE-ANNEE TO WS-ANNEE
                   SET WS-SAISIE-VALIDE TO TRUE
               ELSE
                   DISPLAY "Annee invalide, recommencez."
               END-IF
           END-PERFORM.

       CHARGER-UNE-ANNEE.
           PERFORM SAISIR-ANNEE
           MOVE 0 TO WS-NB-JOURS-ANNEE
           MOVE "N" TO WS-FIN-ANNEE-SW
           PERFORM UNTIL WS-FIN-ANNEE
               DISPLAY "Jour de l'annee " WS-ANNEE
                   " (MMJJ, vide = fin de saisie) : "
               ACCEPT WS-SAISIE-MMJJ
               IF WS-SAISIE-MMJJ = SPACES
                   SET WS-FIN-ANNEE TO TRUE
               ELSE
                   IF WS-SAISIE-MMJJ NUMERIC
                       MOVE WS-ANNEE TO WS-DJ-ANNEE
                       MOVE WS-SAISIE-MMJJ TO WS-DJ-MMJJ
                       PERFORM ENREGISTRER-UN-JOUR
                   ELSE
                       DISPLAY "Jour invalide : " WS-SAISIE-MMJJ
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-NB-JOURS-ANNEE " jour(s) enregistre(s) pour "
               WS-ANNEE.

       AJOUTER-UN-JOUR.
           DISPLAY "Date (AAAAMMJJ) : "
           ACCEPT WS-SAISIE-DATE
           IF WS-SAISIE-DATE NUMERIC
               MOVE WS-SAISIE-DATE TO WS-DATE-JOUR
               PERFORM ENREGISTRER-UN-JOUR
           ELSE
               DISPLAY "Date invalide : " WS-SAISIE-DATE
           END-IF.

       ENREGISTRER-UN-JOUR.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-JOUR) NOT = 0
               DISPLAY "Date inexistante : " WS-DATE-JOUR
           ELSE
               PERFORM SAISIR-TYPE
               DISPLAY "Libelle (ex. LUNDI DE PAQUES) : "
               ACCEPT WS-SAISIE-LIBELLE
               MOVE WS-DATE-JOUR TO CAL-DATE
               MOVE WS-SAISIE-TYPE TO CAL-TYPE
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-LIBELLE)
                   TO CAL-LIBELLE
               WRITE CAL-RECORD
                   INVALID KEY
                       DISPLAY "Jour deja au calendrier : "
                           WS-DATE-JOUR
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-MAJ
                       ADD 1 TO WS-NB-JOURS-ANNEE
                       DISPLAY "Jour enregistre : " WS-DATE-JOUR
               END-WRITE
           END-IF.

       SAISIR-TYPE.
           MOVE "N" TO WS-SAISIE-VALIDE-SW
           PERFORM UNTIL WS-SAISIE-VALIDE
               DISPLAY "Type : ferie (F), fermeture (C) ou "
                   "ouvre exceptionnel (O) : "
               ACCEPT WS-SAISIE-TYPE
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE)
                   TO WS-SAISIE-TYPE
               MOVE WS-SAISIE-TYPE TO CAL-TYPE
               IF CAL-TYPE-VALIDE
                   SET WS-SAISIE-VALIDE TO TRUE
               ELSE
                   DISPLAY "Type non reconnu, recommencez."
               END-IF
           END-PERFORM.

       SUPPRIMER-UN-JOUR.
           DISPLAY "Date a retirer du calendrier (AAAAMMJJ) : "
           ACCEPT WS-SAISIE-DATE
           IF WS-SAISIE-DATE NOT NUMERIC
               DISPLAY "Date invalide : " WS-SAISIE-DATE
           ELSE
               MOVE WS-SAISIE-DATE TO CAL-DATE
               READ CAL-FILE
               EVALUATE TRUE
                   WHEN WS-CAL-STATUT-OK
                       ADD 1 TO WS-NB-CONSULTES
                       DELETE CAL-FILE
                       IF NOT WS-CAL-STATUT-OK
                           DISPLAY "ERREUR SUPPRESSION CALCCAL.DAT, "
                               "CODE " WS-CAL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NB-MAJ
                       DISPLAY "Jour retire : " CAL-DATE " "
                           CAL-LIBELLE
                   WHEN WS-CAL-INTROUVABLE
                       DISPLAY "Jour absent du calendrier : "
                           WS-SAISIE-DATE
                   WHEN OTHER
                       DISPLAY "ERREUR LECTURE CALCCAL.DAT, CODE "
                           WS-CAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       LISTER-UNE-ANNEE.
           PERFORM SAISIR-ANNEE
           MOVE 0 TO WS-NB-JOURS-ANNEE
           MOVE "N" TO WS-FIN-LISTE-SW
           MOVE WS-ANNEE TO WS-DJ-ANNEE
           MOVE 0 TO WS-DJ-MMJJ
           MOVE WS-DATE-JOUR TO CAL-DATE
           START CAL-FILE KEY >= CAL-DATE
               INVALID KEY
                   SET WS-FIN-LISTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-LISTE
               READ CAL-FILE NEXT
                   AT END
                       SET WS-FIN-LISTE TO TRUE
                   NOT AT END
                       IF CAL-DATE(1:4) = WS-SAISIE-ANNEE
                           ADD 1 TO WS-NB-CONSULTES
                           ADD 1 TO WS-NB-JOURS-ANNEE
                           DISPLAY "  " CAL-DATE "  " CAL-TYPE "  "
                               CAL-LIBELLE
                       ELSE
                           SET WS-FIN-LISTE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-NB-JOURS-ANNEE " exception(s) au calendrier "
               WS-ANNEE.

       ECRIRE-STATISTIQUES.
           MOVE "CALCCLMT" TO STAT-PROGRAMME
           MOVE WS-NB-CONSULTES TO STAT-NB-LUS
           MOVE WS-NB-MAJ TO STAT-NB-ECRITS
           MOVE 0 TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
