       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCJOUV.
      *****************************************************************
      * Sous-programme commun du calendrier des jours ouvres : recoit
      * une date (zone JOUV-PARAMETRES, copybook CALCJOUP) et rend si
      * elle est ouvree. Le samedi et le dimanche sont chomes sauf
      * s'ils figurent au calendrier (CALCCAL.DAT, maintenu par
      * CALCCLMT) comme exceptionnellement travailles ; un jour de
      * semaine est ouvre sauf s'il figure au calendrier comme ferie
      * ou ferme. Une date qui n'existe pas est rendue invalide.
      *
      * Le calendrier est ouvert au premier appel et reste ouvert
      * pour les appels suivants du meme passage. S'il est absent,
      * seul le week-end est chome : un message le signale une fois,
      * sans arreter le programme appelant. Utilise par CALCEDIT,
      * CALCCHNE, CALCCLOS, CALCTRND, CALCRJAG et CALCLBLQ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "CALCCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       01  WS-CAL-ETAT-SW       PIC X VALUE "N".
           88  WS-CAL-A-OUVRIR        VALUE "N".
           88  WS-CAL-OUVERT          VALUE "O".
           88  WS-CAL-ABSENT          VALUE "A".
       01  WS-JOUR-SEMAINE      PIC 9.
           88  WS-WEEK-END            VALUE 0 6.

       LINKAGE SECTION.
       COPY CALCJOUP.

       PROCEDURE DIVISION USING JOUV-PARAMETRES.
       CALCJOUV-PRINCIPAL.
           MOVE SPACES TO JOUV-LIBELLE
           IF JOUV-DATE NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(JOUV-DATE) NOT = 0
               SET JOUV-DATE-INVALIDE TO TRUE
               GOBACK
           END-IF
           IF WS-CAL-A-OUVRIR
               PERFORM OUVRIR-CALENDRIER
           END-IF

           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(JOUV-DATE), 7)
           IF WS-WEEK-END
               SET JOUV-NON-OUVRE TO TRUE
               IF WS-JOUR-SEMAINE = 6
                   MOVE "SAMEDI" TO JOUV-LIBELLE
               ELSE
                   MOVE "DIMANCHE" TO JOUV-LIBELLE
               END-IF
           ELSE
               SET JOUV-OUVRE TO TRUE
           END-IF

           IF WS-CAL-OUVERT
               MOVE JOUV-DATE TO CAL-DATE
               READ CAL-FILE
               EVALUATE TRUE
                   WHEN WS-CAL-STATUT-OK
                       IF CAL-OUVRE
                           SET JOUV-OUVRE TO TRUE
                           MOVE SPACES TO JOUV-LIBELLE
                       ELSE
                           SET JOUV-NON-OUVRE TO TRUE
                           MOVE CAL-LIBELLE TO JOUV-LIBELLE
                       END-IF
                   WHEN WS-CAL-INTROUVABLE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERREUR LECTURE CALCCAL.DAT, CODE "
                           WS-CAL-STATUS
               END-EVALUATE
           END-IF
           GOBACK.

       OUVRIR-CALENDRIER.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUT-OK
               SET WS-CAL-OUVERT TO TRUE
           ELSE
               DISPLAY "CALENDRIER ABSENT OU ILLISIBLE : CALCCAL.DAT, "
                   "CODE " WS-CAL-STATUS ", seul le week-end est chome"
               SET WS-CAL-ABSENT TO TRUE
           END-IF.
