       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRJAG.
      *****************************************************************
      * Etat d'anciennete des rejets ouverts, par service. Relit le
      * grand livre permanent des rejets (CALCRJL.DAT, copybook
      * CALCRJL) et retient chaque rejet encore au statut ouvert
      * (ni recycle par CALCRCYC, ni abandonne dans CALCRJMT). Son
      * anciennete est comptee en jours ouvres (sous-programme
      * CALCJOUV) : jours ouvres ecoules apres la date du passage
      * qui l'a rejete, jusqu'a aujourd'hui inclus. Le calcul est
      * fait une fois par date de passage.
      * Les rejets ouverts depuis plus de 2 jours ouvres sont tries
      * par service puis du plus ancien au plus recent, et edites
      * dans CALCRJAG.RPT avec leur tranche : plus de 2, plus de 5
      * ou plus de 10 jours ouvres. Chaque service est suivi du
      * nombre de rejets par tranche ; un total general clot l'etat.
      * Les rejets plus recents ne sont que comptes au bilan.
      * Un rejet edite au moins : code retour 4, pour que l'equipe
      * du matin relance les services concernes. Grand livre
      * absent : aucun rejet, code retour 0.
      * En fin de passage, les statistiques (grand livre lu, lignes
      * editees, rejets edites, code retour) sont ajoutees a
      * CALCSTAT.DAT via CALCSTAW pour la surveillance du matin
      * (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RJL-FILE ASSIGN TO "CALCRJL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJL-CLE
               FILE STATUS IS WS-RJL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCRJAG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "CALCSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  RJL-FILE.
       COPY CALCRJL.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       SD  SORT-FILE.
       01  TRI-RECORD.
           05  TRI-SERVICE          PIC X(10).
           05  TRI-AGE              PIC 9(5).
           05  TRI-DATE-RUN         PIC 9(8).
           05  TRI-LOT              PIC X(8).
           05  TRI-SEQUENCE         PIC 9(7).
           05  TRI-DATE-METIER      PIC 9(8).
           05  TRI-MOTIF            PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-RJL-STATUS        PIC X(2).
           88  WS-RJL-STATUT-OK       VALUE "00".
           88  WS-RJL-FICHIER-ABSENT  VALUE "35".
       01  WS-RPT-STATUS        PIC X(2).
           88  WS-RPT-STATUT-OK       VALUE "00".
       01  WS-FIN-RJL-SW        PIC X VALUE "N".
           88  WS-FIN-RJL             VALUE "O".
       01  WS-FIN-TRI           PIC X VALUE "N".
           88  WS-FIN-TRI-ATTEINTE    VALUE "O".
       01  WS-PREMIER-SW        PIC X VALUE "O".
           88  WS-PREMIER-SERVICE     VALUE "O".
       01  WS-SERVICE-COURANT   PIC X(10).
       01  WS-SEUIL-1           PIC 9(5) VALUE 2.
       01  WS-SEUIL-2           PIC 9(5) VALUE 5.
       01  WS-SEUIL-3           PIC 9(5) VALUE 10.
       01  WS-DATE-AGE-CALCULE  PIC 9(8) VALUE 0.
       01  WS-AGE-JOURS         PIC 9(5) VALUE 0.
       01  WS-JOUR-DEBUT        PIC 9(8).
       01  WS-JOUR-ENTIER       PIC 9(8).
       01  WS-JOUR-FIN          PIC 9(8).
       01  WS-LIB-TRANCHE       PIC X(6).
       01  WS-AGE-EDIT          PIC Z(4)9.

       01  WS-CUMULS-SERVICE.
           05  WS-SV-NB-2           PIC 9(7).
           05  WS-SV-NB-5           PIC 9(7).
           05  WS-SV-NB-10          PIC 9(7).
       01  WS-CUMULS-GENERAL.
           05  WS-GEN-NB-2          PIC 9(7) VALUE 0.
           05  WS-GEN-NB-5          PIC 9(7) VALUE 0.
           05  WS-GEN-NB-10         PIC 9(7) VALUE 0.

       01  WS-LIB-EDIT          PIC X(40).
       01  WS-CPT-EDIT          PIC Z(6)9.
       01  WS-NB-LUS            PIC 9(7) VALUE 0.
       01  WS-NB-OUVERTS        PIC 9(7) VALUE 0.
       01  WS-NB-RECENTS        PIC 9(7) VALUE 0.
       01  WS-NB-EDITES         PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES-RPT     PIC 9(7) VALUE 0.
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       COPY CALCJOUP.
       COPY CALCSTAT.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO STAT-HEURE-DEBUT
           COMPUTE WS-JOUR-FIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-HEURE-DATE)
           SORT SORT-FILE
               ON ASCENDING KEY TRI-SERVICE
               ON DESCENDING KEY TRI-AGE
               ON ASCENDING KEY TRI-DATE-RUN
                                TRI-LOT
                                TRI-SEQUENCE
               INPUT PROCEDURE IS SELECTIONNER-OUVERTS
               OUTPUT PROCEDURE IS EDITER-RAPPORT
           DISPLAY "CALCRJAG TERMINE"
           DISPLAY "  Rejets ouverts              : " WS-NB-OUVERTS
           DISPLAY "  Dont ouverts depuis 2 j. + : " WS-NB-EDITES
               " (voir CALCRJAG.RPT)"
           IF WS-NB-EDITES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       SELECTIONNER-OUVERTS.
           OPEN INPUT RJL-FILE
           IF WS-RJL-FICHIER-ABSENT
               DISPLAY "GRAND LIVRE DES REJETS ABSENT : CALCRJL.DAT "
                   "introuvable, aucun rejet ouvert"
               SET WS-FIN-RJL TO TRUE
           ELSE
               IF NOT WS-RJL-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCRJL.DAT, CODE "
                       WS-RJL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FIN-RJL
               READ RJL-FILE
                   AT END
                       SET WS-FIN-RJL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF RJL-OUVERT
                           ADD 1 TO WS-NB-OUVERTS
                           PERFORM CALCULER-ANCIENNETE
                           IF WS-AGE-JOURS > WS-SEUIL-1
                               PERFORM RETENIR-REJET
                           ELSE
                               ADD 1 TO WS-NB-RECENTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-RJL-FICHIER-ABSENT
               CLOSE RJL-FILE
           END-IF.

      *    grand livre lu dans l'ordre des cles : la date de passage
      *    ne change qu'a la rupture, l'anciennete est reprise telle
      *    quelle pour les rejets suivants du meme passage
       CALCULER-ANCIENNETE.
           IF RJL-DATE-RUN NOT = WS-DATE-AGE-CALCULE
               MOVE RJL-DATE-RUN TO WS-DATE-AGE-CALCULE
               MOVE 0 TO WS-AGE-JOURS
               COMPUTE WS-JOUR-DEBUT =
                   FUNCTION INTEGER-OF-DATE(RJL-DATE-RUN) + 1
               PERFORM VARYING WS-JOUR-ENTIER FROM WS-JOUR-DEBUT
                       BY 1 UNTIL WS-JOUR-ENTIER > WS-JOUR-FIN
                   COMPUTE JOUV-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
                   CALL "CALCJOUV" USING JOUV-PARAMETRES
                   IF JOUV-OUVRE
                       ADD 1 TO WS-AGE-JOURS
                   END-IF
               END-PERFORM
           END-IF.

       RETENIR-REJET.
           MOVE RJL-SERVICE TO TRI-SERVICE
           MOVE WS-AGE-JOURS TO TRI-AGE
           MOVE RJL-DATE-RUN TO TRI-DATE-RUN
           MOVE RJL-LOT TO TRI-LOT
           MOVE RJL-SEQUENCE TO TRI-SEQUENCE
           MOVE RJL-DATE-METIER TO TRI-DATE-METIER
           MOVE RJL-MOTIF TO TRI-MOTIF
           RELEASE TRI-RECORD.

       EDITER-RAPPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCRJAG.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "REJETS OUVERTS PAR SERVICE ET ANCIENNETE (JOURS "
               "OUVRES) AU " WS-DATE-HEURE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "  PASSAGE  LOT      SEQUENCE DATE MET. MOTIF "
               "  AGE TRANCHE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           PERFORM UNTIL WS-FIN-TRI-ATTEINTE
               RETURN SORT-FILE
                   AT END
                       SET WS-FIN-TRI-ATTEINTE TO TRUE
                   NOT AT END
                       PERFORM EDITER-UN-REJET
               END-RETURN
           END-PERFORM

           IF NOT WS-PREMIER-SERVICE
               PERFORM ECRIRE-SOUS-TOTAL
           END-IF
           PERFORM ECRIRE-TOTAL-GENERAL
           CLOSE REPORT-FILE.

       EDITER-UN-REJET.
           IF WS-PREMIER-SERVICE
               MOVE "N" TO WS-PREMIER-SW
               PERFORM OUVRIR-SERVICE
           ELSE
               IF TRI-SERVICE NOT = WS-SERVICE-COURANT
                   PERFORM ECRIRE-SOUS-TOTAL
                   PERFORM OUVRIR-SERVICE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN TRI-AGE > WS-SEUIL-3
                   MOVE "+10 J" TO WS-LIB-TRANCHE
                   ADD 1 TO WS-SV-NB-10
                   ADD 1 TO WS-GEN-NB-10
               WHEN TRI-AGE > WS-SEUIL-2
                   MOVE "+5 J" TO WS-LIB-TRANCHE
                   ADD 1 TO WS-SV-NB-5
                   ADD 1 TO WS-GEN-NB-5
               WHEN OTHER
                   MOVE "+2 J" TO WS-LIB-TRANCHE
                   ADD 1 TO WS-SV-NB-2
                   ADD 1 TO WS-GEN-NB-2
           END-EVALUATE
           ADD 1 TO WS-NB-EDITES
           MOVE TRI-AGE TO WS-AGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  " TRI-DATE-RUN " " TRI-LOT " " TRI-SEQUENCE
               "  " TRI-DATE-METIER " " TRI-MOTIF "    "
               WS-AGE-EDIT " " WS-LIB-TRANCHE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       OUVRIR-SERVICE.
           MOVE TRI-SERVICE TO WS-SERVICE-COURANT
           MOVE 0 TO WS-SV-NB-2
           MOVE 0 TO WS-SV-NB-5
           MOVE 0 TO WS-SV-NB-10
           MOVE SPACES TO REPORT-LINE
           STRING "SERVICE : " WS-SERVICE-COURANT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-SOUS-TOTAL.
           MOVE "  Ouverts depuis plus de 2 jours ouvres"
               TO WS-LIB-EDIT
           MOVE WS-SV-NB-2 TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  Ouverts depuis plus de 5 jours ouvres"
               TO WS-LIB-EDIT
           MOVE WS-SV-NB-5 TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  Ouverts depuis plus de 10 jours ouvres"
               TO WS-LIB-EDIT
           MOVE WS-SV-NB-10 TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT.

       ECRIRE-TOTAL-GENERAL.
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "TOUS SERVICES" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "  Rejets ouverts au grand livre" TO WS-LIB-EDIT
           MOVE WS-NB-OUVERTS TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  Ouverts depuis 2 jours ouvres ou moins"
               TO WS-LIB-EDIT
           MOVE WS-NB-RECENTS TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  Ouverts depuis plus de 2 jours ouvres"
               TO WS-LIB-EDIT
           MOVE WS-GEN-NB-2 TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  Ouverts depuis plus de 5 jours ouvres"
               TO WS-LIB-EDIT
           MOVE WS-GEN-NB-5 TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  Ouverts depuis plus de 10 jours ouvres"
               TO WS-LIB-EDIT
           MOVE WS-GEN-NB-10 TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT.

       ECRIRE-LIGNE-CPT.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LIB-EDIT DELIMITED BY SIZE
               WS-CPT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           WRITE REPORT-LINE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCRJAG.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-LIGNES-RPT.

       ECRIRE-STATISTIQUES.
           MOVE "CALCRJAG" TO STAT-PROGRAMME
           MOVE WS-NB-LUS TO STAT-NB-LUS
           MOVE WS-NB-LIGNES-RPT TO STAT-NB-ECRITS
           MOVE WS-NB-EDITES TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
