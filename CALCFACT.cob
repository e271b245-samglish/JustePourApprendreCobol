      * presents dans CALCREJ.DAT (fichier de la derniere passe non
      * recyclee) ; les comptes de rejets par lot viennent eux du
      * registre et couvrent tout le mois.
      * Chaque page porte le libelle complet du service, relu dans le
      * fichier maitre des services (CALCSERV.DAT, maintenu par
      * CALCSVMT) ; un service absent du maitre est signale comme
      * tel sur sa page.
      * En fin de passage, les statistiques (entrees du registre
      * lues, lignes editees, code retour) sont ajoutees a
      * CALCSTAT.DAT via CALCSTAW pour la surveillance du matin
           SELECT REPORT-FILE ASSIGN TO "CALCFACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SERV-FILE ASSIGN TO "CALCSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SERV-CODE
               FILE STATUS IS WS-SERV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  SERV-FILE.
       COPY CALCSERV.

       WORKING-STORAGE SECTION.
       01  WS-LOTR-STATUS       PIC X(2).
           88  WS-LOTR-STATUT-OK      VALUE "00".
           88  WS-REJ-FICHIER-ABSENT  VALUE "35".
       01  WS-RPT-STATUS        PIC X(2).
           88  WS-RPT-STATUT-OK       VALUE "00".
       01  WS-SERV-STATUS       PIC X(2).
           88  WS-SERV-STATUT-OK      VALUE "00".
           88  WS-SERV-FICHIER-ABSENT VALUE "35".
       01  WS-LIBELLE-SERVICE   PIC X(30).
       01  WS-FIN-REGISTRE-SW   PIC X VALUE "N".
           88  WS-FIN-REGISTRE        VALUE "O".
       01  WS-FIN-REJ-SW        PIC X VALUE "N".
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SERV-FILE
           IF WS-SERV-FICHIER-ABSENT
               DISPLAY "FICHIER DES SERVICES ABSENT : CALCSERV.DAT "
                   "introuvable, releve sans libelles"
           ELSE
               IF NOT WS-SERV-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCSERV.DAT, CODE "
                       WS-SERV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "RELEVE MENSUEL D'ACTIVITE PAR SERVICE - "
           END-PERFORM

           PERFORM ECRIRE-TOTAL-GENERAL
           CLOSE REPORT-FILE
           IF NOT WS-SERV-FICHIER-ABSENT
               CLOSE SERV-FILE
           END-IF.

       IMPRIMER-PAGE-SERVICE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           PERFORM VERIFIER-ECRITURE-RAPPORT
           DISPLAY REPORT-LINE
           PERFORM CHERCHER-LIBELLE-SERVICE
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-LIBELLE-SERVICE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE WS-SRV-VOLUME(WS-IDX-SERVICE) TO WS-VAL-EDIT
           PERFORM ECRIRE-LIGNE-EDIT.

       CHERCHER-LIBELLE-SERVICE.
           MOVE "SERVICE ABSENT DU MAITRE" TO WS-LIBELLE-SERVICE
           IF NOT WS-SERV-FICHIER-ABSENT
               MOVE WS-SRV-NOM(WS-IDX-SERVICE) TO SERV-CODE
               READ SERV-FILE
               IF WS-SERV-STATUT-OK
                   MOVE SERV-LIBELLE TO WS-LIBELLE-SERVICE
               END-IF
           END-IF.

       ECRIRE-TOTAL-GENERAL.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE
