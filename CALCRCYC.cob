      * fichier des rejets corrige a la main (CALCREJ.DAT), reconstruit
      * un nouveau fichier de transactions multi-lots (CALCTRAN.DAT,
      * disposition CALCLOT) forme d'un seul lot RECYCLE date du jour,
      * service RECYCLAGE, et regenere la carte de controle
      * (CALCCTL.DAT) correspondante, pour resoumettre les
      * enregistrements corriges sans nouvelle saisie manuelle.
      *
      * Le RESULTAT et le statut de chaque enregistrement recycle sont
      * reinitialises : seul le calcul de la nouvelle passe fait foi.
      *
      * Le lot recycle suit ensuite la chaine a partir du decoupage,
      * sans CALCEDIT (il n'y a pas de remise CSV) : CALCPART
      * (reconciliation et partition RECYCLAGE, point de reprise de
      * la partition remis a zero), CALCBTCH avec le parametre
      * RECYCLAGE, CALCFUSN, CALCRESL puis CALCRETS. Le job
      * jcl/CALCRCYC.jcl enchaine ces pas ; il se soumet une fois la
      * chaine de nuit complete et avant la suivante, CALCRCYC
      * reprenant les rejets de la remise du jour.
      *
      * Grand livre des rejets : chaque rejet relu est recherche
      * dans CALCRJL.DAT par sa cle (REJ-DATE-RUN, lot, sequence).
      * Un rejet abandonne par un superviseur (CALCRJMT) n'est plus
      * recycle ; les autres sont recycles et marques au statut
      * recycle avec la date du jour. Un rejet sans date de passage
      * ou absent du grand livre (fichier des rejets anterieur au
      * grand livre) est recycle sans marquage.
      *
      * En fin de passage, les statistiques (rejets relus, details
      * recycles, rejets abandonnes ecartes, code retour) sont
      * ajoutees a CALCSTAT.DAT via CALCSTAW pour la surveillance du
      * matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTROL-FILE ASSIGN TO "CALCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RJL-FILE ASSIGN TO "CALCRJL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RJL-CLE
               FILE STATUS IS WS-RJL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY CALCCTL.

       FD  RJL-FILE.
       COPY CALCRJL.

       WORKING-STORAGE SECTION.
       COPY CALCREC.
           88  WS-TRANS-STATUT-OK     VALUE "00".
       01  WS-CTL-FILE-STATUS   PIC X(2).
           88  WS-CTL-STATUT-OK       VALUE "00".
       01  WS-RJL-FILE-STATUS   PIC X(2).
           88  WS-RJL-STATUT-OK       VALUE "00".
           88  WS-RJL-INTROUVABLE     VALUE "23".
           88  WS-RJL-FICHIER-ABSENT  VALUE "35".
       01  WS-GRAND-LIVRE-SW    PIC X VALUE "O".
           88  WS-GRAND-LIVRE-PRESENT VALUE "O".
           88  WS-GRAND-LIVRE-ABSENT  VALUE "N".
       01  WS-NB-REJETS-LUS     PIC 9(7) VALUE 0.
       01  WS-NB-RECYCLES       PIC 9(7) VALUE 0.
       01  WS-NB-ABANDONNES     PIC 9(7) VALUE 0.
       01  WS-NB-MARQUES        PIC 9(7) VALUE 0.
       01  WS-TOTAL-NOMBRE1     PIC S9(9)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-DATE-HEURE.
                   AT END
                       SET WS-FIN-REJETS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-REJETS-LUS
                       PERFORM CONSULTER-GRAND-LIVRE
                       IF RJL-ABANDONNE AND WS-RJL-STATUT-OK
                           ADD 1 TO WS-NB-ABANDONNES
                           DISPLAY "Rejet abandonne non recycle : "
                               "passage " REJ-DATE-RUN " lot " REJ-LOT
                               " sequence " REJ-NUM-ENTREE
                       ELSE
                           PERFORM RECYCLER-UN-REJET
                       END-IF
               END-READ
           END-PERFORM

           PERFORM ECRIRE-FIN-DE-LOT
           PERFORM ECRIRE-CARTE-CONTROLE
           CLOSE REJECT-FILE
           CLOSE TRANS-FILE
           IF WS-GRAND-LIVRE-PRESENT
               CLOSE RJL-FILE
           END-IF
           DISPLAY "CALCRCYC TERMINE"
           DISPLAY "  Rejets relus             : " WS-NB-REJETS-LUS
           DISPLAY "  Enregistrements recycles : " WS-NB-RECYCLES
           DISPLAY "  Dont marques au grand livre : " WS-NB-MARQUES
           DISPLAY "  Rejets abandonnes ecartes   : " WS-NB-ABANDONNES
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

                   WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RJL-FILE
           IF WS-RJL-FICHIER-ABSENT
               DISPLAY "GRAND LIVRE DES REJETS ABSENT : CALCRJL.DAT, "
                   "recyclage sans marquage"
               SET WS-GRAND-LIVRE-ABSENT TO TRUE
           ELSE
               IF NOT WS-RJL-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCRJL.DAT, CODE "
                       WS-RJL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CONSULTER-GRAND-LIVRE.
           MOVE SPACES TO RJL-STATUT
           MOVE "23" TO WS-RJL-FILE-STATUS
           IF WS-GRAND-LIVRE-PRESENT AND REJ-DATE-RUN IS NUMERIC
               MOVE REJ-DATE-RUN TO RJL-DATE-RUN
               MOVE REJ-LOT TO RJL-LOT
               MOVE REJ-NUM-ENTREE TO RJL-SEQUENCE
               READ RJL-FILE
               IF NOT WS-RJL-STATUT-OK AND NOT WS-RJL-INTROUVABLE
                   DISPLAY "ERREUR LECTURE CALCRJL.DAT, CODE "
                       WS-RJL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       MARQUER-RECYCLE.
           SET RJL-RECYCLE TO TRUE
           MOVE WS-DATE-HEURE-DATE TO RJL-DATE-RECYCLAGE
           REWRITE RJL-RECORD
           IF NOT WS-RJL-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCRJL.DAT, CODE "
                   WS-RJL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-MARQUES.

       RECYCLER-UN-REJET.
           MOVE REJ-DONNEES TO CALC-RECORD
           MOVE 0 TO RESULTAT OF CALC-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RJL-STATUT-OK
               PERFORM MARQUER-RECYCLE
           END-IF
           ADD 1 TO WS-NB-RECYCLES
           ADD NOMBRE1 OF CALC-RECORD TO WS-TOTAL-NOMBRE1.

           END-IF
           CLOSE CONTROL-FILE.

       ECRIRE-STATISTIQUES.
           MOVE "CALCRCYC" TO STAT-PROGRAMME
           MOVE WS-NB-REJETS-LUS TO STAT-NB-LUS
           MOVE WS-NB-RECYCLES TO STAT-NB-ECRITS
           MOVE WS-NB-ABANDONNES TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
