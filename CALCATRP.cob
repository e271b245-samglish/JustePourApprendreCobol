       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCATRP.
      *****************************************************************
      * Etat des modifications en attente d'approbation depuis plus
      * d'un jour. Relit le fichier des demandes du double controle
      * (CALCATTN.DAT, depose par CALCCORR et CALCTXMT, traite par
      * CALCAPPR) et edite dans CALCATRP.RPT chaque demande encore
      * au statut en attente dont l'anciennete, calculee a la
      * seconde depuis la date et l'heure de la demande, depasse
      * 24 heures : demandeur, type, objet (cle du resultat a
      * corriger ou code taux a ajouter), anciennete en heures et
      * motif de la demande. Les demandes plus recentes ne sont que
      * comptees au bilan.
      * Une demande trop ancienne au moins : code retour 4, pour que
      * l'equipe du matin relance un second superviseur avant
      * qu'une correction ne reste bloquee. Fichier absent : aucune
      * demande, code retour 0.
      * En fin de passage, les statistiques (demandes lues, lignes
      * editees, demandes trop anciennes, code retour) sont ajoutees
      * a CALCSTAT.DAT via CALCSTAW pour la surveillance du matin
      * (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENTE-FILE ASSIGN TO "CALCATTN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATT-CLE
               FILE STATUS IS WS-ATT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCATRP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENTE-FILE.
       COPY CALCATTN.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ATT-STATUS        PIC X(2).
           88  WS-ATT-STATUT-OK       VALUE "00".
           88  WS-ATT-FICHIER-ABSENT  VALUE "35".
       01  WS-RPT-STATUS        PIC X(2).
           88  WS-RPT-STATUT-OK       VALUE "00".
       01  WS-FIN-ATTENTE-SW    PIC X VALUE "N".
           88  WS-FIN-ATTENTE         VALUE "O".
       01  WS-DELAI-MAX         PIC 9(7) VALUE 86400.
       01  WS-HEURE-JOUR.
           05  WS-HJ-HH             PIC 99.
           05  WS-HJ-MM             PIC 99.
           05  WS-HJ-SS             PIC 99.
       01  WS-HEURE-DEMANDE.
           05  WS-HD-HH             PIC 99.
           05  WS-HD-MM             PIC 99.
           05  WS-HD-SS             PIC 99.
       01  WS-AGE-SECONDES      PIC S9(11).
       01  WS-AGE-HEURES        PIC 9(7).
       01  WS-AGE-EDIT          PIC Z(6)9.
       01  WS-LIB-TYPE          PIC X(10).
       01  WS-OBJET             PIC X(40).
       01  WS-TAUX-EDIT         PIC ZZ9.9(6).
       01  WS-NB-LUES           PIC 9(7) VALUE 0.
       01  WS-NB-EN-ATTENTE     PIC 9(7) VALUE 0.
       01  WS-NB-ANCIENNES      PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES-RPT     PIC 9(7) VALUE 0.
       01  WS-CPT-EDIT          PIC Z(6)9.
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       COPY CALCSTAT.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO STAT-HEURE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO WS-HEURE-JOUR
           PERFORM OUVRIR-RAPPORT
           OPEN INPUT ATTENTE-FILE
           IF WS-ATT-FICHIER-ABSENT
               MOVE "CALCATTN.DAT ABSENT, AUCUNE DEMANDE EN ATTENTE"
                   TO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           ELSE
               IF NOT WS-ATT-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCATTN.DAT, CODE "
                       WS-ATT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FIN-ATTENTE
                   READ ATTENTE-FILE
                       AT END
                           SET WS-FIN-ATTENTE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           IF ATT-EN-ATTENTE
                               ADD 1 TO WS-NB-EN-ATTENTE
                               PERFORM CONTROLER-ANCIENNETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENTE-FILE
           END-IF
           PERFORM ECRIRE-BILAN-RAPPORT
           CLOSE REPORT-FILE
           DISPLAY "CALCATRP TERMINE"
           DISPLAY "  Demandes en attente          : "
               WS-NB-EN-ATTENTE
           DISPLAY "  Dont en attente depuis 24 h + : "
               WS-NB-ANCIENNES " (voir CALCATRP.RPT)"
           IF WS-NB-ANCIENNES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       OUVRIR-RAPPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCATRP.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "DEMANDES EN ATTENTE D'APPROBATION DEPUIS PLUS "
               "D'UN JOUR AU " WS-DATE-HEURE-DATE " "
               WS-DATE-HEURE-HEURE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "DEMANDE  HHMM DEMANDEUR TYPE       "
               "OBJET                                    "
               "AGE (H) MOTIF"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       CONTROLER-ANCIENNETE.
           MOVE ATT-HEURE-DEMANDE(1:6) TO WS-HEURE-DEMANDE
           COMPUTE WS-AGE-SECONDES =
               (FUNCTION INTEGER-OF-DATE(WS-DATE-HEURE-DATE)
                - FUNCTION INTEGER-OF-DATE(ATT-DATE-DEMANDE)) * 86400
               + (WS-HJ-HH * 3600 + WS-HJ-MM * 60 + WS-HJ-SS)
               - (WS-HD-HH * 3600 + WS-HD-MM * 60 + WS-HD-SS)
           IF WS-AGE-SECONDES > WS-DELAI-MAX
               ADD 1 TO WS-NB-ANCIENNES
               PERFORM EDITER-DEMANDE
           END-IF.

       EDITER-DEMANDE.
           COMPUTE WS-AGE-HEURES = WS-AGE-SECONDES / 3600
           MOVE WS-AGE-HEURES TO WS-AGE-EDIT
           MOVE SPACES TO WS-OBJET
           IF ATT-CORRECTION
               MOVE "CORRECTION" TO WS-LIB-TYPE
               STRING ATT-COR-DATE-RUN " " ATT-COR-LOT " "
                   ATT-COR-SEQUENCE
                   DELIMITED BY SIZE INTO WS-OBJET
           ELSE
               MOVE "AJOUT TAUX" TO WS-LIB-TYPE
               MOVE ATT-TX-VALEUR TO WS-TAUX-EDIT
               STRING ATT-TX-CODE " " WS-TAUX-EDIT " AU "
                   ATT-TX-DATE-EFFET
                   DELIMITED BY SIZE INTO WS-OBJET
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING ATT-DATE-DEMANDE " " ATT-HEURE-DEMANDE(1:4) " "
               ATT-DEMANDEUR "  " WS-LIB-TYPE " " WS-OBJET " "
               WS-AGE-EDIT " " ATT-MOTIF-DEMANDE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-BILAN-RAPPORT.
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE WS-NB-EN-ATTENTE TO WS-CPT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "DEMANDES EN ATTENTE              : " WS-CPT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE WS-NB-ANCIENNES TO WS-CPT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "EN ATTENTE DEPUIS PLUS D'UN JOUR : " WS-CPT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           WRITE REPORT-LINE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCATRP.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-LIGNES-RPT.

       ECRIRE-STATISTIQUES.
           MOVE "CALCATRP" TO STAT-PROGRAMME
           MOVE WS-NB-LUES TO STAT-NB-LUS
           MOVE WS-NB-LIGNES-RPT TO STAT-NB-ECRITS
           MOVE WS-NB-ANCIENNES TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
