       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLBLQ.
      *****************************************************************
      * Etat du matin des lots bloques dans la chaine. Relit le
      * fichier de suivi des lots (CALCSUIV.DAT, copybook CALCSUIV,
      * alimente par CALCSUIW a chaque etape) et edite dans
      * CALCLBLQ.RPT chaque lot arrete a une etape intermediaire
      * depuis trop longtemps :
      *   - recu par CALCEDIT mais jamais traite par CALCBTCH ;
      *   - reconcilie mais jamais calcule (passage interrompu) ;
      *   - calcule mais jamais charge au maitre ni restitue ;
      *   - charge au maitre mais jamais restitue au service ;
      * quand l'etape date de plus de 12 heures (anciennete comptee
      * a la seconde depuis la date et l'heure de l'etape) ;
      *   - restitue mais jamais clos, quand plus d'un jour ouvre
      *     (calendrier CALCCAL.DAT, sous-programme CALCJOUV) s'est
      *     ecoule depuis la restitution sans cloture de la journee.
      * Les lots refuses a la reception et les lots clos sont au
      * terme de la chaine et ne sont que comptes. Chaque ligne
      * porte le lot, sa date metier, son service, l'etape et son
      * horodatage, l'anciennete en heures et le diagnostic ; le
      * bilan donne le nombre de lots bloques par etape.
      * Un lot bloque au moins : code retour 4, pour que l'equipe du
      * matin relance l'etape manquante. Suivi absent : aucun lot,
      * code retour 0.
      * En fin de passage, les statistiques (lots lus, lignes
      * editees, lots bloques, code retour) sont ajoutees a
      * CALCSTAT.DAT via CALCSTAW pour la surveillance du matin
      * (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUIV-FILE ASSIGN TO "CALCSUIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUIV-CLE
               FILE STATUS IS WS-SUIV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCLBLQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUIV-FILE.
       COPY CALCSUIV.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SUIV-STATUS       PIC X(2).
           88  WS-SUIV-STATUT-OK      VALUE "00".
           88  WS-SUIV-FICHIER-ABSENT VALUE "35".
       01  WS-RPT-STATUS        PIC X(2).
           88  WS-RPT-STATUT-OK       VALUE "00".
       01  WS-FIN-SUIV-SW       PIC X VALUE "N".
           88  WS-FIN-SUIV            VALUE "O".
       01  WS-BLOQUE-SW         PIC X.
           88  WS-LOT-BLOQUE          VALUE "O".
       01  WS-DELAI-MAX         PIC 9(7) VALUE 43200.
       01  WS-JOURS-CLOTURE-MAX PIC 9(3) VALUE 1.
       01  WS-HEURE-JOUR.
           05  WS-HJ-HH             PIC 99.
           05  WS-HJ-MM             PIC 99.
           05  WS-HJ-SS             PIC 99.
       01  WS-HEURE-ETAPE.
           05  WS-HE-HH             PIC 99.
           05  WS-HE-MM             PIC 99.
           05  WS-HE-SS             PIC 99.
       01  WS-AGE-SECONDES      PIC S9(11).
       01  WS-AGE-HEURES        PIC 9(7).
       01  WS-AGE-EDIT          PIC Z(6)9.
       01  WS-DATE-AGE-CALCULE  PIC 9(8) VALUE 0.
       01  WS-JOURS-OUVRES      PIC 9(5) VALUE 0.
       01  WS-JOUR-DEBUT        PIC 9(8).
       01  WS-JOUR-ENTIER       PIC 9(8).
       01  WS-JOUR-FIN          PIC 9(8).
       01  WS-LIB-ETAPE         PIC X(10).
       01  WS-DIAGNOSTIC        PIC X(36).
       01  WS-NB-LUS            PIC 9(7) VALUE 0.
       01  WS-NB-TERMINES       PIC 9(7) VALUE 0.
       01  WS-NB-EN-COURS       PIC 9(7) VALUE 0.
       01  WS-NB-BLOQUES        PIC 9(7) VALUE 0.
       01  WS-CUMULS-BLOQUES.
           05  WS-BLQ-RECUS         PIC 9(7) VALUE 0.
           05  WS-BLQ-RECONCILIES   PIC 9(7) VALUE 0.
           05  WS-BLQ-CALCULES      PIC 9(7) VALUE 0.
           05  WS-BLQ-CHARGES       PIC 9(7) VALUE 0.
           05  WS-BLQ-RESTITUES     PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES-RPT     PIC 9(7) VALUE 0.
       01  WS-LIB-EDIT          PIC X(40).
       01  WS-CPT-EDIT          PIC Z(6)9.
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
           MOVE WS-DATE-HEURE-HEURE TO WS-HEURE-JOUR
           COMPUTE WS-JOUR-FIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-HEURE-DATE)
           PERFORM OUVRIR-RAPPORT
           OPEN INPUT SUIV-FILE
           IF WS-SUIV-FICHIER-ABSENT
               MOVE "CALCSUIV.DAT ABSENT, AUCUN LOT SUIVI"
                   TO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           ELSE
               IF NOT WS-SUIV-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCSUIV.DAT, CODE "
                       WS-SUIV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FIN-SUIV
                   READ SUIV-FILE
                       AT END
                           SET WS-FIN-SUIV TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUS
                           PERFORM CONTROLER-UN-LOT
                   END-READ
               END-PERFORM
               CLOSE SUIV-FILE
           END-IF
           PERFORM ECRIRE-BILAN-RAPPORT
           CLOSE REPORT-FILE
           DISPLAY "CALCLBLQ TERMINE"
           DISPLAY "  Lots suivis        : " WS-NB-LUS
           DISPLAY "  Dont bloques       : " WS-NB-BLOQUES
               " (voir CALCLBLQ.RPT)"
           IF WS-NB-BLOQUES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       OUVRIR-RAPPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCLBLQ.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "LOTS BLOQUES DANS LA CHAINE AU "
               WS-DATE-HEURE-DATE " " WS-DATE-HEURE-HEURE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "LOT      DATE MET. SERVICE    ETAPE      "
               "DATE     HEURE   AGE (H) DIAGNOSTIC"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       CONTROLER-UN-LOT.
           MOVE "N" TO WS-BLOQUE-SW
           IF SUIV-REFUSE OR SUIV-CLOS
               ADD 1 TO WS-NB-TERMINES
           ELSE
               PERFORM CALCULER-AGE-ETAPE
               EVALUATE TRUE
                   WHEN SUIV-ACCEPTE
                       MOVE "RECU" TO WS-LIB-ETAPE
                       MOVE "RECU, JAMAIS TRAITE PAR CALCBTCH"
                           TO WS-DIAGNOSTIC
                       IF WS-AGE-SECONDES > WS-DELAI-MAX
                           SET WS-LOT-BLOQUE TO TRUE
                           ADD 1 TO WS-BLQ-RECUS
                       END-IF
                   WHEN SUIV-RECONCILIE
                       MOVE "RECONCILIE" TO WS-LIB-ETAPE
                       MOVE "RECONCILIE, JAMAIS CALCULE"
                           TO WS-DIAGNOSTIC
                       IF WS-AGE-SECONDES > WS-DELAI-MAX
                           SET WS-LOT-BLOQUE TO TRUE
                           ADD 1 TO WS-BLQ-RECONCILIES
                       END-IF
                   WHEN SUIV-CALCULE
                       MOVE "CALCULE" TO WS-LIB-ETAPE
                       MOVE "CALCULE, JAMAIS CHARGE NI RESTITUE"
                           TO WS-DIAGNOSTIC
                       IF WS-AGE-SECONDES > WS-DELAI-MAX
                           SET WS-LOT-BLOQUE TO TRUE
                           ADD 1 TO WS-BLQ-CALCULES
                       END-IF
                   WHEN SUIV-CHARGE
                       MOVE "CHARGE" TO WS-LIB-ETAPE
                       MOVE "CHARGE AU MAITRE, JAMAIS RESTITUE"
                           TO WS-DIAGNOSTIC
                       IF WS-AGE-SECONDES > WS-DELAI-MAX
                           SET WS-LOT-BLOQUE TO TRUE
                           ADD 1 TO WS-BLQ-CHARGES
                       END-IF
                   WHEN SUIV-RESTITUE
                       MOVE "RESTITUE" TO WS-LIB-ETAPE
                       MOVE "RESTITUE, JOURNEE JAMAIS CLOSE"
                           TO WS-DIAGNOSTIC
                       PERFORM COMPTER-JOURS-OUVRES
                       IF WS-JOURS-OUVRES > WS-JOURS-CLOTURE-MAX
                           SET WS-LOT-BLOQUE TO TRUE
                           ADD 1 TO WS-BLQ-RESTITUES
                       END-IF
                   WHEN OTHER
                       MOVE SUIV-ETAPE TO WS-LIB-ETAPE
                       MOVE "ETAPE INCONNUE AU SUIVI"
                           TO WS-DIAGNOSTIC
                       SET WS-LOT-BLOQUE TO TRUE
               END-EVALUATE
               IF WS-LOT-BLOQUE
                   ADD 1 TO WS-NB-BLOQUES
                   PERFORM EDITER-LOT
               ELSE
                   ADD 1 TO WS-NB-EN-COURS
               END-IF
           END-IF.

       CALCULER-AGE-ETAPE.
           MOVE SUIV-HEURE-ETAPE TO WS-HEURE-ETAPE
           COMPUTE WS-AGE-SECONDES =
               (FUNCTION INTEGER-OF-DATE(WS-DATE-HEURE-DATE)
                - FUNCTION INTEGER-OF-DATE(SUIV-DATE-ETAPE)) * 86400
               + (WS-HJ-HH * 3600 + WS-HJ-MM * 60 + WS-HJ-SS)
               - (WS-HE-HH * 3600 + WS-HE-MM * 60 + WS-HE-SS)
           IF WS-AGE-SECONDES < 0
               MOVE 0 TO WS-AGE-SECONDES
           END-IF.

      *    jours ouvres ecoules apres la restitution jusqu'a
      *    aujourd'hui inclus ; repris tel quel pour les lots
      *    restitues le meme jour que le precedent
       COMPTER-JOURS-OUVRES.
           IF SUIV-RST-DATE NOT = WS-DATE-AGE-CALCULE
               MOVE SUIV-RST-DATE TO WS-DATE-AGE-CALCULE
               MOVE 0 TO WS-JOURS-OUVRES
               COMPUTE WS-JOUR-DEBUT =
                   FUNCTION INTEGER-OF-DATE(SUIV-RST-DATE) + 1
               PERFORM VARYING WS-JOUR-ENTIER FROM WS-JOUR-DEBUT
                       BY 1 UNTIL WS-JOUR-ENTIER > WS-JOUR-FIN
                   COMPUTE JOUV-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
                   CALL "CALCJOUV" USING JOUV-PARAMETRES
                   IF JOUV-OUVRE
                       ADD 1 TO WS-JOURS-OUVRES
                   END-IF
               END-PERFORM
           END-IF.

       EDITER-LOT.
           COMPUTE WS-AGE-HEURES = WS-AGE-SECONDES / 3600
           MOVE WS-AGE-HEURES TO WS-AGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING SUIV-ID-LOT " " SUIV-DATE-METIER "  "
               SUIV-SERVICE " " WS-LIB-ETAPE " "
               SUIV-DATE-ETAPE " " SUIV-HEURE-ETAPE " "
               WS-AGE-EDIT " " WS-DIAGNOSTIC
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-BILAN-RAPPORT.
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "LOTS SUIVIS" TO WS-LIB-EDIT
           MOVE WS-NB-LUS TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  Au terme (refuses ou clos)" TO WS-LIB-EDIT
           MOVE WS-NB-TERMINES TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  En cours dans les delais" TO WS-LIB-EDIT
           MOVE WS-NB-EN-COURS TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "  Bloques" TO WS-LIB-EDIT
           MOVE WS-NB-BLOQUES TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "    recus, jamais traites" TO WS-LIB-EDIT
           MOVE WS-BLQ-RECUS TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "    reconcilies, jamais calcules" TO WS-LIB-EDIT
           MOVE WS-BLQ-RECONCILIES TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "    calcules, jamais charges" TO WS-LIB-EDIT
           MOVE WS-BLQ-CALCULES TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "    charges, jamais restitues" TO WS-LIB-EDIT
           MOVE WS-BLQ-CHARGES TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT
           MOVE "    restitues, jamais clos" TO WS-LIB-EDIT
           MOVE WS-BLQ-RESTITUES TO WS-CPT-EDIT
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
               DISPLAY "ERREUR ECRITURE CALCLBLQ.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-LIGNES-RPT.

       ECRIRE-STATISTIQUES.
           MOVE "CALCLBLQ" TO STAT-PROGRAMME
           MOVE WS-NB-LUS TO STAT-NB-LUS
           MOVE WS-NB-LIGNES-RPT TO STAT-NB-ECRITS
           MOVE WS-NB-BLOQUES TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
