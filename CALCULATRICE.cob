      * Une journee deja close par la cloture de journee (CALCCLOS,
      * fichier CALCCLOS.DAT) refuse l'ouverture de session : aucune
      * ecriture tardive dans une journee equilibree et close.
      * A la place du deuxieme nombre, l'operateur peut saisir un code
      * taux du fichier maitre des taux (CALCTAUX.DAT, maintenu par
      * CALCTXMT) : la ligne du code en vigueur ce jour (date d'effet
      * la plus recente deja atteinte, comme CHERCHER-TAUX de
      * CALCBTCH) est affichee - libelle, valeur, date d'effet - avant
      * le calcul ; un code inconnu ou pas encore en vigueur est
      * refuse. Un taux ne s'applique qu'en multiplication ou en
      * division, a six decimales comme en batch ; le code est porte
      * au journal (LOG-TAUX-CODE) et NOMBRE2 y prend la valeur du
      * taux, pour que calculs au guichet et calculs batch sur taux
      * s'auditent de la meme facon.
      * En fin de session, refus d'ouverture compris, les
      * statistiques de passage (calculs journalises, code retour)
      * sont ajoutees a CALCSTAT.DAT via CALCSTAW pour la
           SELECT SESSION-FILE ASSIGN TO "CALCSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT RATE-FILE ASSIGN TO "CALCTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       COPY CALCSESS.

       FD  RATE-FILE.
       COPY CALCTAUX.

       WORKING-STORAGE SECTION.
       COPY CALCREC.
       01  WS-RESULTAT-EDIT     PIC -(8)9.99.
       01  WS-SESS-STATUS       PIC X(2).
           88  WS-SESS-STATUT-OK      VALUE "00".
           88  WS-SESS-FICHIER-ABSENT VALUE "35".
       01  WS-TAUX-STATUS       PIC X(2).
           88  WS-TAUX-STATUT-OK      VALUE "00".
           88  WS-TAUX-FICHIER-ABSENT VALUE "35".
       01  WS-SESS-EVENEMENT    PIC X.
       01  WS-SESS-MOTIF        PIC X(25).
       01  WS-SAISIE-MDP        PIC X(8).
       01  WS-SAISIE-NUMERIQUE  PIC X(12).
       01  WS-SAISIE-VALIDE-SW  PIC X VALUE "N".
           88  WS-SAISIE-VALIDE        VALUE "O".
       01  WS-CODE-SAISI        PIC X(6).
       01  WS-FIN-TAUX-SW       PIC X.
           88  WS-FIN-TAUX            VALUE "O".
       01  WS-CODE-EXISTE-SW    PIC X.
           88  WS-CODE-EXISTE         VALUE "O".
       01  WS-TAUX-TROUVE-SW    PIC X.
           88  WS-TAUX-TROUVE         VALUE "O".
       01  WS-TAUX-RETENU       PIC 9(3)V9(6).
       01  WS-DATE-RETENUE      PIC 9(8).
       01  WS-LIBELLE-RETENU    PIC X(20).
       01  WS-TAUX-EDIT         PIC ZZ9.999999.
       COPY CALCSTAT.

       PROCEDURE DIVISION.

       SAISIE-NOMBRE2.
           MOVE "N" TO WS-SAISIE-VALIDE-SW
           MOVE SPACES TO CALC-TAUX-CODE
           PERFORM UNTIL WS-SAISIE-VALIDE
               DISPLAY "Entrez le deuxième nombre ou un code taux : "
               ACCEPT WS-SAISIE-NUMERIQUE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE-NUMERIQUE) = 0
                   IF FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE) > 9999999.99
                       SET WS-SAISIE-VALIDE TO TRUE
                   END-IF
               ELSE
                   PERFORM CONTROLER-CODE-TAUX
               END-IF
           END-PERFORM.

       CONTROLER-CODE-TAUX.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-NUMERIQUE)
               TO WS-SAISIE-NUMERIQUE
           IF WS-SAISIE-NUMERIQUE = SPACES
               OR WS-SAISIE-NUMERIQUE(7:6) NOT = SPACES
               DISPLAY "Valeur numerique ou code taux invalide, "
                   "recommencez."
           ELSE
               MOVE WS-SAISIE-NUMERIQUE(1:6) TO WS-CODE-SAISI
               PERFORM CHERCHER-TAUX
               EVALUATE TRUE
                   WHEN WS-TAUX-FICHIER-ABSENT
                       DISPLAY "Fichier des taux absent (CALCTAUX.DAT)"
                           ", saisissez le nombre."
                   WHEN NOT WS-CODE-EXISTE
                       DISPLAY "Code taux inconnu : " WS-CODE-SAISI
                           ", recommencez."
                   WHEN NOT WS-TAUX-TROUVE
                       DISPLAY "Code taux " WS-CODE-SAISI
                           " pas encore en vigueur au "
                           WS-DATE-DU-JOUR ", recommencez."
                   WHEN OTHER
                       MOVE WS-TAUX-RETENU TO WS-TAUX-EDIT
                       DISPLAY "Taux " WS-CODE-SAISI " : "
                           WS-LIBELLE-RETENU " " WS-TAUX-EDIT
                           " en vigueur depuis le " WS-DATE-RETENUE
                       MOVE WS-CODE-SAISI TO CALC-TAUX-CODE
                       MOVE WS-TAUX-RETENU TO NOMBRE2
                       SET WS-SAISIE-VALIDE TO TRUE
               END-EVALUATE
           END-IF.

      *    ligne du code la plus recente dont la date d'effet est
      *    atteinte ce jour ; a date egale, la derniere ligne lue
       CHERCHER-TAUX.
           MOVE "N" TO WS-CODE-EXISTE-SW
           MOVE "N" TO WS-TAUX-TROUVE-SW
           MOVE "N" TO WS-FIN-TAUX-SW
           MOVE 0 TO WS-DATE-RETENUE
           OPEN INPUT RATE-FILE
           IF WS-TAUX-FICHIER-ABSENT
               SET WS-FIN-TAUX TO TRUE
           ELSE
               IF NOT WS-TAUX-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCTAUX.DAT, CODE "
                       WS-TAUX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FIN-TAUX
               READ RATE-FILE
                   AT END
                       SET WS-FIN-TAUX TO TRUE
                   NOT AT END
                       IF TAUX-CODE = WS-CODE-SAISI
                           SET WS-CODE-EXISTE TO TRUE
                           IF TAUX-DATE-EFFET <= WS-DATE-DU-JOUR
                               AND TAUX-DATE-EFFET >= WS-DATE-RETENUE
                               MOVE TAUX-VALEUR TO WS-TAUX-RETENU
                               MOVE TAUX-LIBELLE TO WS-LIBELLE-RETENU
                               MOVE TAUX-DATE-EFFET TO WS-DATE-RETENUE
                               SET WS-TAUX-TROUVE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-TAUX-FICHIER-ABSENT
               CLOSE RATE-FILE
           END-IF.

       SAISIE-OPERATION.
           MOVE "N" TO WS-SAISIE-VALIDE-SW
           PERFORM UNTIL WS-SAISIE-VALIDE
               IF CALC-TAUX-CODE = SPACES
                   DISPLAY "Addition (+), Soustraction (-), "
                       "Multiplication (*) ou Division (/) ?"
               ELSE
                   DISPLAY "Multiplication (*) ou Division (/) par le "
                       "taux ?"
               END-IF
               ACCEPT OPERATION
               EVALUATE TRUE
                   WHEN NOT OP-VALIDE
                       DISPLAY "Operation non reconnue, recommencez."
                   WHEN CALC-TAUX-CODE NOT = SPACES
                       AND NOT OP-MULTIPLICATION
                       AND NOT OP-DIVISION
                       DISPLAY "Un taux s'applique en multiplication "
                           "ou en division, recommencez."
                   WHEN OTHER
                       SET WS-SAISIE-VALIDE TO TRUE
               END-EVALUATE
           END-PERFORM.

       CALCULER.
           IF CALC-TAUX-CODE = SPACES
               CALL "CALCCALC" USING CALC-RECORD
           ELSE
               PERFORM APPLIQUER-TAUX
           END-IF.

       APPLIQUER-TAUX.
           SET CALC-OK TO TRUE
           IF OP-MULTIPLICATION
               COMPUTE RESULTAT ROUNDED = NOMBRE1 * WS-TAUX-RETENU
                   ON SIZE ERROR
                       SET CALC-ERREUR TO TRUE
               END-COMPUTE
           ELSE
               IF WS-TAUX-RETENU = 0
                   SET CALC-ERREUR TO TRUE
               ELSE
                   COMPUTE RESULTAT ROUNDED = NOMBRE1 / WS-TAUX-RETENU
                       ON SIZE ERROR
                           SET CALC-ERREUR TO TRUE
                   END-COMPUTE
               END-IF
           END-IF
           IF CALC-ERREUR
               MOVE 0 TO RESULTAT
           END-IF.

       AFFICHER-RESULTAT.
           MOVE RESULTAT TO WS-RESULTAT-EDIT
           MOVE CALC-STATUT TO LOG-STATUT
           SET LOG-INTERACTIF TO TRUE
           MOVE SPACES TO LOG-LOT
           MOVE CALC-TAUX-CODE TO LOG-TAUX-CODE
           MOVE 0 TO LOG-DATE-RUN
           WRITE LOG-RECORD.

       TERMINAISON.
