       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLINQ.
      *****************************************************************
      * Consultation du suivi des lots (CALCSUIV.DAT, copybook
      * CALCSUIV, alimente par le sous-programme commun CALCSUIW a
      * chaque etape de la chaine) :
      *   - par lot : identifiant de lot et, facultativement, date
      *     metier (vide = toutes les dates metier du lot) ; chaque
      *     entree est affichee avec son parcours complet, etape par
      *     etape et horodate : reception par CALCEDIT (acceptee ou
      *     refusee, motif, details acceptes et refuses),
      *     reconciliation par CALCPART, calcul par CALCBTCH (date
      *     de passage, details, rejets, suspens), chargement par
      *     CALCRESL, restitution par CALCRETS (fichier retour),
      *     cloture de la journee par CALCCLOS ;
      *   - par service et date metier : une ligne par lot du
      *     service pour la date, avec la derniere etape atteinte.
      * Le fichier de suivi n'est jamais modifie ici.
      * En fin de session, les statistiques (entrees affichees, code
      * retour) sont ajoutees a CALCSTAT.DAT via CALCSTAW pour la
      * surveillance du matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUIV-FILE ASSIGN TO "CALCSUIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUIV-CLE
               FILE STATUS IS WS-SUIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUIV-FILE.
       COPY CALCSUIV.

       WORKING-STORAGE SECTION.
       01  WS-SUIV-STATUS       PIC X(2).
           88  WS-SUIV-STATUT-OK      VALUE "00".
           88  WS-SUIV-INTROUVABLE    VALUE "23".
           88  WS-SUIV-FICHIER-ABSENT VALUE "35".
       01  WS-FIN-SAISIE-SW     PIC X VALUE "N".
           88  WS-FIN-SAISIE          VALUE "O".
       01  WS-FIN-LISTE-SW      PIC X.
           88  WS-FIN-LISTE           VALUE "O".
       01  WS-CHOIX             PIC X.
           88  WS-CHOIX-LOT            VALUE "L".
           88  WS-CHOIX-SERVICE        VALUE "S".
           88  WS-CHOIX-FIN            VALUE "F".
       01  WS-LOT-SAISI         PIC X(8).
       01  WS-SERVICE-SAISI     PIC X(10).
       01  WS-DATE-SAISIE       PIC X(8).
       01  WS-LIBELLE-ETAPE     PIC X(24).
       01  WS-NB-TROUVES        PIC 9(5).
       01  WS-NB-AFFICHES       PIC 9(5) VALUE 0.
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
           PERFORM OUVRIR-SUIVI

           PERFORM UNTIL WS-FIN-SAISIE
               DISPLAY "Par lot (L), par service et date (S) "
                   "ou Fin (F) ?"
               ACCEPT WS-CHOIX
               MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX
               EVALUATE TRUE
                   WHEN WS-CHOIX-LOT
                       PERFORM CONSULTER-PAR-LOT
                   WHEN WS-CHOIX-SERVICE
                       PERFORM CONSULTER-PAR-SERVICE
                   WHEN WS-CHOIX-FIN
                       SET WS-FIN-SAISIE TO TRUE
                   WHEN OTHER
                       DISPLAY "Choix non reconnu, recommencez."
               END-EVALUATE
           END-PERFORM

           CLOSE SUIV-FILE
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       OUVRIR-SUIVI.
           OPEN INPUT SUIV-FILE
           IF WS-SUIV-FICHIER-ABSENT
               DISPLAY "SUIVI DES LOTS ABSENT : CALCSUIV.DAT "
                   "introuvable (alimente par la chaine)"
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF NOT WS-SUIV-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCSUIV.DAT, CODE "
                   WS-SUIV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONSULTER-PAR-LOT.
           DISPLAY "Identifiant de lot : "
           ACCEPT WS-LOT-SAISI
           MOVE FUNCTION UPPER-CASE(WS-LOT-SAISI) TO WS-LOT-SAISI
           DISPLAY "Date metier (AAAAMMJJ, vide = toutes) : "
           ACCEPT WS-DATE-SAISIE
           EVALUATE TRUE
               WHEN WS-DATE-SAISIE = SPACES
                   PERFORM LISTER-DATES-DU-LOT
               WHEN WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY "Date metier invalide : " WS-DATE-SAISIE
               WHEN OTHER
                   MOVE WS-LOT-SAISI TO SUIV-ID-LOT
                   MOVE WS-DATE-SAISIE TO SUIV-DATE-METIER
                   READ SUIV-FILE
                   EVALUATE TRUE
                       WHEN WS-SUIV-STATUT-OK
                           PERFORM AFFICHER-PARCOURS
                       WHEN WS-SUIV-INTROUVABLE
                           DISPLAY "Lot absent du suivi : "
                               WS-LOT-SAISI " du " WS-DATE-SAISIE
                       WHEN OTHER
                           DISPLAY "ERREUR LECTURE CALCSUIV.DAT, "
                               "CODE " WS-SUIV-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-EVALUATE.

       LISTER-DATES-DU-LOT.
           MOVE "N" TO WS-FIN-LISTE-SW
           MOVE 0 TO WS-NB-TROUVES
           MOVE WS-LOT-SAISI TO SUIV-ID-LOT
           MOVE 0 TO SUIV-DATE-METIER
           START SUIV-FILE KEY >= SUIV-CLE
               INVALID KEY
                   SET WS-FIN-LISTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-LISTE
               READ SUIV-FILE NEXT
                   AT END
                       SET WS-FIN-LISTE TO TRUE
                   NOT AT END
                       IF SUIV-ID-LOT NOT = WS-LOT-SAISI
                           SET WS-FIN-LISTE TO TRUE
                       ELSE
                           ADD 1 TO WS-NB-TROUVES
                           PERFORM AFFICHER-PARCOURS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NB-TROUVES = 0
               DISPLAY "Lot absent du suivi : " WS-LOT-SAISI
           END-IF.

       CONSULTER-PAR-SERVICE.
           DISPLAY "Code service : "
           ACCEPT WS-SERVICE-SAISI
           MOVE FUNCTION UPPER-CASE(WS-SERVICE-SAISI)
               TO WS-SERVICE-SAISI
           DISPLAY "Date metier (AAAAMMJJ) : "
           ACCEPT WS-DATE-SAISIE
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "Date metier invalide : " WS-DATE-SAISIE
           ELSE
               PERFORM LISTER-LOTS-DU-SERVICE
           END-IF.

       LISTER-LOTS-DU-SERVICE.
      *    pas de cle par service : le suivi est parcouru en entier
           MOVE "N" TO WS-FIN-LISTE-SW
           MOVE 0 TO WS-NB-TROUVES
           MOVE SPACES TO SUIV-ID-LOT
           MOVE 0 TO SUIV-DATE-METIER
           START SUIV-FILE KEY >= SUIV-CLE
               INVALID KEY
                   SET WS-FIN-LISTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-LISTE
               READ SUIV-FILE NEXT
                   AT END
                       SET WS-FIN-LISTE TO TRUE
                   NOT AT END
                       IF SUIV-SERVICE = WS-SERVICE-SAISI
                           AND SUIV-DATE-METIER = WS-DATE-SAISIE
                           ADD 1 TO WS-NB-TROUVES
                           ADD 1 TO WS-NB-AFFICHES
                           PERFORM LIBELLER-ETAPE
                           DISPLAY SUIV-ID-LOT " " WS-LIBELLE-ETAPE
                               " le " SUIV-DATE-ETAPE
                               " a " SUIV-HEURE-ETAPE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Lots du service " WS-SERVICE-SAISI " pour le "
               WS-DATE-SAISIE " : " WS-NB-TROUVES.

       AFFICHER-PARCOURS.
           ADD 1 TO WS-NB-AFFICHES
           PERFORM LIBELLER-ETAPE
           DISPLAY "  Lot              : " SUIV-ID-LOT
               " du " SUIV-DATE-METIER
           DISPLAY "  Service          : " SUIV-SERVICE
           DISPLAY "  Derniere etape   : " WS-LIBELLE-ETAPE
               " le " SUIV-DATE-ETAPE " a " SUIV-HEURE-ETAPE
           IF SUIV-RCP-DATE NOT = 0
               IF SUIV-REFUSE
                   DISPLAY "  Reception        : REFUSE le "
                       SUIV-RCP-DATE " a " SUIV-RCP-HEURE
                       " - " SUIV-RCP-MOTIF
               ELSE
                   DISPLAY "  Reception        : accepte le "
                       SUIV-RCP-DATE " a " SUIV-RCP-HEURE
                       ", " SUIV-RCP-NB-DETAILS " detail(s), "
                       SUIV-RCP-NB-REFUS " refuse(s)"
               END-IF
           END-IF
           IF SUIV-RCN-DATE NOT = 0
               DISPLAY "  Reconciliation   : le " SUIV-RCN-DATE
                   " a " SUIV-RCN-HEURE
           END-IF
           IF SUIV-CAL-DATE NOT = 0
               DISPLAY "  Calcul           : le " SUIV-CAL-DATE
                   " a " SUIV-CAL-HEURE
                   ", passage du " SUIV-DATE-PASSAGE
               DISPLAY "                     " SUIV-CAL-NB-DETAILS
                   " detail(s), " SUIV-CAL-NB-REJETS " rejet(s), "
                   SUIV-CAL-NB-SUSPENS " suspens"
           END-IF
           IF SUIV-CHG-DATE NOT = 0
               DISPLAY "  Chargement       : le " SUIV-CHG-DATE
                   " a " SUIV-CHG-HEURE ", "
                   SUIV-CHG-NB-RESULTATS " resultat(s)"
           END-IF
           IF SUIV-RST-DATE NOT = 0
               DISPLAY "  Restitution      : le " SUIV-RST-DATE
                   " a " SUIV-RST-HEURE " - " SUIV-RST-FICHIER
           END-IF
           IF SUIV-CLO-DATE NOT = 0
               DISPLAY "  Cloture          : le " SUIV-CLO-DATE
                   " a " SUIV-CLO-HEURE
           END-IF.

       LIBELLER-ETAPE.
           EVALUATE TRUE
               WHEN SUIV-ACCEPTE
                   MOVE "RECU (CALCEDIT)" TO WS-LIBELLE-ETAPE
               WHEN SUIV-REFUSE
                   MOVE "REFUSE (CALCEDIT)" TO WS-LIBELLE-ETAPE
               WHEN SUIV-RECONCILIE
                   MOVE "RECONCILIE (CALCPART)" TO WS-LIBELLE-ETAPE
               WHEN SUIV-CALCULE
                   MOVE "CALCULE (CALCBTCH)" TO WS-LIBELLE-ETAPE
               WHEN SUIV-CHARGE
                   MOVE "CHARGE (CALCRESL)" TO WS-LIBELLE-ETAPE
               WHEN SUIV-RESTITUE
                   MOVE "RESTITUE (CALCRETS)" TO WS-LIBELLE-ETAPE
               WHEN SUIV-CLOS
                   MOVE "CLOS (CALCCLOS)" TO WS-LIBELLE-ETAPE
               WHEN OTHER
                   MOVE "ETAPE INCONNUE" TO WS-LIBELLE-ETAPE
           END-EVALUATE.

       ECRIRE-STATISTIQUES.
           MOVE "CALCLINQ" TO STAT-PROGRAMME
           MOVE WS-NB-AFFICHES TO STAT-NB-LUS
           MOVE 0 TO STAT-NB-ECRITS
           MOVE 0 TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
