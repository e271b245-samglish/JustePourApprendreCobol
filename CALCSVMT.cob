       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSVMT.
      *****************************************************************
      * Maintenance du fichier maitre des services emetteurs
      * (CALCSERV.DAT, copybook CALCSERV) par le superviseur : ajout,
      * consultation, modification (libelle complet, operations
      * autorisees, codes taux autorises, plafond journalier de
      * details, fourchette habituelle des montants), fermeture et
      * reouverture d'un service, sans intervention d'un
      * programmeur. Les operations autorisees se saisissent comme
      * la liste des signes admis (par exemple +- ou +-*/) ; les
      * codes taux autorises (dix au plus) sont
      * controles a la saisie contre le fichier des taux
      * (CALCTAUX.DAT) et un code absent du fichier est refuse.
      * CALCEDIT refuse les lots des services inconnus ou fermes et
      * les details hors autorisations ; la fermeture est donc le
      * moyen d'arreter un service sans toucher aux remises.
      * La fourchette des montants (minimum et maximum de la valeur
      * absolue de NOMBRE1, zero = borne non controlee) fait mettre
      * en suspens par CALCBTCH un detail au montant inhabituel.
      * Le fichier est cree vide au premier lancement.
      * En fin de session, les statistiques (services consultes et
      * mis a jour, code retour) sont ajoutees a CALCSTAT.DAT via
      * CALCSTAW pour la surveillance du matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERV-FILE ASSIGN TO "CALCSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SERV-CODE
               FILE STATUS IS WS-SERV-STATUS.
           SELECT RATE-FILE ASSIGN TO "CALCTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERV-FILE.
       COPY CALCSERV.

       FD  RATE-FILE.
       COPY CALCTAUX.

       WORKING-STORAGE SECTION.
       01  WS-SERV-STATUS       PIC X(2).
           88  WS-SERV-STATUT-OK      VALUE "00".
           88  WS-SERV-INTROUVABLE    VALUE "23".
           88  WS-SERV-FICHIER-ABSENT VALUE "35".
       01  WS-TAUX-STATUS       PIC X(2).
           88  WS-TAUX-FICHIER-ABSENT VALUE "35".
       01  WS-FIN-SAISIE-SW     PIC X VALUE "N".
           88  WS-FIN-SAISIE          VALUE "O".
       01  WS-FIN-TAUX-SW       PIC X.
           88  WS-FIN-TAUX            VALUE "O".
       01  WS-CHOIX             PIC X.
           88  WS-CHOIX-AJOUT          VALUE "A".
           88  WS-CHOIX-CONSULTATION   VALUE "C".
           88  WS-CHOIX-MODIFICATION   VALUE "M".
           88  WS-CHOIX-FERMETURE      VALUE "X".
           88  WS-CHOIX-REOUVERTURE    VALUE "R".
           88  WS-CHOIX-FIN            VALUE "F".
       01  WS-SERV-TROUVE-SW    PIC X VALUE "N".
           88  WS-SERV-TROUVE         VALUE "O".
       01  WS-TAUX-TROUVE-SW    PIC X.
           88  WS-TAUX-TROUVE         VALUE "O".
       01  WS-CODE-SAISI        PIC X(10).
       01  WS-SAISIE-NUMERIQUE  PIC X(12).
       01  WS-SAISIE-TEXTE      PIC X(30).
       01  WS-SAISIE-OPERATIONS PIC X(4).
       01  WS-SAISIE-TAUX       PIC X(6).
       01  WS-SAISIE-VALIDE-SW  PIC X VALUE "N".
           88  WS-SAISIE-VALIDE        VALUE "O".
       01  WS-FIN-LISTE-SW      PIC X.
           88  WS-FIN-LISTE            VALUE "O".
       01  WS-IDX-OP            PIC 9(2).
       01  WS-IDX-TAUX          PIC 9(2).
       01  WS-MONTANT-EDIT      PIC Z(6)9.99.
       01  WS-NB-CONSULTES      PIC 9(5) VALUE 0.
       01  WS-NB-MAJ            PIC 9(5) VALUE 0.
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
           PERFORM OUVRIR-FICHIER-SERVICES

           PERFORM UNTIL WS-FIN-SAISIE
               DISPLAY "Ajouter (A), Consulter (C), Modifier (M), "
                   "Fermer (X), Rouvrir (R) ou Fin (F) ?"
               ACCEPT WS-CHOIX
               MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX
               EVALUATE TRUE
                   WHEN WS-CHOIX-AJOUT
                       PERFORM AJOUTER-SERVICE
                   WHEN WS-CHOIX-CONSULTATION
                       PERFORM LIRE-SERVICE
                       IF WS-SERV-TROUVE
                           PERFORM AFFICHER-SERVICE
                       END-IF
                   WHEN WS-CHOIX-MODIFICATION
                       PERFORM MODIFIER-SERVICE
                   WHEN WS-CHOIX-FERMETURE
                       PERFORM FERMER-SERVICE
                   WHEN WS-CHOIX-REOUVERTURE
                       PERFORM ROUVRIR-SERVICE
                   WHEN WS-CHOIX-FIN
                       SET WS-FIN-SAISIE TO TRUE
                   WHEN OTHER
                       DISPLAY "Choix non reconnu, recommencez."
               END-EVALUATE
           END-PERFORM

           CLOSE SERV-FILE
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       OUVRIR-FICHIER-SERVICES.
           OPEN I-O SERV-FILE
           IF WS-SERV-FICHIER-ABSENT
               DISPLAY "CALCSERV.DAT absent, creation du fichier."
               OPEN OUTPUT SERV-FILE
               CLOSE SERV-FILE
               OPEN I-O SERV-FILE
           END-IF
           IF NOT WS-SERV-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCSERV.DAT, CODE "
                   WS-SERV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SAISIR-CODE-SERVICE.
           DISPLAY "Code service : "
           ACCEPT WS-CODE-SAISI
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.

       LIRE-SERVICE.
           PERFORM SAISIR-CODE-SERVICE
           MOVE "N" TO WS-SERV-TROUVE-SW
           MOVE WS-CODE-SAISI TO SERV-CODE
           READ SERV-FILE
           EVALUATE TRUE
               WHEN WS-SERV-STATUT-OK
                   SET WS-SERV-TROUVE TO TRUE
                   ADD 1 TO WS-NB-CONSULTES
               WHEN WS-SERV-INTROUVABLE
                   DISPLAY "Service inconnu : " WS-CODE-SAISI
               WHEN OTHER
                   DISPLAY "ERREUR LECTURE CALCSERV.DAT, CODE "
                       WS-SERV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       AFFICHER-SERVICE.
           DISPLAY "  Code              : " SERV-CODE
           DISPLAY "  Libelle           : " SERV-LIBELLE
           DISPLAY "  Statut            : " SERV-STATUT
           DISPLAY "  Operations        : " SERV-OPERATIONS
           DISPLAY "  Codes taux        : " SERV-TAUX-AUTORISE(1)
               " " SERV-TAUX-AUTORISE(2) " " SERV-TAUX-AUTORISE(3)
               " " SERV-TAUX-AUTORISE(4) " " SERV-TAUX-AUTORISE(5)
           DISPLAY "                      " SERV-TAUX-AUTORISE(6)
               " " SERV-TAUX-AUTORISE(7) " " SERV-TAUX-AUTORISE(8)
               " " SERV-TAUX-AUTORISE(9) " " SERV-TAUX-AUTORISE(10)
           IF SERV-PLAFOND-JOUR = 0
               DISPLAY "  Plafond journalier : SANS PLAFOND"
           ELSE
               DISPLAY "  Plafond journalier : " SERV-PLAFOND-JOUR
           END-IF
           MOVE SERV-MONTANT-MIN TO WS-MONTANT-EDIT
           DISPLAY "  Montant minimum    : " WS-MONTANT-EDIT
           MOVE SERV-MONTANT-MAX TO WS-MONTANT-EDIT
           DISPLAY "  Montant maximum    : " WS-MONTANT-EDIT.

       AJOUTER-SERVICE.
           PERFORM SAISIR-CODE-SERVICE
           IF WS-CODE-SAISI = SPACES
               DISPLAY "Code vide, ajout abandonne."
           ELSE
               MOVE WS-CODE-SAISI TO SERV-CODE
               DISPLAY "Libelle complet : "
               ACCEPT WS-SAISIE-TEXTE
               MOVE WS-SAISIE-TEXTE TO SERV-LIBELLE
               PERFORM SAISIR-OPERATIONS
               PERFORM SAISIR-CODES-TAUX
               PERFORM SAISIR-PLAFOND
               PERFORM SAISIR-FOURCHETTE
               SET SERV-ACTIF TO TRUE
               WRITE SERV-RECORD
                   INVALID KEY
                       DISPLAY "Service deja present : " WS-CODE-SAISI
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-MAJ
                       DISPLAY "Service ajoute : " WS-CODE-SAISI
               END-WRITE
           END-IF.

       SAISIR-OPERATIONS.
           MOVE "N" TO WS-SAISIE-VALIDE-SW
           PERFORM UNTIL WS-SAISIE-VALIDE
               DISPLAY "Operations autorisees (signes + - * / "
                   "accoles, ex. +-*/) : "
               ACCEPT WS-SAISIE-OPERATIONS
               SET WS-SAISIE-VALIDE TO TRUE
               IF WS-SAISIE-OPERATIONS = SPACES
                   MOVE "N" TO WS-SAISIE-VALIDE-SW
               END-IF
               PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > 4
                   IF WS-SAISIE-OPERATIONS(WS-IDX-OP:1) NOT = SPACE
                       AND WS-SAISIE-OPERATIONS(WS-IDX-OP:1) NOT = "+"
                       AND WS-SAISIE-OPERATIONS(WS-IDX-OP:1) NOT = "-"
                       AND WS-SAISIE-OPERATIONS(WS-IDX-OP:1) NOT = "*"
                       AND WS-SAISIE-OPERATIONS(WS-IDX-OP:1) NOT = "/"
                       MOVE "N" TO WS-SAISIE-VALIDE-SW
                   END-IF
               END-PERFORM
               IF WS-SAISIE-VALIDE
                   MOVE WS-SAISIE-OPERATIONS TO SERV-OPERATIONS
               ELSE
                   DISPLAY "Operations invalides, recommencez."
               END-IF
           END-PERFORM.

       SAISIR-CODES-TAUX.
           MOVE SPACES TO SERV-TAUX-AUTORISES
           MOVE "N" TO WS-FIN-LISTE-SW
           MOVE 1 TO WS-IDX-TAUX
           PERFORM UNTIL WS-FIN-LISTE
               OR WS-IDX-TAUX > 10
               DISPLAY "Code taux autorise " WS-IDX-TAUX
                   " (vide = fin de liste) : "
               ACCEPT WS-SAISIE-TAUX
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-TAUX)
                   TO WS-SAISIE-TAUX
               IF WS-SAISIE-TAUX = SPACES
                   SET WS-FIN-LISTE TO TRUE
               ELSE
                   PERFORM CHERCHER-CODE-TAUX
                   IF WS-TAUX-TROUVE
                       MOVE WS-SAISIE-TAUX
                           TO SERV-TAUX-AUTORISE(WS-IDX-TAUX)
                       ADD 1 TO WS-IDX-TAUX
                   ELSE
                       DISPLAY "Code taux absent de CALCTAUX.DAT : "
                           WS-SAISIE-TAUX
                   END-IF
               END-IF
           END-PERFORM.

       CHERCHER-CODE-TAUX.
           MOVE "N" TO WS-TAUX-TROUVE-SW
           MOVE "N" TO WS-FIN-TAUX-SW
           OPEN INPUT RATE-FILE
           IF WS-TAUX-FICHIER-ABSENT
               DISPLAY "FICHIER DES TAUX ABSENT : CALCTAUX.DAT "
                   "introuvable"
           ELSE
               PERFORM UNTIL WS-FIN-TAUX
                   OR WS-TAUX-TROUVE
                   READ RATE-FILE
                       AT END
                           SET WS-FIN-TAUX TO TRUE
                       NOT AT END
                           IF TAUX-CODE = WS-SAISIE-TAUX
                               SET WS-TAUX-TROUVE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       SAISIR-PLAFOND.
           MOVE "N" TO WS-SAISIE-VALIDE-SW
           PERFORM UNTIL WS-SAISIE-VALIDE
               DISPLAY "Plafond journalier de details "
                   "(0 = sans plafond) : "
               ACCEPT WS-SAISIE-NUMERIQUE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE-NUMERIQUE) = 0
                   AND FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE) >= 0
                   AND FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE) <= 9999999
                   MOVE FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE)
                       TO SERV-PLAFOND-JOUR
                   SET WS-SAISIE-VALIDE TO TRUE
               ELSE
                   DISPLAY "Valeur numerique invalide, recommencez."
               END-IF
           END-PERFORM.

       SAISIR-FOURCHETTE.
           MOVE "N" TO WS-SAISIE-VALIDE-SW
           PERFORM UNTIL WS-SAISIE-VALIDE
               DISPLAY "Montant minimum habituel "
                   "(0 = non controle) : "
               ACCEPT WS-SAISIE-NUMERIQUE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE-NUMERIQUE) = 0
                   AND FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE) >= 0
                   AND FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE)
                       <= 9999999.99
                   MOVE FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE)
                       TO SERV-MONTANT-MIN
                   SET WS-SAISIE-VALIDE TO TRUE
               ELSE
                   DISPLAY "Valeur numerique invalide, recommencez."
               END-IF
           END-PERFORM
           MOVE "N" TO WS-SAISIE-VALIDE-SW
           PERFORM UNTIL WS-SAISIE-VALIDE
               DISPLAY "Montant maximum habituel "
                   "(0 = non controle) : "
               ACCEPT WS-SAISIE-NUMERIQUE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE-NUMERIQUE) = 0
                   AND FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE) >= 0
                   AND FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE)
                       <= 9999999.99
                   MOVE FUNCTION NUMVAL(WS-SAISIE-NUMERIQUE)
                       TO SERV-MONTANT-MAX
                   SET WS-SAISIE-VALIDE TO TRUE
               ELSE
                   DISPLAY "Valeur numerique invalide, recommencez."
               END-IF
               IF WS-SAISIE-VALIDE
                   AND SERV-MONTANT-MAX > 0
                   AND SERV-MONTANT-MAX < SERV-MONTANT-MIN
                   MOVE "N" TO WS-SAISIE-VALIDE-SW
                   DISPLAY "Maximum inferieur au minimum, "
                       "recommencez."
               END-IF
           END-PERFORM.

       MODIFIER-SERVICE.
           PERFORM LIRE-SERVICE
           IF WS-SERV-TROUVE
               PERFORM AFFICHER-SERVICE
               DISPLAY "Nouveau libelle (vide = inchange) : "
               ACCEPT WS-SAISIE-TEXTE
               IF WS-SAISIE-TEXTE NOT = SPACES
                   MOVE WS-SAISIE-TEXTE TO SERV-LIBELLE
               END-IF
               PERFORM SAISIR-OPERATIONS
               PERFORM SAISIR-CODES-TAUX
               PERFORM SAISIR-PLAFOND
               PERFORM SAISIR-FOURCHETTE
               PERFORM REECRIRE-SERVICE
               DISPLAY "Service mis a jour : " SERV-CODE
           END-IF.

       FERMER-SERVICE.
           PERFORM LIRE-SERVICE
           IF WS-SERV-TROUVE
               SET SERV-FERME TO TRUE
               PERFORM REECRIRE-SERVICE
               DISPLAY "Service ferme : " SERV-CODE
           END-IF.

       ROUVRIR-SERVICE.
           PERFORM LIRE-SERVICE
           IF WS-SERV-TROUVE
               SET SERV-ACTIF TO TRUE
               PERFORM REECRIRE-SERVICE
               DISPLAY "Service rouvert : " SERV-CODE
           END-IF.

       REECRIRE-SERVICE.
           REWRITE SERV-RECORD
           IF NOT WS-SERV-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCSERV.DAT, CODE "
                   WS-SERV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-MAJ.

       ECRIRE-STATISTIQUES.
           MOVE "CALCSVMT" TO STAT-PROGRAMME
           MOVE WS-NB-CONSULTES TO STAT-NB-LUS
           MOVE WS-NB-MAJ TO STAT-NB-ECRITS
           MOVE 0 TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
