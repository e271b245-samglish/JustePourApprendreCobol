       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRJMT.
      *****************************************************************
      * Maintenance du grand livre permanent des rejets (CALCRJL.DAT,
      * copybook CALCRJL) par le superviseur : consultation d'un
      * rejet par sa cle (date de passage, lot, sequence), liste des
      * rejets encore ouverts, et abandon d'un rejet qui ne sera
      * jamais corrige. L'abandon exige un motif ; le rejet passe au
      * statut abandonne avec l'identifiant du superviseur, la date
      * et le motif, reste au grand livre comme piste d'audit, n'est
      * plus recycle par CALCRCYC et sort de l'etat d'anciennete
      * CALCRJAG. Seul un rejet ouvert peut etre abandonne.
      *
      * Le superviseur s'identifie a l'ouverture et est controle
      * dans CALCOPER.DAT (inconnu ou suspendu : session refusee).
      * Le grand livre est alimente par CALCBTCH et CALCSUSR ; il
      * n'est jamais cree ici.
      *
      * En fin de session, les statistiques (rejets consultes,
      * rejets abandonnes, code retour) sont ajoutees a CALCSTAT.DAT
      * via CALCSTAW pour la surveillance du matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RJL-FILE ASSIGN TO "CALCRJL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJL-CLE
               FILE STATUS IS WS-RJL-STATUS.
           SELECT OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RJL-FILE.
       COPY CALCRJL.

       FD  OPER-FILE.
       COPY CALCOPER.

       WORKING-STORAGE SECTION.
       COPY CALCREC.
       01  WS-RJL-STATUS        PIC X(2).
           88  WS-RJL-STATUT-OK       VALUE "00".
           88  WS-RJL-INTROUVABLE     VALUE "23".
           88  WS-RJL-FICHIER-ABSENT  VALUE "35".
       01  WS-OPER-STATUS       PIC X(2).
           88  WS-OPER-STATUT-OK      VALUE "00".
           88  WS-OPER-INTROUVABLE    VALUE "23".
           88  WS-OPER-FICHIER-ABSENT VALUE "35".
       01  WS-FIN-SAISIE-SW     PIC X VALUE "N".
           88  WS-FIN-SAISIE          VALUE "O".
       01  WS-FIN-LISTE-SW      PIC X.
           88  WS-FIN-LISTE           VALUE "O".
       01  WS-CHOIX             PIC X.
           88  WS-CHOIX-CONSULTATION   VALUE "C".
           88  WS-CHOIX-LISTE          VALUE "L".
           88  WS-CHOIX-ABANDON        VALUE "A".
           88  WS-CHOIX-FIN            VALUE "F".
       01  WS-RJL-TROUVE-SW     PIC X VALUE "N".
           88  WS-RJL-TROUVE          VALUE "O".
       01  WS-DATE-SAISIE       PIC X(8).
       01  WS-LOT-SAISI         PIC X(8).
       01  WS-SEQUENCE-SAISIE   PIC X(7).
       01  WS-SUPERVISEUR       PIC X(8).
       01  WS-MOTIF-SAISI       PIC X(40).
       01  WS-LIB-STATUT        PIC X(10).
       01  WS-REPONSE           PIC X.
           88  WS-REPONSE-OUI          VALUE "O" "o".
       01  WS-NOMBRE-EDIT       PIC -(7)9.99.
       01  WS-NB-LISTES         PIC 9(5).
       01  WS-NB-CONSULTES      PIC 9(5) VALUE 0.
       01  WS-NB-ABANDONNES     PIC 9(5) VALUE 0.
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
           PERFORM CONTROLER-SUPERVISEUR
           PERFORM OUVRIR-GRAND-LIVRE

           PERFORM UNTIL WS-FIN-SAISIE
               DISPLAY "Consulter (C), Lister les ouverts (L), "
                   "Abandonner (A) ou Fin (F) ?"
               ACCEPT WS-CHOIX
               MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX
               EVALUATE TRUE
                   WHEN WS-CHOIX-CONSULTATION
                       PERFORM LIRE-REJET
                       IF WS-RJL-TROUVE
                           PERFORM AFFICHER-REJET
                       END-IF
                   WHEN WS-CHOIX-LISTE
                       PERFORM LISTER-OUVERTS
                   WHEN WS-CHOIX-ABANDON
                       PERFORM ABANDONNER-REJET
                   WHEN WS-CHOIX-FIN
                       SET WS-FIN-SAISIE TO TRUE
                   WHEN OTHER
                       DISPLAY "Choix non reconnu, recommencez."
               END-EVALUATE
           END-PERFORM

           CLOSE RJL-FILE
           DISPLAY "CALCRJMT TERMINE"
           DISPLAY "  Rejets consultes  : " WS-NB-CONSULTES
           DISPLAY "  Rejets abandonnes : " WS-NB-ABANDONNES
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       CONTROLER-SUPERVISEUR.
           DISPLAY "Identifiant du superviseur : "
           ACCEPT WS-SUPERVISEUR
           MOVE FUNCTION UPPER-CASE(WS-SUPERVISEUR)
               TO WS-SUPERVISEUR
           OPEN INPUT OPER-FILE
           IF WS-OPER-FICHIER-ABSENT
               DISPLAY "FICHIER DES OPERATEURS ABSENT : "
                   "CALCOPER.DAT introuvable"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-OPER-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCOPER.DAT, CODE "
                   WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SUPERVISEUR TO OPER-ID
           READ OPER-FILE
           IF WS-OPER-INTROUVABLE
               DISPLAY "Identifiant superviseur inconnu : "
                   WS-SUPERVISEUR
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF NOT WS-OPER-STATUT-OK
               DISPLAY "ERREUR LECTURE CALCOPER.DAT, CODE "
                   WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPER-SUSPENDU
               DISPLAY "Superviseur suspendu : " WS-SUPERVISEUR
                   ", session refusee."
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           CLOSE OPER-FILE.

       OUVRIR-GRAND-LIVRE.
           OPEN I-O RJL-FILE
           IF WS-RJL-FICHIER-ABSENT
               DISPLAY "GRAND LIVRE DES REJETS ABSENT : CALCRJL.DAT "
                   "introuvable (alimente par CALCBTCH)"
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF NOT WS-RJL-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCRJL.DAT, CODE "
                   WS-RJL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SAISIR-CLE.
           DISPLAY "Date de passage (AAAAMMJJ) : "
           ACCEPT WS-DATE-SAISIE
           DISPLAY "Identifiant de lot : "
           ACCEPT WS-LOT-SAISI
           MOVE FUNCTION UPPER-CASE(WS-LOT-SAISI) TO WS-LOT-SAISI
           DISPLAY "Numero de sequence : "
           ACCEPT WS-SEQUENCE-SAISIE.

       LIRE-REJET.
           PERFORM SAISIR-CLE
           MOVE "N" TO WS-RJL-TROUVE-SW
           EVALUATE TRUE
               WHEN WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY "Date de passage invalide : "
                       WS-DATE-SAISIE
               WHEN FUNCTION TEST-NUMVAL(WS-SEQUENCE-SAISIE) NOT = 0
                   DISPLAY "Numero de sequence invalide : "
                       WS-SEQUENCE-SAISIE
               WHEN OTHER
                   MOVE WS-DATE-SAISIE TO RJL-DATE-RUN
                   MOVE WS-LOT-SAISI TO RJL-LOT
                   COMPUTE RJL-SEQUENCE =
                       FUNCTION NUMVAL(WS-SEQUENCE-SAISIE)
                   READ RJL-FILE
                   EVALUATE TRUE
                       WHEN WS-RJL-STATUT-OK
                           SET WS-RJL-TROUVE TO TRUE
                           ADD 1 TO WS-NB-CONSULTES
                       WHEN WS-RJL-INTROUVABLE
                           DISPLAY "Rejet absent du grand livre : "
                               WS-DATE-SAISIE " " WS-LOT-SAISI " "
                               WS-SEQUENCE-SAISIE
                       WHEN OTHER
                           DISPLAY "ERREUR LECTURE CALCRJL.DAT, CODE "
                               WS-RJL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-EVALUATE.

       AFFICHER-REJET.
           EVALUATE TRUE
               WHEN RJL-OUVERT
                   MOVE "OUVERT" TO WS-LIB-STATUT
               WHEN RJL-RECYCLE
                   MOVE "RECYCLE" TO WS-LIB-STATUT
               WHEN RJL-ABANDONNE
                   MOVE "ABANDONNE" TO WS-LIB-STATUT
               WHEN OTHER
                   MOVE RJL-STATUT TO WS-LIB-STATUT
           END-EVALUATE
           MOVE RJL-DONNEES TO CALC-RECORD
           DISPLAY "  Passage / lot   : " RJL-DATE-RUN " "
               RJL-LOT " sequence " RJL-SEQUENCE
           DISPLAY "  Service         : " RJL-SERVICE
               "  date metier " RJL-DATE-METIER
           DISPLAY "  Motif du rejet  : " RJL-MOTIF
           DISPLAY "  Statut          : " WS-LIB-STATUT
           MOVE NOMBRE1 OF CALC-RECORD TO WS-NOMBRE-EDIT
           DISPLAY "  Nombre 1        : " WS-NOMBRE-EDIT
           DISPLAY "  Operation       : " OPERATION OF CALC-RECORD
           IF CALC-TAUX-CODE OF CALC-RECORD = SPACES
               MOVE NOMBRE2 OF CALC-RECORD TO WS-NOMBRE-EDIT
               DISPLAY "  Nombre 2        : " WS-NOMBRE-EDIT
           ELSE
               DISPLAY "  Code taux       : "
                   CALC-TAUX-CODE OF CALC-RECORD
           END-IF
           IF RJL-RECYCLE
               DISPLAY "  Recycle le      : " RJL-DATE-RECYCLAGE
           END-IF
           IF RJL-ABANDONNE
               DISPLAY "  Abandonne le    : " RJL-DATE-ABANDON
                   " par " RJL-SUPERVISEUR
               DISPLAY "  Motif abandon   : " RJL-MOTIF-ABANDON
           END-IF.

       LISTER-OUVERTS.
           MOVE "N" TO WS-FIN-LISTE-SW
           MOVE 0 TO WS-NB-LISTES
           MOVE LOW-VALUES TO RJL-CLE
           START RJL-FILE KEY IS NOT LESS THAN RJL-CLE
               INVALID KEY
                   SET WS-FIN-LISTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-LISTE
               READ RJL-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-LISTE TO TRUE
                   NOT AT END
                       IF RJL-OUVERT
                           ADD 1 TO WS-NB-LISTES
                           DISPLAY RJL-DATE-RUN " " RJL-LOT " "
                               RJL-SEQUENCE " service " RJL-SERVICE
                               " motif " RJL-MOTIF
                               " date metier " RJL-DATE-METIER
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Rejets ouverts : " WS-NB-LISTES.

       ABANDONNER-REJET.
           PERFORM LIRE-REJET
           IF WS-RJL-TROUVE
               PERFORM AFFICHER-REJET
               IF NOT RJL-OUVERT
                   DISPLAY "Rejet non ouvert : abandon impossible."
               ELSE
                   PERFORM SAISIR-MOTIF-ABANDON
                   DISPLAY "Abandonner definitivement ce rejet ? "
                       "(O/N)"
                   ACCEPT WS-REPONSE
                   IF WS-REPONSE-OUI
                       PERFORM ENREGISTRER-ABANDON
                   ELSE
                       DISPLAY "Abandon annule."
                   END-IF
               END-IF
           END-IF.

       SAISIR-MOTIF-ABANDON.
           MOVE SPACES TO WS-MOTIF-SAISI
           PERFORM UNTIL WS-MOTIF-SAISI NOT = SPACES
               DISPLAY "Motif de l'abandon (obligatoire) : "
               ACCEPT WS-MOTIF-SAISI
           END-PERFORM.

       ENREGISTRER-ABANDON.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           SET RJL-ABANDONNE TO TRUE
           MOVE WS-SUPERVISEUR TO RJL-SUPERVISEUR
           MOVE WS-DATE-HEURE-DATE TO RJL-DATE-ABANDON
           MOVE WS-MOTIF-SAISI TO RJL-MOTIF-ABANDON
           REWRITE RJL-RECORD
           IF NOT WS-RJL-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCRJL.DAT, CODE "
                   WS-RJL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-ABANDONNES
           DISPLAY "Rejet abandonne : il ne sera plus recycle.".

       ECRIRE-STATISTIQUES.
           MOVE "CALCRJMT" TO STAT-PROGRAMME
           MOVE WS-NB-CONSULTES TO STAT-NB-LUS
           MOVE WS-NB-ABANDONNES TO STAT-NB-ECRITS
           MOVE 0 TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
