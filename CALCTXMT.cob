      * nouvelle ligne du meme code avec sa date d'effet, et CALCBTCH
      * retient la ligne en vigueur a la date de calcul. Le fichier
      * est cree au premier ajout.
      * Double controle : le superviseur s'identifie a l'ouverture
      * (controle dans CALCOPER.DAT, actif exige) et un ajout n'est
      * pas ecrit directement dans CALCTAUX.DAT. Il est depose avec
      * le motif saisi dans le fichier des modifications en attente
      * (CALCATTN.DAT) et n'entre au maitre des taux qu'apres
      * approbation par un autre superviseur dans CALCAPPR.
      * En fin de session, les statistiques (taux listes et deposes,
      * code retour) sont ajoutees a CALCSTAT.DAT via CALCSTAW pour
      * la surveillance du matin (CALCTRND).
      *****************************************************************
           SELECT RATE-FILE ASSIGN TO "CALCTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.
           SELECT ATTENTE-FILE ASSIGN TO "CALCATTN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-CLE
               FILE STATUS IS WS-ATT-STATUS.
           SELECT OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       COPY CALCTAUX.
       FD  ATTENTE-FILE.
       COPY CALCATTN.
       FD  OPER-FILE.
       COPY CALCOPER.

       WORKING-STORAGE SECTION.
       01  WS-TAUX-STATUS       PIC X(2).
           88  WS-TAUX-STATUT-OK      VALUE "00".
           88  WS-TAUX-FICHIER-ABSENT VALUE "35".
       01  WS-ATT-STATUS        PIC X(2).
           88  WS-ATT-STATUT-OK       VALUE "00".
           88  WS-ATT-FICHIER-ABSENT  VALUE "35".
       01  WS-OPER-STATUS       PIC X(2).
           88  WS-OPER-STATUT-OK      VALUE "00".
           88  WS-OPER-INTROUVABLE    VALUE "23".
           88  WS-OPER-FICHIER-ABSENT VALUE "35".
       01  WS-SUPERVISEUR       PIC X(8).
       01  WS-MOTIF-SAISI       PIC X(40).
       01  WS-FIN-SAISIE-SW     PIC X VALUE "N".
           88  WS-FIN-SAISIE          VALUE "O".
       01  WS-FIN-LISTE-SW      PIC X.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-HORODATE.
           05  WS-HORO-DATE         PIC 9(8).
           05  WS-HORO-HEURE        PIC 9(8).
           05  FILLER               PIC X(5).
       COPY CALCSTAT.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO STAT-HEURE-DEBUT
           PERFORM CONTROLER-SUPERVISEUR
           PERFORM UNTIL WS-FIN-SAISIE
               DISPLAY "Ajouter un taux (A), Lister (L) ou Fin (F) ?"
               ACCEPT WS-CHOIX
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

       AJOUTER-TAUX.
           DISPLAY "Code taux : "
           ACCEPT WS-CODE-SAISI
               ACCEPT TAUX-LIBELLE
               PERFORM SAISIR-VALEUR
               PERFORM SAISIR-DATE-EFFET
               PERFORM SAISIR-MOTIF
               PERFORM DEPOSER-DEMANDE
           END-IF.

       SAISIR-VALEUR.
               END-IF
           END-PERFORM.

       SAISIR-MOTIF.
           MOVE SPACES TO WS-MOTIF-SAISI
           PERFORM UNTIL WS-MOTIF-SAISI NOT = SPACES
               DISPLAY "Motif de l'ajout (obligatoire) : "
               ACCEPT WS-MOTIF-SAISI
           END-PERFORM.

       DEPOSER-DEMANDE.
           OPEN I-O ATTENTE-FILE
           IF WS-ATT-FICHIER-ABSENT
               OPEN OUTPUT ATTENTE-FILE
               CLOSE ATTENTE-FILE
               OPEN I-O ATTENTE-FILE
           END-IF
           IF NOT WS-ATT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCATTN.DAT, CODE "
                   WS-ATT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ATT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATE
           MOVE WS-HORO-DATE TO ATT-DATE-DEMANDE
           MOVE WS-HORO-HEURE TO ATT-HEURE-DEMANDE
           MOVE WS-SUPERVISEUR TO ATT-DEMANDEUR
           SET ATT-AJOUT-TAUX TO TRUE
           SET ATT-EN-ATTENTE TO TRUE
           MOVE WS-MOTIF-SAISI TO ATT-MOTIF-DEMANDE
           MOVE 0 TO ATT-DATE-DECISION
           MOVE 0 TO ATT-HEURE-DECISION
           MOVE TAUX-CODE TO ATT-TX-CODE
           MOVE TAUX-LIBELLE TO ATT-TX-LIBELLE
           MOVE TAUX-VALEUR TO ATT-TX-VALEUR
           MOVE TAUX-DATE-EFFET TO ATT-TX-DATE-EFFET
           WRITE ATT-RECORD
           IF NOT WS-ATT-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCATTN.DAT, CODE "
                   WS-ATT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ATTENTE-FILE
           ADD 1 TO WS-NB-AJOUTS
           DISPLAY "Taux depose en attente d'approbation : " TAUX-CODE
               " a effet du " TAUX-DATE-EFFET.

       LISTER-TAUX.
           MOVE "N" TO WS-FIN-LISTE-SW
