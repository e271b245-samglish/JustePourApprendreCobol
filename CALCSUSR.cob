       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSUSR.
      *****************************************************************
      * Examen par le superviseur des details mis en suspens par
      * CALCBTCH (CALCSUSP.DAT, copybook CALCSUSP) : doublons
      * probables d'un detail deja calcule pour le meme service
      * (motif DP) et montants hors de la fourchette habituelle du
      * service (motif MA). Chaque detail encore en suspens est
      * presente avec son service, sa date metier, ses valeurs et,
      * pour un doublon, le lot et la date de passage du detail
      * anterieur ; le superviseur le libere, le refuse ou le
      * laisse en suspens.
      *
      * Le superviseur s'identifie a l'ouverture et est controle
      * dans CALCOPER.DAT (inconnu ou suspendu : session refusee).
      *
      * Liberer passe le suspens au statut L : CALCEDIT le reinjecte
      * dans la remise suivante, dans un lot de liberation que
      * CALCBTCH calcule sans nouveau controle de suspicion.
      * Refuser exige un motif : le detail est ajoute au fichier des
      * rejets CALCREJ.DAT avec le motif SR (suspect refuse), son
      * lot, son numero de sequence d'origine et son service (INCONNU
      * a defaut, comme la partition du lot), d'ou CALCRCYC peut le
      * recycler jusqu'a la fusion suivante, qui recree le fichier ;
      * il est aussi inscrit, au statut ouvert, au grand livre
      * permanent des rejets CALCRJL.DAT sous sa cle de suspens,
      * avec le meme service. C'est du grand livre que CALCRETS le
      * restitue, une fois, dans le fichier retour suivant du
      * service.
      * Toute decision est portee sur le suspens (statut,
      * superviseur, date, motif), qui reste dans le fichier comme
      * piste d'audit.
      *
      * En fin de session, les statistiques (suspens examines,
      * liberes, refuses, code retour) sont ajoutees a CALCSTAT.DAT
      * via CALCSTAW pour la surveillance du matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-CLE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT RJL-FILE ASSIGN TO "CALCRJL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RJL-CLE
               FILE STATUS IS WS-RJL-STATUS.
           SELECT OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-FILE.
       COPY CALCSUSP.

       FD  REJECT-FILE.
       COPY CALCREJ.

       FD  RJL-FILE.
       COPY CALCRJL.

       FD  OPER-FILE.
       COPY CALCOPER.

       WORKING-STORAGE SECTION.
       COPY CALCREC.
       01  WS-SUSP-STATUS       PIC X(2).
           88  WS-SUSP-STATUT-OK      VALUE "00".
           88  WS-SUSP-FICHIER-ABSENT VALUE "35".
       01  WS-REJ-STATUS        PIC X(2).
           88  WS-REJ-STATUT-OK       VALUE "00".
           88  WS-REJ-FICHIER-ABSENT  VALUE "35".
       01  WS-RJL-STATUS        PIC X(2).
           88  WS-RJL-STATUT-OK       VALUE "00".
           88  WS-RJL-FICHIER-ABSENT  VALUE "35".
       01  WS-OPER-STATUS       PIC X(2).
           88  WS-OPER-STATUT-OK      VALUE "00".
           88  WS-OPER-INTROUVABLE    VALUE "23".
           88  WS-OPER-FICHIER-ABSENT VALUE "35".
       01  WS-FIN-SUSP-SW       PIC X VALUE "N".
           88  WS-FIN-SUSP            VALUE "O".
       01  WS-FIN-SAISIE-SW     PIC X VALUE "N".
           88  WS-FIN-SAISIE          VALUE "O".
       01  WS-REJETS-OUVERTS-SW PIC X VALUE "N".
           88  WS-REJETS-OUVERTS      VALUE "O".
       01  WS-CHOIX             PIC X.
           88  WS-CHOIX-LIBERER        VALUE "L".
           88  WS-CHOIX-REFUSER        VALUE "R".
           88  WS-CHOIX-PASSER         VALUE "P".
           88  WS-CHOIX-FIN            VALUE "F".
       01  WS-CHOIX-VALIDE-SW   PIC X.
           88  WS-CHOIX-VALIDE         VALUE "O".
       01  WS-SUPERVISEUR       PIC X(8).
       01  WS-MOTIF-SAISI       PIC X(40).
       01  WS-LIB-MOTIF         PIC X(30).
       01  WS-NOMBRE-EDIT       PIC -(7)9.99.
       01  WS-NB-EXAMINES       PIC 9(5) VALUE 0.
       01  WS-NB-LIBERES        PIC 9(5) VALUE 0.
       01  WS-NB-REFUSES        PIC 9(5) VALUE 0.
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
           PERFORM CONTROLER-SUPERVISEUR
           PERFORM OUVRIR-FICHIERS

           MOVE LOW-VALUES TO SUSP-CLE
           START SUSP-FILE KEY IS NOT LESS THAN SUSP-CLE
               INVALID KEY
                   SET WS-FIN-SUSP TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-SUSP OR WS-FIN-SAISIE
               READ SUSP-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-SUSP TO TRUE
                   NOT AT END
                       IF SUSP-EN-SUSPENS
                           PERFORM EXAMINER-UN-SUSPENS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSP-FILE
           IF WS-REJETS-OUVERTS
               CLOSE REJECT-FILE
               CLOSE RJL-FILE
           END-IF
           DISPLAY "CALCSUSR TERMINE"
           DISPLAY "  Suspens examines : " WS-NB-EXAMINES
           DISPLAY "  Suspens liberes  : " WS-NB-LIBERES
               " (reinjectes par CALCEDIT a la prochaine remise)"
           DISPLAY "  Suspens refuses  : " WS-NB-REFUSES
               " (ajoutes a CALCREJ.DAT, motif SR)"
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

       OUVRIR-FICHIERS.
           OPEN I-O SUSP-FILE
           IF WS-SUSP-FICHIER-ABSENT
               DISPLAY "Aucun detail en suspens : CALCSUSP.DAT "
                   "absent."
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF NOT WS-SUSP-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCSUSP.DAT, CODE "
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXAMINER-UN-SUSPENS.
           ADD 1 TO WS-NB-EXAMINES
           PERFORM AFFICHER-SUSPENS
           MOVE "N" TO WS-CHOIX-VALIDE-SW
           PERFORM UNTIL WS-CHOIX-VALIDE
               DISPLAY "Liberer (L), Refuser (R), Passer (P) "
                   "ou Fin (F) ?"
               ACCEPT WS-CHOIX
               MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX
               SET WS-CHOIX-VALIDE TO TRUE
               EVALUATE TRUE
                   WHEN WS-CHOIX-LIBERER
                       PERFORM LIBERER-SUSPENS
                   WHEN WS-CHOIX-REFUSER
                       PERFORM SAISIR-MOTIF-REFUS
                       PERFORM REFUSER-SUSPENS
                   WHEN WS-CHOIX-PASSER
                       DISPLAY "Detail laisse en suspens."
                   WHEN WS-CHOIX-FIN
                       SET WS-FIN-SAISIE TO TRUE
                   WHEN OTHER
                       MOVE "N" TO WS-CHOIX-VALIDE-SW
                       DISPLAY "Choix non reconnu, recommencez."
               END-EVALUATE
           END-PERFORM.

       AFFICHER-SUSPENS.
           MOVE SUSP-DONNEES TO CALC-RECORD
           EVALUATE TRUE
               WHEN SUSP-DOUBLON
                   MOVE "DOUBLON PROBABLE" TO WS-LIB-MOTIF
               WHEN SUSP-MONTANT-ANORMAL
                   MOVE "MONTANT HORS FOURCHETTE" TO WS-LIB-MOTIF
               WHEN OTHER
                   MOVE SUSP-MOTIF TO WS-LIB-MOTIF
           END-EVALUATE
           DISPLAY " "
           DISPLAY "Suspens du passage " SUSP-DATE-PASSAGE
               " lot " SUSP-LOT " sequence " SUSP-SEQUENCE
           DISPLAY "  Service      : " SUSP-SERVICE
               "  date metier " SUSP-DATE-METIER
           DISPLAY "  Motif        : " SUSP-MOTIF " " WS-LIB-MOTIF
           IF SUSP-DOUBLON
               DISPLAY "  Deja calcule : lot " SUSP-LOT-ANTERIEUR
                   " passage du " SUSP-DATE-ANTERIEURE
           END-IF
           MOVE NOMBRE1 OF CALC-RECORD TO WS-NOMBRE-EDIT
           DISPLAY "  Nombre 1     : " WS-NOMBRE-EDIT
           DISPLAY "  Operation    : " OPERATION OF CALC-RECORD
           IF CALC-TAUX-CODE OF CALC-RECORD = SPACES
               MOVE NOMBRE2 OF CALC-RECORD TO WS-NOMBRE-EDIT
               DISPLAY "  Nombre 2     : " WS-NOMBRE-EDIT
           ELSE
               DISPLAY "  Code taux    : "
                   CALC-TAUX-CODE OF CALC-RECORD
           END-IF.

       LIBERER-SUSPENS.
           SET SUSP-LIBERE TO TRUE
           MOVE SPACES TO SUSP-MOTIF-DECISION
           PERFORM ENREGISTRER-DECISION
           ADD 1 TO WS-NB-LIBERES
           DISPLAY "Detail libere, reinjecte a la prochaine remise.".

       SAISIR-MOTIF-REFUS.
           MOVE SPACES TO WS-MOTIF-SAISI
           PERFORM UNTIL WS-MOTIF-SAISI NOT = SPACES
               DISPLAY "Motif du refus (obligatoire) : "
               ACCEPT WS-MOTIF-SAISI
           END-PERFORM.

       REFUSER-SUSPENS.
           PERFORM OUVRIR-REJETS
           MOVE SUSP-SEQUENCE TO REJ-NUM-ENTREE
           MOVE SUSP-LOT TO REJ-LOT
           SET REJ-SUSPECT-REFUSE TO TRUE
           MOVE SUSP-DONNEES TO REJ-DONNEES
           MOVE SUSP-DATE-PASSAGE TO REJ-DATE-RUN
           IF SUSP-SERVICE = SPACES
               MOVE "INCONNU" TO REJ-SERVICE
           ELSE
               MOVE SUSP-SERVICE TO REJ-SERVICE
           END-IF
           WRITE REJET-RECORD
           IF NOT WS-REJ-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCREJ.DAT, CODE "
                   WS-REJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INSCRIRE-GRAND-LIVRE
           SET SUSP-REFUSE TO TRUE
           MOVE WS-MOTIF-SAISI TO SUSP-MOTIF-DECISION
           PERFORM ENREGISTRER-DECISION
           ADD 1 TO WS-NB-REFUSES
           DISPLAY "Detail refuse, ajoute aux rejets (motif SR).".

       OUVRIR-REJETS.
           IF NOT WS-REJETS-OUVERTS
               OPEN EXTEND REJECT-FILE
               IF WS-REJ-FICHIER-ABSENT
                   OPEN OUTPUT REJECT-FILE
               END-IF
               IF NOT WS-REJ-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCREJ.DAT, CODE "
                       WS-REJ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O RJL-FILE
               IF WS-RJL-FICHIER-ABSENT
                   OPEN OUTPUT RJL-FILE
                   CLOSE RJL-FILE
                   OPEN I-O RJL-FILE
               END-IF
               IF NOT WS-RJL-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCRJL.DAT, CODE "
                       WS-RJL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-REJETS-OUVERTS TO TRUE
           END-IF.

       INSCRIRE-GRAND-LIVRE.
           MOVE SUSP-CLE TO RJL-CLE
           MOVE REJ-SERVICE TO RJL-SERVICE
           MOVE SUSP-DATE-METIER TO RJL-DATE-METIER
           MOVE REJ-MOTIF TO RJL-MOTIF
           SET RJL-OUVERT TO TRUE
           MOVE SUSP-DONNEES TO RJL-DONNEES
           MOVE 0 TO RJL-DATE-RECYCLAGE
           MOVE SPACES TO RJL-SUPERVISEUR
           MOVE 0 TO RJL-DATE-ABANDON
           MOVE SPACES TO RJL-MOTIF-ABANDON
           MOVE 0 TO RJL-DATE-RESTITUTION
           WRITE RJL-RECORD
           IF NOT WS-RJL-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCRJL.DAT, CODE "
                   WS-RJL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ENREGISTRER-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-SUPERVISEUR TO SUSP-SUPERVISEUR
           MOVE WS-DATE-HEURE-DATE TO SUSP-DATE-DECISION
           REWRITE SUSP-RECORD
           IF NOT WS-SUSP-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCSUSP.DAT, CODE "
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-STATISTIQUES.
           MOVE "CALCSUSR" TO STAT-PROGRAMME
           MOVE WS-NB-EXAMINES TO STAT-NB-LUS
           MOVE WS-NB-LIBERES TO STAT-NB-ECRITS
           MOVE WS-NB-REFUSES TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
