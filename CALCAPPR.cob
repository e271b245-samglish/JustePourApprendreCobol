       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPPR.
      *****************************************************************
      * Approbation des modifications en attente (double controle).
      * Les corrections de resultats saisies dans CALCCORR et les
      * ajouts de taux saisis dans CALCTXMT sont deposes dans
      * CALCATTN.DAT (copybook CALCATTN) ; ce programme les presente
      * un a un a un second superviseur, qui les approuve, les
      * refuse ou les laisse en attente.
      *
      * L'approbateur s'identifie a l'ouverture et est controle dans
      * CALCOPER.DAT (inconnu ou suspendu : session refusee). Une
      * demande deposee par l'approbateur lui-meme ne lui est jamais
      * presentee : elle est comptee et reste en attente pour un
      * autre superviseur.
      *
      * Approuver une correction relit le resultat au maitre
      * (CALCRESM.DAT) : s'il a change depuis la demande ou s'il a
      * disparu, la demande est refusee d'office avec ce motif.
      * Sinon le resultat est recalcule via CALCCALC, la
      * contrepassation de l'ancienne valeur (origine R) puis la
      * nouvelle valeur (origine C) sont journalisees dans
      * CALCLOG.DAT au nom de l'approbateur, avec la date de passage
      * du resultat corrige (LOG-DATE-RUN), et le maitre est mis a
      * jour par REWRITE. Une journee deja close par CALCCLOS ne
      * permet plus d'approuver de correction (les totaux convenus
      * de la cloture seraient faux) : la demande reste en attente.
      * Approuver un ajout de taux ecrit la ligne dans CALCTAUX.DAT ;
      * la demande approuvee (demandeur, approbateur, dates) en
      * reste la trace.
      * Refuser exige un motif. Toute decision est portee sur la
      * demande (statut, approbateur, date et heure, motif de
      * refus), qui reste dans le fichier comme piste d'audit.
      *
      * En fin de session, les statistiques (demandes examinees,
      * approuvees, refusees, code retour) sont ajoutees a
      * CALCSTAT.DAT via CALCSTAW pour la surveillance du matin
      * (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENTE-FILE ASSIGN TO "CALCATTN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-CLE
               FILE STATUS IS WS-ATT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "CALCRESM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESM-CLE
               FILE STATUS IS WS-RESM-STATUS.
           SELECT LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RATE-FILE ASSIGN TO "CALCTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.
           SELECT OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CLOTURE-FILE ASSIGN TO "CALCCLOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLOS-DATE
               FILE STATUS IS WS-CLOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENTE-FILE.
       COPY CALCATTN.

       FD  MASTER-FILE.
       COPY CALCRESM.

       FD  LOG-FILE.
       COPY CALCLOG.

       FD  RATE-FILE.
       COPY CALCTAUX.

       FD  OPER-FILE.
       COPY CALCOPER.

       FD  CLOTURE-FILE.
       COPY CALCCLOJ.

       WORKING-STORAGE SECTION.
       COPY CALCREC.
       01  WS-ATT-STATUS        PIC X(2).
           88  WS-ATT-STATUT-OK       VALUE "00".
           88  WS-ATT-FICHIER-ABSENT  VALUE "35".
       01  WS-RESM-STATUS       PIC X(2).
           88  WS-RESM-STATUT-OK      VALUE "00".
           88  WS-RESM-INTROUVABLE    VALUE "23".
           88  WS-RESM-FICHIER-ABSENT VALUE "35".
       01  WS-LOG-STATUS        PIC X(2).
           88  WS-LOG-STATUT-OK       VALUE "00".
           88  WS-LOG-FICHIER-ABSENT  VALUE "35".
       01  WS-TAUX-STATUS       PIC X(2).
           88  WS-TAUX-STATUT-OK      VALUE "00".
           88  WS-TAUX-FICHIER-ABSENT VALUE "35".
       01  WS-OPER-STATUS       PIC X(2).
           88  WS-OPER-STATUT-OK      VALUE "00".
           88  WS-OPER-INTROUVABLE    VALUE "23".
           88  WS-OPER-FICHIER-ABSENT VALUE "35".
       01  WS-CLOS-STATUS       PIC X(2).
           88  WS-CLOS-STATUT-OK      VALUE "00".
           88  WS-CLOS-INTROUVABLE    VALUE "23".
           88  WS-CLOS-FICHIER-ABSENT VALUE "35".
       01  WS-DATE-DU-JOUR      PIC 9(8).
       01  WS-FIN-ATTENTE-SW    PIC X VALUE "N".
           88  WS-FIN-ATTENTE         VALUE "O".
       01  WS-FIN-SAISIE-SW     PIC X VALUE "N".
           88  WS-FIN-SAISIE          VALUE "O".
       01  WS-JOURNEE-CLOSE-SW  PIC X VALUE "N".
           88  WS-JOURNEE-CLOSE       VALUE "O".
       01  WS-MAITRE-SW         PIC X VALUE "N".
           88  WS-MAITRE-ABSENT       VALUE "O".
       01  WS-CHOIX             PIC X.
           88  WS-CHOIX-APPROUVER      VALUE "A".
           88  WS-CHOIX-REFUSER        VALUE "R".
           88  WS-CHOIX-PASSER         VALUE "P".
           88  WS-CHOIX-FIN            VALUE "F".
       01  WS-CHOIX-VALIDE-SW   PIC X.
           88  WS-CHOIX-VALIDE         VALUE "O".
       01  WS-SUPERVISEUR       PIC X(8).
       01  WS-MOTIF-SAISI       PIC X(40).
       01  WS-ANCIENNES-VALEURS.
           05  WS-ANC-NOMBRE1   PIC S9(7)V99
                                 SIGN IS LEADING SEPARATE.
           05  WS-ANC-NOMBRE2   PIC S9(7)V99
                                 SIGN IS LEADING SEPARATE.
           05  WS-ANC-OPERATION PIC X.
           05  WS-ANC-RESULTAT  PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
           05  WS-ANC-STATUT    PIC X.
       01  WS-NOMBRE-EDIT       PIC -(7)9.99.
       01  WS-RESULTAT-EDIT     PIC -(9)9.99.
       01  WS-TAUX-EDIT         PIC ZZ9.9(6).
       01  WS-NB-EXAMINEES      PIC 9(5) VALUE 0.
       01  WS-NB-APPROUVEES     PIC 9(5) VALUE 0.
       01  WS-NB-REFUSEES       PIC 9(5) VALUE 0.
       01  WS-NB-PROPRES        PIC 9(5) VALUE 0.
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
           MOVE WS-DATE-HEURE-DATE TO WS-DATE-DU-JOUR
           PERFORM CONTROLER-SUPERVISEUR
           PERFORM CONTROLER-JOURNEE-CLOSE
           PERFORM OUVRIR-FICHIERS

           MOVE LOW-VALUES TO ATT-CLE
           START ATTENTE-FILE KEY IS NOT LESS THAN ATT-CLE
               INVALID KEY
                   SET WS-FIN-ATTENTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-ATTENTE OR WS-FIN-SAISIE
               READ ATTENTE-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-ATTENTE TO TRUE
                   NOT AT END
                       IF ATT-EN-ATTENTE
                           IF ATT-DEMANDEUR = WS-SUPERVISEUR
                               ADD 1 TO WS-NB-PROPRES
                           ELSE
                               PERFORM EXAMINER-UNE-DEMANDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ATTENTE-FILE
           CLOSE LOG-FILE
           IF NOT WS-MAITRE-ABSENT
               CLOSE MASTER-FILE
           END-IF
           DISPLAY "CALCAPPR TERMINE"
           DISPLAY "  Demandes examinees  : " WS-NB-EXAMINEES
           DISPLAY "  Demandes approuvees : " WS-NB-APPROUVEES
           DISPLAY "  Demandes refusees   : " WS-NB-REFUSEES
           IF WS-NB-PROPRES > 0
               DISPLAY "  Demandes deposees par " WS-SUPERVISEUR
                   " non presentees (autre approbateur requis) : "
                   WS-NB-PROPRES
           END-IF
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       CONTROLER-SUPERVISEUR.
           DISPLAY "Identifiant du superviseur approbateur : "
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

       CONTROLER-JOURNEE-CLOSE.
           OPEN INPUT CLOTURE-FILE
           IF WS-CLOS-FICHIER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-CLOS-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCCLOS.DAT, CODE "
                       WS-CLOS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-DU-JOUR TO CLOS-DATE
               READ CLOTURE-FILE
               IF WS-CLOS-STATUT-OK
                   SET WS-JOURNEE-CLOSE TO TRUE
                   DISPLAY "Journee " WS-DATE-DU-JOUR
                       " deja close (CALCCLOS) : les corrections "
                       "resteront en attente."
               END-IF
               CLOSE CLOTURE-FILE
           END-IF.

       OUVRIR-FICHIERS.
           OPEN I-O ATTENTE-FILE
           IF WS-ATT-FICHIER-ABSENT
               DISPLAY "Aucune demande en attente : CALCATTN.DAT "
                   "absent."
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF NOT WS-ATT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCATTN.DAT, CODE "
                   WS-ATT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-RESM-FICHIER-ABSENT
               SET WS-MAITRE-ABSENT TO TRUE
           ELSE
               IF NOT WS-RESM-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCRESM.DAT, CODE "
                       WS-RESM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FICHIER-ABSENT
               OPEN OUTPUT LOG-FILE
           END-IF
           IF NOT WS-LOG-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCLOG.DAT, CODE "
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXAMINER-UNE-DEMANDE.
           ADD 1 TO WS-NB-EXAMINEES
           PERFORM AFFICHER-DEMANDE
           MOVE "N" TO WS-CHOIX-VALIDE-SW
           PERFORM UNTIL WS-CHOIX-VALIDE
               DISPLAY "Approuver (A), Refuser (R), Passer (P) "
                   "ou Fin (F) ?"
               ACCEPT WS-CHOIX
               MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX
               SET WS-CHOIX-VALIDE TO TRUE
               EVALUATE TRUE
                   WHEN WS-CHOIX-APPROUVER
                       IF ATT-CORRECTION
                           PERFORM APPLIQUER-CORRECTION
                       ELSE
                           PERFORM APPLIQUER-TAUX
                       END-IF
                   WHEN WS-CHOIX-REFUSER
                       PERFORM SAISIR-MOTIF-REFUS
                       PERFORM REFUSER-DEMANDE
                   WHEN WS-CHOIX-PASSER
                       DISPLAY "Demande laissee en attente."
                   WHEN WS-CHOIX-FIN
                       SET WS-FIN-SAISIE TO TRUE
                   WHEN OTHER
                       MOVE "N" TO WS-CHOIX-VALIDE-SW
                       DISPLAY "Choix non reconnu, recommencez."
               END-EVALUATE
           END-PERFORM.

       AFFICHER-DEMANDE.
           DISPLAY " "
           DISPLAY "Demande du " ATT-DATE-DEMANDE " a "
               ATT-HEURE-DEMANDE(1:6) " par " ATT-DEMANDEUR
           DISPLAY "  Motif     : " ATT-MOTIF-DEMANDE
           IF ATT-CORRECTION
               DISPLAY "  Correction du passage " ATT-COR-DATE-RUN
                   " lot " ATT-COR-LOT " sequence " ATT-COR-SEQUENCE
               MOVE ATT-COR-ANC-RESULTAT TO WS-RESULTAT-EDIT
               DISPLAY "  Resultat au maitre a la demande : "
                   WS-RESULTAT-EDIT
               MOVE ATT-COR-NOMBRE1 TO WS-NOMBRE-EDIT
               DISPLAY "  Nombre 1 demande  : " WS-NOMBRE-EDIT
               DISPLAY "  Operation demandee : " ATT-COR-OPERATION
               MOVE ATT-COR-NOMBRE2 TO WS-NOMBRE-EDIT
               DISPLAY "  Nombre 2 demande  : " WS-NOMBRE-EDIT
           ELSE
               MOVE ATT-TX-VALEUR TO WS-TAUX-EDIT
               DISPLAY "  Ajout du taux " ATT-TX-CODE " "
                   ATT-TX-LIBELLE " " WS-TAUX-EDIT " a effet du "
                   ATT-TX-DATE-EFFET
           END-IF.

       APPLIQUER-CORRECTION.
           EVALUATE TRUE
               WHEN WS-JOURNEE-CLOSE
                   DISPLAY "Journee close, correction laissee en "
                       "attente."
               WHEN WS-MAITRE-ABSENT
                   DISPLAY "CALCRESM.DAT absent, correction laissee "
                       "en attente."
               WHEN OTHER
                   PERFORM LIRE-RESULTAT-DEMANDE
           END-EVALUATE.

       LIRE-RESULTAT-DEMANDE.
           MOVE ATT-COR-DATE-RUN TO RESM-DATE-RUN
           MOVE ATT-COR-LOT TO RESM-LOT
           MOVE ATT-COR-SEQUENCE TO RESM-SEQUENCE
           READ MASTER-FILE
           EVALUATE TRUE
               WHEN WS-RESM-INTROUVABLE
                   MOVE "RESULTAT ABSENT DU MAITRE" TO WS-MOTIF-SAISI
                   PERFORM REFUSER-DEMANDE
               WHEN NOT WS-RESM-STATUT-OK
                   DISPLAY "ERREUR LECTURE CALCRESM.DAT, CODE "
                       WS-RESM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN RESM-RESULTAT NOT = ATT-COR-ANC-RESULTAT
                   MOVE "MAITRE MODIFIE DEPUIS LA DEMANDE"
                       TO WS-MOTIF-SAISI
                   PERFORM REFUSER-DEMANDE
               WHEN OTHER
                   PERFORM RECALCULER
           END-EVALUATE.

       RECALCULER.
           MOVE RESM-NOMBRE1 TO WS-ANC-NOMBRE1
           MOVE RESM-NOMBRE2 TO WS-ANC-NOMBRE2
           MOVE RESM-OPERATION TO WS-ANC-OPERATION
           MOVE RESM-RESULTAT TO WS-ANC-RESULTAT
           MOVE RESM-STATUT TO WS-ANC-STATUT
           MOVE ATT-COR-NOMBRE1 TO NOMBRE1 OF CALC-RECORD
           MOVE ATT-COR-NOMBRE2 TO NOMBRE2 OF CALC-RECORD
           MOVE ATT-COR-OPERATION TO OPERATION OF CALC-RECORD
           MOVE RESM-TAUX-CODE TO CALC-TAUX-CODE OF CALC-RECORD
           IF NOT OP-VALIDE OF CALC-RECORD
               SET CALC-ERREUR OF CALC-RECORD TO TRUE
           ELSE
               CALL "CALCCALC" USING CALC-RECORD
           END-IF
           IF CALC-OK OF CALC-RECORD
               PERFORM JOURNALISER-CONTREPASSATION
               PERFORM JOURNALISER-CORRECTION
               PERFORM REECRIRE-RESULTAT
               PERFORM APPROUVER-DEMANDE
           ELSE
               MOVE "RECALCUL IMPOSSIBLE" TO WS-MOTIF-SAISI
               PERFORM REFUSER-DEMANDE
           END-IF.

       JOURNALISER-CONTREPASSATION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO LOG-DATE
           MOVE WS-DATE-HEURE-HEURE TO LOG-HEURE
           MOVE WS-SUPERVISEUR TO LOG-OPERATEUR
           MOVE WS-ANC-NOMBRE1 TO LOG-NOMBRE1
           MOVE WS-ANC-OPERATION TO LOG-OPERATION
           MOVE WS-ANC-NOMBRE2 TO LOG-NOMBRE2
           COMPUTE LOG-RESULTAT = 0 - WS-ANC-RESULTAT
           MOVE WS-ANC-STATUT TO LOG-STATUT
           SET LOG-CONTREPASSATION TO TRUE
           MOVE RESM-LOT TO LOG-LOT
           MOVE RESM-TAUX-CODE TO LOG-TAUX-CODE
           MOVE RESM-DATE-RUN TO LOG-DATE-RUN
           PERFORM ECRIRE-JOURNAL.

       JOURNALISER-CORRECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO LOG-DATE
           MOVE WS-DATE-HEURE-HEURE TO LOG-HEURE
           MOVE WS-SUPERVISEUR TO LOG-OPERATEUR
           MOVE NOMBRE1 OF CALC-RECORD TO LOG-NOMBRE1
           MOVE OPERATION OF CALC-RECORD TO LOG-OPERATION
           MOVE NOMBRE2 OF CALC-RECORD TO LOG-NOMBRE2
           MOVE RESULTAT OF CALC-RECORD TO LOG-RESULTAT
           MOVE CALC-STATUT OF CALC-RECORD TO LOG-STATUT
           SET LOG-CORRECTION TO TRUE
           MOVE RESM-LOT TO LOG-LOT
           MOVE CALC-TAUX-CODE OF CALC-RECORD TO LOG-TAUX-CODE
           MOVE RESM-DATE-RUN TO LOG-DATE-RUN
           PERFORM ECRIRE-JOURNAL.

       ECRIRE-JOURNAL.
           WRITE LOG-RECORD
           IF NOT WS-LOG-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCLOG.DAT, CODE "
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REECRIRE-RESULTAT.
           MOVE NOMBRE1 OF CALC-RECORD TO RESM-NOMBRE1
           MOVE NOMBRE2 OF CALC-RECORD TO RESM-NOMBRE2
           MOVE OPERATION OF CALC-RECORD TO RESM-OPERATION
           MOVE RESULTAT OF CALC-RECORD TO RESM-RESULTAT
           MOVE CALC-STATUT OF CALC-RECORD TO RESM-STATUT
           REWRITE RESM-RECORD
           IF NOT WS-RESM-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCRESM.DAT, CODE "
                   WS-RESM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RESULTAT OF CALC-RECORD TO WS-RESULTAT-EDIT
           DISPLAY "Resultat corrige : " WS-RESULTAT-EDIT
               " (passage " RESM-DATE-RUN " lot " RESM-LOT
               " sequence " RESM-SEQUENCE ")".

       APPLIQUER-TAUX.
           OPEN EXTEND RATE-FILE
           IF WS-TAUX-FICHIER-ABSENT
               OPEN OUTPUT RATE-FILE
           END-IF
           IF NOT WS-TAUX-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCTAUX.DAT, CODE "
                   WS-TAUX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ATT-TX-CODE TO TAUX-CODE
           MOVE ATT-TX-LIBELLE TO TAUX-LIBELLE
           MOVE ATT-TX-VALEUR TO TAUX-VALEUR
           MOVE ATT-TX-DATE-EFFET TO TAUX-DATE-EFFET
           WRITE TAUX-RECORD
           IF NOT WS-TAUX-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCTAUX.DAT, CODE "
                   WS-TAUX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RATE-FILE
           DISPLAY "Taux ajoute : " TAUX-CODE " a effet du "
               TAUX-DATE-EFFET
           PERFORM APPROUVER-DEMANDE.

       SAISIR-MOTIF-REFUS.
           MOVE SPACES TO WS-MOTIF-SAISI
           PERFORM UNTIL WS-MOTIF-SAISI NOT = SPACES
               DISPLAY "Motif du refus (obligatoire) : "
               ACCEPT WS-MOTIF-SAISI
           END-PERFORM.

       APPROUVER-DEMANDE.
           SET ATT-APPROUVEE TO TRUE
           MOVE SPACES TO ATT-MOTIF-REFUS
           PERFORM ENREGISTRER-DECISION
           ADD 1 TO WS-NB-APPROUVEES.

       REFUSER-DEMANDE.
           SET ATT-REFUSEE TO TRUE
           MOVE WS-MOTIF-SAISI TO ATT-MOTIF-REFUS
           PERFORM ENREGISTRER-DECISION
           ADD 1 TO WS-NB-REFUSEES
           DISPLAY "Demande refusee : " WS-MOTIF-SAISI.

       ENREGISTRER-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-SUPERVISEUR TO ATT-APPROBATEUR
           MOVE WS-DATE-HEURE-DATE TO ATT-DATE-DECISION
           MOVE WS-DATE-HEURE-HEURE TO ATT-HEURE-DECISION
           REWRITE ATT-RECORD
           IF NOT WS-ATT-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCATTN.DAT, CODE "
                   WS-ATT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-STATISTIQUES.
           MOVE "CALCAPPR" TO STAT-PROGRAMME
           MOVE WS-NB-EXAMINEES TO STAT-NB-LUS
           MOVE WS-NB-APPROUVEES TO STAT-NB-ECRITS
           MOVE WS-NB-REFUSEES TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
