      * superviseur saisit la cle (date de passage, lot, sequence),
      * voit l'enregistrement courant tel que CALCINQ le restitue,
      * saisit les entrees corrigees (nombres, operation, vide =
      * inchange), et le programme recalcule via CALCCALC pour
      * montrer le resultat corrige. Pour un resultat a code taux, le
      * NOMBRE2 corrige vaut taux applique ; le code taux est conserve
      * a titre de trace.
      *
      * Double controle : la correction n'est pas appliquee par celui
      * qui la saisit. Elle est deposee, avec le motif saisi par le
      * demandeur, dans le fichier des modifications en attente
      * (CALCATTN.DAT, copybook CALCATTN) et c'est un second
      * superviseur qui l'approuve dans CALCAPPR. L'approbation met
      * a jour le maitre par REWRITE et journalise dans CALCLOG.DAT
      * la contrepassation de l'ancienne valeur (origine R, resultat
      * en signe inverse) puis la nouvelle valeur (origine C), pour
      * que le releve quotidien (CALCRPT) et les auditeurs voient
      * chaque correction, visible et attribuable, et que les
      * volumes restent reconcilies. Plus personne ne retouche le
      * fichier maitre a la main ni ne relance tout un passage pour
      * un enregistrement.
      *
      * L'identifiant du superviseur est controle dans CALCOPER.DAT
      * (inconnu ou suspendu : session refusee) comme a l'ouverture
      * journee (CALCCLOS, fichier CALCCLOS.DAT) refuse la session :
      * la correction journaliserait a la date du jour et fausserait
      * les totaux convenus de la cloture. En fin de session, refus compris, les
      * statistiques (resultats consultes, corrections deposees en
      * attente, code retour) sont ajoutees a CALCSTAT.DAT via
      * CALCSTAW pour la surveillance du matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESM-CLE
               FILE STATUS IS WS-RESM-STATUS.
           SELECT ATTENTE-FILE ASSIGN TO "CALCATTN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-CLE
               FILE STATUS IS WS-ATT-STATUS.
           SELECT OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  MASTER-FILE.
       COPY CALCRESM.

       FD  ATTENTE-FILE.
       COPY CALCATTN.

       FD  OPER-FILE.
       COPY CALCOPER.
           88  WS-RESM-STATUT-OK      VALUE "00".
           88  WS-RESM-INTROUVABLE    VALUE "23".
           88  WS-RESM-FICHIER-ABSENT VALUE "35".
       01  WS-ATT-STATUS        PIC X(2).
           88  WS-ATT-STATUT-OK       VALUE "00".
           88  WS-ATT-FICHIER-ABSENT  VALUE "35".
       01  WS-OPER-STATUS       PIC X(2).
           88  WS-OPER-STATUT-OK      VALUE "00".
           88  WS-OPER-INTROUVABLE    VALUE "23".
       01  WS-NOMBRE-EDIT       PIC -(7)9.99.
       01  WS-RESULTAT-EDIT     PIC -(9)9.99.
       01  WS-NB-CONSULTES      PIC 9(5) VALUE 0.
       01  WS-NB-SOUMISES       PIC 9(5) VALUE 0.
       01  WS-MOTIF-SAISI       PIC X(40).
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-HORODATE.
           05  WS-HORO-DATE         PIC 9(8).
           05  WS-HORO-HEURE        PIC 9(8).
           05  FILLER               PIC X(5).
       COPY CALCSTAT.

       PROCEDURE DIVISION.
           END-PERFORM

           CLOSE MASTER-FILE
           CLOSE ATTENTE-FILE
           DISPLAY "CALCCORR TERMINE"
           DISPLAY "  Resultats consultes  : " WS-NB-CONSULTES
           DISPLAY "  Corrections deposees : " WS-NB-SOUMISES
               " (en attente d'approbation, CALCAPPR)"
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

           END-IF.

       OUVRIR-FICHIERS.
           OPEN INPUT MASTER-FILE
           IF WS-RESM-FICHIER-ABSENT
               DISPLAY "FICHIER MAITRE DES RESULTATS ABSENT : "
                   "CALCRESM.DAT introuvable (lancer CALCRESL)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           END-IF.
               PERFORM SAISIR-CORRECTIONS
               PERFORM RECALCULER
               IF CALC-OK OF CALC-RECORD
                   MOVE RESULTAT OF CALC-RECORD TO WS-RESULTAT-EDIT
                   DISPLAY "Resultat corrige : " WS-RESULTAT-EDIT
                   PERFORM SAISIR-MOTIF
                   PERFORM DEPOSER-DEMANDE
               ELSE
                   DISPLAY "Recalcul impossible (operation ou "
                       "valeurs invalides), maitre inchange."
               CALL "CALCCALC" USING CALC-RECORD
           END-IF.

       SAISIR-MOTIF.
           MOVE SPACES TO WS-MOTIF-SAISI
           PERFORM UNTIL WS-MOTIF-SAISI NOT = SPACES
               DISPLAY "Motif de la correction (obligatoire) : "
               ACCEPT WS-MOTIF-SAISI
           END-PERFORM.

       DEPOSER-DEMANDE.
           MOVE SPACES TO ATT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATE
           MOVE WS-HORO-DATE TO ATT-DATE-DEMANDE
           MOVE WS-HORO-HEURE TO ATT-HEURE-DEMANDE
           MOVE WS-SUPERVISEUR TO ATT-DEMANDEUR
           SET ATT-CORRECTION TO TRUE
           SET ATT-EN-ATTENTE TO TRUE
           MOVE WS-MOTIF-SAISI TO ATT-MOTIF-DEMANDE
           MOVE 0 TO ATT-DATE-DECISION
           MOVE 0 TO ATT-HEURE-DECISION
           MOVE RESM-DATE-RUN TO ATT-COR-DATE-RUN
           MOVE RESM-LOT TO ATT-COR-LOT
           MOVE RESM-SEQUENCE TO ATT-COR-SEQUENCE
           MOVE NOMBRE1 OF CALC-RECORD TO ATT-COR-NOMBRE1
           MOVE OPERATION OF CALC-RECORD TO ATT-COR-OPERATION
           MOVE NOMBRE2 OF CALC-RECORD TO ATT-COR-NOMBRE2
           MOVE WS-ANC-RESULTAT TO ATT-COR-ANC-RESULTAT
           WRITE ATT-RECORD
           IF NOT WS-ATT-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCATTN.DAT, CODE "
                   WS-ATT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-SOUMISES
           DISPLAY "Correction deposee en attente d'approbation "
               "(passage " RESM-DATE-RUN " lot " RESM-LOT
               " sequence " RESM-SEQUENCE ")".

       ECRIRE-STATISTIQUES.
           MOVE "CALCCORR" TO STAT-PROGRAMME
           MOVE WS-NB-CONSULTES TO STAT-NB-LUS
           MOVE WS-NB-SOUMISES TO STAT-NB-ECRITS
           MOVE 0 TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
