       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRTAR.
      *****************************************************************
      * Retarification retroactive des resultats du maitre apres la
      * saisie d'un taux a date d'effet passee. Pour un code taux et
      * une date d'effet demandes, relit le fichier maitre des
      * resultats (CALCRESM.DAT) et retient les resultats calcules
      * avec ce code (RESM-TAUX-CODE, statut O) dont la date metier
      * du lot, relue au registre des lots traites (CALCLOTR.DAT,
      * entree du lot inscrite a la date du passage), est atteinte
      * par la date d'effet. Le taux est recherche dans CALCTAUX.DAT
      * comme le fait CHERCHER-TAUX de CALCBTCH (ligne du code la
      * plus recente dont la date d'effet est atteinte a la date
      * metier) ; chaque resultat est recalcule avec le taux ainsi
      * retenu (multiplication ou division par le taux, arrondi, a
      * la precision du fichier des taux) et n'est retarife que si
      * le RESULTAT recalcule differe de celui du maitre : NOMBRE2
      * ne garde le taux applique qu'a deux decimales et ne peut
      * servir de comparaison.
      *
      * Deux modes :
      *   - simulation (S) : seul l'etat d'impact CALCRTAR.RPT est
      *     produit - par resultat, NOMBRE2 du maitre et nouveau
      *     taux, ancien et nouveau RESULTAT et ecart, puis les
      *     totaux par service et le total general - pour que la
      *     finance voie le cout avant toute ecriture. Rien n'est
      *     modifie.
      *   - application (A) : meme etat, puis chaque resultat est mis
      *     a jour au maitre par REWRITE et journalise dans
      *     CALCLOG.DAT par une paire contrepassation (origine R,
      *     ancien resultat en signe inverse) et correction (origine
      *     C) portant la date de passage du resultat
      *     (LOG-DATE-RUN), comme une correction CALCCORR ;
      *     l'operateur du journal porte l'identifiant du passage de
      *     retarification
      *     (RT suivi de l'heure de lancement), qui figure aussi sur
      *     l'etat. Un fichier d'ajustement par service,
      *     CALCRTA.<service>.DAT, est depose dans le style CSV des
      *     fichiers retour CALCRET :
      *         lot,sequence,NOMBRE1,operation,taux,RESULTAT,statut
      *     avec pour chaque resultat une ligne R (ancien taux,
      *     ancien resultat en signe inverse) et une ligne C (nouveau
      *     taux, nouveau resultat).
      * L'application exige un superviseur actif (CALCOPER.DAT) et
      * est refusee sur une journee deja close par CALCCLOS, comme
      * CALCCORR. Le taux retroactif lui-meme n'entre dans
      * CALCTAUX.DAT qu'apres approbation (CALCAPPR).
      *
      * Anomalies (lot absent du registre, recalcul en depassement,
      * code taux sans ligne en vigueur) : signalees sur l'etat,
      * resultat laisse inchange, code retour 4.
      * En fin de passage, les statistiques (resultats lus,
      * resultats retarifes, anomalies, code retour) sont ajoutees a
      * CALCSTAT.DAT via CALCSTAW pour la surveillance du matin
      * (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "CALCRESM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESM-CLE
               FILE STATUS IS WS-RESM-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "CALCLOTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTR-CLE
               FILE STATUS IS WS-LOTR-STATUS.
           SELECT RATE-FILE ASSIGN TO "CALCTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.
           SELECT LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TRAVAIL-FILE ASSIGN TO "CALCRTAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRV-STATUS.
           SELECT AJUST-FILE ASSIGN USING WS-NOM-AJUST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCRTAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
       FD  MASTER-FILE.
       COPY CALCRESM.

       FD  REGISTRE-FILE.
       COPY CALCLOTR.

       FD  RATE-FILE.
       COPY CALCTAUX.

       FD  LOG-FILE.
       COPY CALCLOG.

       FD  TRAVAIL-FILE.
       01  TRAVAIL-RECORD.
           05  TRV-SERVICE          PIC X(10).
           05  TRV-LIGNE            PIC X(100).

       FD  AJUST-FILE.
       01  AJUST-LIGNE              PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       FD  OPER-FILE.
       COPY CALCOPER.

       FD  CLOTURE-FILE.
       COPY CALCCLOJ.

       WORKING-STORAGE SECTION.
       01  WS-RESM-STATUS       PIC X(2).
           88  WS-RESM-STATUT-OK      VALUE "00".
           88  WS-RESM-FICHIER-ABSENT VALUE "35".
       01  WS-LOTR-STATUS       PIC X(2).
           88  WS-LOTR-STATUT-OK      VALUE "00".
           88  WS-LOTR-FICHIER-ABSENT VALUE "35".
       01  WS-TAUX-STATUS       PIC X(2).
           88  WS-TAUX-STATUT-OK      VALUE "00".
           88  WS-TAUX-FICHIER-ABSENT VALUE "35".
       01  WS-LOG-STATUS        PIC X(2).
           88  WS-LOG-STATUT-OK       VALUE "00".
           88  WS-LOG-FICHIER-ABSENT  VALUE "35".
       01  WS-TRV-STATUS        PIC X(2).
           88  WS-TRV-STATUT-OK       VALUE "00".
       01  WS-AJU-STATUS        PIC X(2).
           88  WS-AJU-STATUT-OK       VALUE "00".
       01  WS-RPT-STATUS        PIC X(2).
           88  WS-RPT-STATUT-OK       VALUE "00".
       01  WS-OPER-STATUS       PIC X(2).
           88  WS-OPER-STATUT-OK      VALUE "00".
           88  WS-OPER-INTROUVABLE    VALUE "23".
           88  WS-OPER-FICHIER-ABSENT VALUE "35".
       01  WS-CLOS-STATUS       PIC X(2).
           88  WS-CLOS-STATUT-OK      VALUE "00".
           88  WS-CLOS-INTROUVABLE    VALUE "23".
           88  WS-CLOS-FICHIER-ABSENT VALUE "35".
       01  WS-FIN-MAITRE-SW     PIC X VALUE "N".
           88  WS-FIN-MAITRE          VALUE "O".
       01  WS-FIN-REGISTRE-SW   PIC X.
           88  WS-FIN-REGISTRE        VALUE "O".
       01  WS-FIN-TAUX-SW       PIC X.
           88  WS-FIN-TAUX            VALUE "O".
       01  WS-FIN-TRAVAIL-SW    PIC X.
           88  WS-FIN-TRAVAIL         VALUE "O".
       01  WS-MODE              PIC X.
           88  WS-MODE-SIMULATION      VALUE "S".
           88  WS-MODE-APPLICATION     VALUE "A".
           88  WS-MODE-VALIDE          VALUE "S" "A".
       01  WS-SUPERVISEUR       PIC X(8) VALUE SPACES.
       01  WS-ID-PASSAGE        PIC X(8).
       01  WS-DATE-DU-JOUR      PIC 9(8).
       01  WS-CODE-TAUX         PIC X(6).
       01  WS-DATE-EFFET        PIC 9(8).
       01  WS-SAISIE-DATE       PIC X(8).
       01  WS-CODE-CONNU-SW     PIC X VALUE "N".
           88  WS-CODE-CONNU          VALUE "O".
      *    lot courant : date metier et service relus au registre
       01  WS-LOT-MEMO          PIC X(8) VALUE SPACES.
       01  WS-DATE-RUN-MEMO     PIC 9(8) VALUE 0.
       01  WS-LOT-TROUVE-SW     PIC X.
           88  WS-LOT-TROUVE          VALUE "O".
       01  WS-DATE-METIER       PIC 9(8).
       01  WS-SERVICE-LOT       PIC X(10).
      *    taux retenu pour la date metier courante
       01  WS-DATE-CALCUL-MEMO  PIC 9(8) VALUE 0.
       01  WS-TAUX-TROUVE-SW    PIC X.
           88  WS-TAUX-TROUVE         VALUE "O".
       01  WS-TAUX-RETENU       PIC 9(3)V9(6).
       01  WS-DATE-RETENUE      PIC 9(8).
       01  WS-NOUV-RESULTAT     PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
       01  WS-ECART             PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
       01  WS-CALCUL-OK-SW      PIC X.
           88  WS-CALCUL-OK           VALUE "O".
       01  WS-NB-SERVICES       PIC 9(3) VALUE 0.
       01  WS-IDX-SERVICE       PIC 9(3).
       01  WS-TABLE-SERVICES.
           05  WS-SERVICE-ENTREE OCCURS 50.
               10  WS-SRV-CODE      PIC X(10).
               10  WS-SRV-NB        PIC 9(7).
               10  WS-SRV-ANCIEN    PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
               10  WS-SRV-NOUVEAU   PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-TOT-ANCIEN        PIC S9(11)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-TOT-NOUVEAU       PIC S9(11)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-TOT-ECART         PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
       01  WS-NOM-AJUST         PIC X(22).
       01  WS-NB-LUS            PIC 9(7) VALUE 0.
       01  WS-NB-RETARIFES      PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES      PIC 9(7) VALUE 0.
       01  WS-NB-FICHIER        PIC 9(7) VALUE 0.
       01  WS-SEQ-EDIT          PIC 9(7).
       01  WS-NOMBRE1-EDIT      PIC -(7)9.99.
       01  WS-TAUX-EDIT         PIC ZZ9.9(6).
       01  WS-TAUX-EDIT-2       PIC ZZ9.9(6).
       01  WS-RESULTAT-EDIT     PIC -(9)9.99.
       01  WS-RESULTAT-EDIT-2   PIC -(9)9.99.
       01  WS-ECART-EDIT        PIC -(9)9.99.
       01  WS-TOTAL-EDIT        PIC -(11)9.99.
       01  WS-TOTAL-EDIT-2      PIC -(11)9.99.
       01  WS-TOTAL-EDIT-3      PIC -(11)9.99.
       01  WS-CPT-EDIT          PIC Z(6)9.
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       COPY CALCSTAT.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           PERFORM INITIALISATION
           IF WS-MODE-APPLICATION
               PERFORM CONTROLER-SUPERVISEUR
               PERFORM CONTROLER-JOURNEE-CLOSE
           END-IF
           PERFORM CONTROLER-CODE-TAUX
           PERFORM OUVRIR-FICHIERS
           PERFORM OUVRIR-RAPPORT

           MOVE LOW-VALUES TO RESM-CLE
           START MASTER-FILE KEY IS NOT LESS THAN RESM-CLE
               INVALID KEY
                   SET WS-FIN-MAITRE TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-MAITRE
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-MAITRE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF RESM-TAUX-CODE = WS-CODE-TAUX
                           AND RESM-STATUT = "O"
                           PERFORM EXAMINER-UN-RESULTAT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM ECRIRE-TOTAUX-SERVICES
           CLOSE MASTER-FILE
           CLOSE REGISTRE-FILE
           IF WS-MODE-APPLICATION
               CLOSE LOG-FILE
               CLOSE TRAVAIL-FILE
               PERFORM PRODUIRE-AJUSTEMENTS
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "CALCRTAR TERMINE"
           IF WS-MODE-SIMULATION
               DISPLAY "  Mode                 : SIMULATION, "
                   "aucune mise a jour"
           ELSE
               DISPLAY "  Mode                 : APPLICATION, "
                   "passage " WS-ID-PASSAGE
           END-IF
           DISPLAY "  Resultats lus        : " WS-NB-LUS
           DISPLAY "  Resultats retarifes  : " WS-NB-RETARIFES
           DISPLAY "  Anomalies            : " WS-NB-ANOMALIES
               " (voir CALCRTAR.RPT)"
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO STAT-HEURE-DEBUT
           MOVE WS-DATE-HEURE-DATE TO WS-DATE-DU-JOUR
           MOVE SPACES TO WS-ID-PASSAGE
           STRING "RT" WS-DATE-HEURE-HEURE
               DELIMITED BY SIZE INTO WS-ID-PASSAGE
           DISPLAY "Code taux a retarifer : "
           ACCEPT WS-CODE-TAUX
           MOVE FUNCTION UPPER-CASE(WS-CODE-TAUX) TO WS-CODE-TAUX
           DISPLAY "Date d'effet du taux (AAAAMMJJ) : "
           ACCEPT WS-SAISIE-DATE
           DISPLAY "Simulation (S) ou Application (A) ? "
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-CODE-TAUX = SPACES
               DISPLAY "CODE TAUX ABSENT, retarification abandonnee"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF WS-SAISIE-DATE NOT NUMERIC
               DISPLAY "DATE D'EFFET INVALIDE : " WS-SAISIE-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           MOVE WS-SAISIE-DATE TO WS-DATE-EFFET
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-EFFET) NOT = 0
               DISPLAY "DATE D'EFFET INVALIDE : " WS-SAISIE-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF NOT WS-MODE-VALIDE
               DISPLAY "MODE NON RECONNU : " WS-MODE
                   ", retarification abandonnee"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF.

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
                   ", application refusee."
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
                   DISPLAY "Journee " WS-DATE-DU-JOUR
                       " deja close (CALCCLOS), application "
                       "refusee (la simulation reste possible)."
                   MOVE 8 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   STOP RUN
               END-IF
               CLOSE CLOTURE-FILE
           END-IF.

       CONTROLER-CODE-TAUX.
           MOVE "N" TO WS-FIN-TAUX-SW
           OPEN INPUT RATE-FILE
           IF WS-TAUX-FICHIER-ABSENT
               DISPLAY "FICHIER DES TAUX ABSENT : CALCTAUX.DAT "
                   "introuvable"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN-TAUX
               READ RATE-FILE
                   AT END
                       SET WS-FIN-TAUX TO TRUE
                   NOT AT END
                       IF TAUX-CODE = WS-CODE-TAUX
                           AND TAUX-DATE-EFFET = WS-DATE-EFFET
                           SET WS-CODE-CONNU TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           IF NOT WS-CODE-CONNU
               DISPLAY "AUCUNE LIGNE " WS-CODE-TAUX " A EFFET DU "
                   WS-DATE-EFFET " DANS CALCTAUX.DAT (taux non "
                   "encore approuve ?), retarification abandonnee"
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF.

       OUVRIR-FICHIERS.
           IF WS-MODE-APPLICATION
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF
           IF WS-RESM-FICHIER-ABSENT
               DISPLAY "FICHIER MAITRE DES RESULTATS ABSENT : "
                   "CALCRESM.DAT introuvable (lancer CALCRESL)"
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF NOT WS-RESM-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCRESM.DAT, CODE "
                   WS-RESM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REGISTRE-FILE
           IF NOT WS-LOTR-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCLOTR.DAT, CODE "
                   WS-LOTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-APPLICATION
               OPEN EXTEND LOG-FILE
               IF WS-LOG-FICHIER-ABSENT
                   OPEN OUTPUT LOG-FILE
               END-IF
               IF NOT WS-LOG-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCLOG.DAT, CODE "
                       WS-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT TRAVAIL-FILE
               IF NOT WS-TRV-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCRTAW.DAT, CODE "
                       WS-TRV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OUVRIR-RAPPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCRTAR.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RETARIFICATION DU CODE TAUX " WS-CODE-TAUX
               " A EFFET DU " WS-DATE-EFFET " - ETAT DU "
               WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           IF WS-MODE-SIMULATION
               MOVE "MODE SIMULATION : AUCUNE MISE A JOUR DU MAITRE"
                   TO REPORT-LINE
           ELSE
               STRING "MODE APPLICATION : PASSAGE " WS-ID-PASSAGE
                   ", SUPERVISEUR " WS-SUPERVISEUR
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "PASSAGE  LOT      SEQUENCE SERVICE    "
               "NB2 MAITRE  NOUVEAU TAUX  ANCIEN RESULTAT "
               "NOUVEAU RESULTAT            ECART"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       EXAMINER-UN-RESULTAT.
           IF RESM-LOT NOT = WS-LOT-MEMO
               OR RESM-DATE-RUN NOT = WS-DATE-RUN-MEMO
               PERFORM CHERCHER-LOT-AU-REGISTRE
           END-IF
           IF NOT WS-LOT-TROUVE
               PERFORM SIGNALER-LOT-ABSENT
           ELSE
               IF WS-DATE-METIER >= WS-DATE-EFFET
                   IF WS-DATE-METIER NOT = WS-DATE-CALCUL-MEMO
                       PERFORM CHERCHER-TAUX
                   END-IF
                   IF NOT WS-TAUX-TROUVE
                       PERFORM SIGNALER-TAUX-ABSENT
                   ELSE
                       PERFORM RECALCULER-RESULTAT
                   END-IF
               END-IF
           END-IF.

       CHERCHER-LOT-AU-REGISTRE.
           MOVE RESM-LOT TO WS-LOT-MEMO
           MOVE RESM-DATE-RUN TO WS-DATE-RUN-MEMO
           MOVE "N" TO WS-LOT-TROUVE-SW
           MOVE "N" TO WS-FIN-REGISTRE-SW
           MOVE RESM-LOT TO LOTR-ID-LOT
           MOVE 0 TO LOTR-DATE-METIER
           START REGISTRE-FILE KEY IS NOT LESS THAN LOTR-CLE
               INVALID KEY
                   SET WS-FIN-REGISTRE TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-REGISTRE OR WS-LOT-TROUVE
               READ REGISTRE-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-REGISTRE TO TRUE
                   NOT AT END
                       IF LOTR-ID-LOT NOT = RESM-LOT
                           SET WS-FIN-REGISTRE TO TRUE
                       ELSE
                           IF LOTR-DATE-PASSAGE = RESM-DATE-RUN
                               SET WS-LOT-TROUVE TO TRUE
                               MOVE LOTR-DATE-METIER
                                   TO WS-DATE-METIER
                               MOVE LOTR-SERVICE TO WS-SERVICE-LOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHERCHER-TAUX.
           MOVE WS-DATE-METIER TO WS-DATE-CALCUL-MEMO
           MOVE "N" TO WS-TAUX-TROUVE-SW
           MOVE "N" TO WS-FIN-TAUX-SW
           MOVE 0 TO WS-DATE-RETENUE
           OPEN INPUT RATE-FILE
           IF NOT WS-TAUX-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCTAUX.DAT, CODE "
                   WS-TAUX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN-TAUX
               READ RATE-FILE
                   AT END
                       SET WS-FIN-TAUX TO TRUE
                   NOT AT END
                       IF TAUX-CODE = WS-CODE-TAUX
                           AND TAUX-DATE-EFFET <= WS-DATE-METIER
                           AND TAUX-DATE-EFFET >= WS-DATE-RETENUE
                           MOVE TAUX-VALEUR TO WS-TAUX-RETENU
                           MOVE TAUX-DATE-EFFET TO WS-DATE-RETENUE
                           SET WS-TAUX-TROUVE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       RECALCULER-RESULTAT.
           SET WS-CALCUL-OK TO TRUE
           EVALUATE RESM-OPERATION
               WHEN "*"
                   COMPUTE WS-NOUV-RESULTAT ROUNDED =
                       RESM-NOMBRE1 * WS-TAUX-RETENU
                       ON SIZE ERROR
                           MOVE "N" TO WS-CALCUL-OK-SW
                   END-COMPUTE
               WHEN "/"
                   IF WS-TAUX-RETENU = 0
                       MOVE "N" TO WS-CALCUL-OK-SW
                   ELSE
                       COMPUTE WS-NOUV-RESULTAT ROUNDED =
                           RESM-NOMBRE1 / WS-TAUX-RETENU
                           ON SIZE ERROR
                               MOVE "N" TO WS-CALCUL-OK-SW
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CALCUL-OK-SW
           END-EVALUATE
           IF NOT WS-CALCUL-OK
               PERFORM SIGNALER-RECALCUL-IMPOSSIBLE
           ELSE
               IF WS-NOUV-RESULTAT NOT = RESM-RESULTAT
                   COMPUTE WS-ECART = WS-NOUV-RESULTAT - RESM-RESULTAT
                   ADD 1 TO WS-NB-RETARIFES
                   PERFORM CUMULER-SERVICE
                   PERFORM EDITER-IMPACT
                   IF WS-MODE-APPLICATION
                       PERFORM JOURNALISER-CONTREPASSATION
                       PERFORM JOURNALISER-CORRECTION
                       PERFORM ECRIRE-AJUSTEMENTS
                       PERFORM REECRIRE-RESULTAT
                   END-IF
               END-IF
           END-IF.

       CUMULER-SERVICE.
           ADD RESM-RESULTAT TO WS-TOT-ANCIEN
           ADD WS-NOUV-RESULTAT TO WS-TOT-NOUVEAU
           PERFORM VARYING WS-IDX-SERVICE FROM 1 BY 1
               UNTIL WS-IDX-SERVICE > WS-NB-SERVICES
               OR WS-SRV-CODE(WS-IDX-SERVICE) = WS-SERVICE-LOT
               CONTINUE
           END-PERFORM
           IF WS-IDX-SERVICE > WS-NB-SERVICES
               IF WS-NB-SERVICES < 50
                   ADD 1 TO WS-NB-SERVICES
                   MOVE WS-NB-SERVICES TO WS-IDX-SERVICE
                   MOVE WS-SERVICE-LOT TO WS-SRV-CODE(WS-IDX-SERVICE)
                   MOVE 0 TO WS-SRV-NB(WS-IDX-SERVICE)
                   MOVE 0 TO WS-SRV-ANCIEN(WS-IDX-SERVICE)
                   MOVE 0 TO WS-SRV-NOUVEAU(WS-IDX-SERVICE)
               ELSE
                   MOVE 0 TO WS-IDX-SERVICE
                   DISPLAY "TABLE DES SERVICES PLEINE : service "
                       WS-SERVICE-LOT " absent des totaux par service"
               END-IF
           END-IF
           IF WS-IDX-SERVICE > 0
               ADD 1 TO WS-SRV-NB(WS-IDX-SERVICE)
               ADD RESM-RESULTAT TO WS-SRV-ANCIEN(WS-IDX-SERVICE)
               ADD WS-NOUV-RESULTAT TO WS-SRV-NOUVEAU(WS-IDX-SERVICE)
           END-IF.

       EDITER-IMPACT.
           MOVE RESM-NOMBRE2 TO WS-TAUX-EDIT
           MOVE WS-TAUX-RETENU TO WS-TAUX-EDIT-2
           MOVE RESM-RESULTAT TO WS-RESULTAT-EDIT
           MOVE WS-NOUV-RESULTAT TO WS-RESULTAT-EDIT-2
           MOVE WS-ECART TO WS-ECART-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING RESM-DATE-RUN " " RESM-LOT " " RESM-SEQUENCE "  "
               WS-SERVICE-LOT " " WS-TAUX-EDIT "  " WS-TAUX-EDIT-2
               " " WS-RESULTAT-EDIT "   " WS-RESULTAT-EDIT-2
               " " WS-ECART-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       SIGNALER-LOT-ABSENT.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SPACES TO REPORT-LINE
           STRING RESM-DATE-RUN " " RESM-LOT " " RESM-SEQUENCE
               "  ==> LOT ABSENT DU REGISTRE CALCLOTR, DATE METIER "
               "INCONNUE, RESULTAT INCHANGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       SIGNALER-TAUX-ABSENT.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SPACES TO REPORT-LINE
           STRING RESM-DATE-RUN " " RESM-LOT " " RESM-SEQUENCE
               "  ==> AUCUN TAUX EN VIGUEUR AU " WS-DATE-METIER
               ", RESULTAT INCHANGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       SIGNALER-RECALCUL-IMPOSSIBLE.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SPACES TO REPORT-LINE
           STRING RESM-DATE-RUN " " RESM-LOT " " RESM-SEQUENCE
               "  ==> RECALCUL IMPOSSIBLE (OPERATION "
               RESM-OPERATION " OU DEPASSEMENT), RESULTAT INCHANGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       JOURNALISER-CONTREPASSATION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO LOG-DATE
           MOVE WS-DATE-HEURE-HEURE TO LOG-HEURE
           MOVE WS-ID-PASSAGE TO LOG-OPERATEUR
           MOVE RESM-NOMBRE1 TO LOG-NOMBRE1
           MOVE RESM-OPERATION TO LOG-OPERATION
           MOVE RESM-NOMBRE2 TO LOG-NOMBRE2
           COMPUTE LOG-RESULTAT = 0 - RESM-RESULTAT
           MOVE RESM-STATUT TO LOG-STATUT
           SET LOG-CONTREPASSATION TO TRUE
           MOVE RESM-LOT TO LOG-LOT
           MOVE RESM-TAUX-CODE TO LOG-TAUX-CODE
           MOVE RESM-DATE-RUN TO LOG-DATE-RUN
           PERFORM ECRIRE-JOURNAL.

       JOURNALISER-CORRECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO LOG-DATE
           MOVE WS-DATE-HEURE-HEURE TO LOG-HEURE
           MOVE WS-ID-PASSAGE TO LOG-OPERATEUR
           MOVE RESM-NOMBRE1 TO LOG-NOMBRE1
           MOVE RESM-OPERATION TO LOG-OPERATION
           MOVE WS-TAUX-RETENU TO LOG-NOMBRE2
           MOVE WS-NOUV-RESULTAT TO LOG-RESULTAT
           MOVE "O" TO LOG-STATUT
           SET LOG-CORRECTION TO TRUE
           MOVE RESM-LOT TO LOG-LOT
           MOVE RESM-TAUX-CODE TO LOG-TAUX-CODE
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

       ECRIRE-AJUSTEMENTS.
           MOVE RESM-SEQUENCE TO WS-SEQ-EDIT
           MOVE RESM-NOMBRE1 TO WS-NOMBRE1-EDIT
           MOVE RESM-NOMBRE2 TO WS-TAUX-EDIT
           COMPUTE WS-RESULTAT-EDIT = 0 - RESM-RESULTAT
           MOVE WS-SERVICE-LOT TO TRV-SERVICE
           MOVE SPACES TO TRV-LIGNE
           STRING RESM-LOT DELIMITED BY SPACE
               "," WS-SEQ-EDIT
               "," WS-NOMBRE1-EDIT
               "," RESM-OPERATION
               "," WS-TAUX-EDIT
               "," WS-RESULTAT-EDIT
               ",R"
               DELIMITED BY SIZE INTO TRV-LIGNE
           PERFORM ECRIRE-TRAVAIL
           MOVE WS-TAUX-RETENU TO WS-TAUX-EDIT
           MOVE WS-NOUV-RESULTAT TO WS-RESULTAT-EDIT
           MOVE SPACES TO TRV-LIGNE
           STRING RESM-LOT DELIMITED BY SPACE
               "," WS-SEQ-EDIT
               "," WS-NOMBRE1-EDIT
               "," RESM-OPERATION
               "," WS-TAUX-EDIT
               "," WS-RESULTAT-EDIT
               ",C"
               DELIMITED BY SIZE INTO TRV-LIGNE
           PERFORM ECRIRE-TRAVAIL.

       ECRIRE-TRAVAIL.
           WRITE TRAVAIL-RECORD
           IF NOT WS-TRV-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCRTAW.DAT, CODE "
                   WS-TRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REECRIRE-RESULTAT.
           MOVE WS-TAUX-RETENU TO RESM-NOMBRE2
           MOVE WS-NOUV-RESULTAT TO RESM-RESULTAT
           REWRITE RESM-RECORD
           IF NOT WS-RESM-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCRESM.DAT, CODE "
                   WS-RESM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-TOTAUX-SERVICES.
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "SERVICE     NB RESULTATS       ANCIEN TOTAL"
               "      NOUVEAU TOTAL              ECART"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-SERVICE FROM 1 BY 1
               UNTIL WS-IDX-SERVICE > WS-NB-SERVICES
               MOVE WS-SRV-NB(WS-IDX-SERVICE) TO WS-CPT-EDIT
               MOVE WS-SRV-ANCIEN(WS-IDX-SERVICE) TO WS-TOTAL-EDIT
               MOVE WS-SRV-NOUVEAU(WS-IDX-SERVICE) TO WS-TOTAL-EDIT-2
               COMPUTE WS-TOT-ECART = WS-SRV-NOUVEAU(WS-IDX-SERVICE)
                   - WS-SRV-ANCIEN(WS-IDX-SERVICE)
               MOVE WS-TOT-ECART TO WS-TOTAL-EDIT-3
               MOVE SPACES TO REPORT-LINE
               STRING WS-SRV-CODE(WS-IDX-SERVICE) "      "
                   WS-CPT-EDIT " " WS-TOTAL-EDIT " " WS-TOTAL-EDIT-2
                   " " WS-TOTAL-EDIT-3
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-PERFORM
           MOVE WS-NB-RETARIFES TO WS-CPT-EDIT
           MOVE WS-TOT-ANCIEN TO WS-TOTAL-EDIT
           MOVE WS-TOT-NOUVEAU TO WS-TOTAL-EDIT-2
           COMPUTE WS-TOT-ECART = WS-TOT-NOUVEAU - WS-TOT-ANCIEN
           MOVE WS-TOT-ECART TO WS-TOTAL-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL GENERAL   " WS-CPT-EDIT " " WS-TOTAL-EDIT " "
               WS-TOTAL-EDIT-2 " " WS-TOTAL-EDIT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE WS-NB-ANOMALIES TO WS-CPT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ANOMALIES       " WS-CPT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       PRODUIRE-AJUSTEMENTS.
           PERFORM VARYING WS-IDX-SERVICE FROM 1 BY 1
               UNTIL WS-IDX-SERVICE > WS-NB-SERVICES
               PERFORM PRODUIRE-AJUSTEMENT-SERVICE
           END-PERFORM.

       PRODUIRE-AJUSTEMENT-SERVICE.
           MOVE SPACES TO WS-NOM-AJUST
           STRING "CALCRTA." DELIMITED BY SIZE
               WS-SRV-CODE(WS-IDX-SERVICE) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-AJUST
           OPEN OUTPUT AJUST-FILE
           IF NOT WS-AJU-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-AJUST ", CODE "
                   WS-AJU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-NB-FICHIER
           MOVE "N" TO WS-FIN-TRAVAIL-SW
           OPEN INPUT TRAVAIL-FILE
           IF NOT WS-TRV-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCRTAW.DAT, CODE "
                   WS-TRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN-TRAVAIL
               READ TRAVAIL-FILE
                   AT END
                       SET WS-FIN-TRAVAIL TO TRUE
                   NOT AT END
                       IF TRV-SERVICE = WS-SRV-CODE(WS-IDX-SERVICE)
                           PERFORM ECRIRE-LIGNE-AJUSTEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAVAIL-FILE
           CLOSE AJUST-FILE
           MOVE WS-NB-FICHIER TO WS-CPT-EDIT
           DISPLAY "  Ajustement " WS-NOM-AJUST " : " WS-CPT-EDIT
               " ligne(s)".

       ECRIRE-LIGNE-AJUSTEMENT.
           MOVE TRV-LIGNE TO AJUST-LIGNE
           WRITE AJUST-LIGNE
           IF NOT WS-AJU-STATUT-OK
               DISPLAY "ERREUR ECRITURE " WS-NOM-AJUST ", CODE "
                   WS-AJU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-FICHIER.

       ECRIRE-LIGNE-RAPPORT.
           WRITE REPORT-LINE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCRTAR.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-STATISTIQUES.
           MOVE "CALCRTAR" TO STAT-PROGRAMME
           MOVE WS-NB-LUS TO STAT-NB-LUS
           MOVE WS-NB-RETARIFES TO STAT-NB-ECRITS
           MOVE WS-NB-ANOMALIES TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
