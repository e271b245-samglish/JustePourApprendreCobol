      * automatiquement, pour que la reconciliation de CALCBTCH ne
      * soit plus mise en echec par une carte tapee a la main.
      *
      * Chaque entete de lot est controlee contre le fichier maitre
      * des services (CALCSERV.DAT, maintenu par CALCSVMT) : le lot
      * d'un service inconnu ou ferme est refuse en entier, entete et
      * details. Dans un lot accepte, un detail est refuse si son
      * operation ou son code taux n'est pas autorise pour le
      * service, ou si le plafond journalier de details du service
      * pour la date metier est deja atteint. Le compte d'un couple
      * service / date metier part des details deja passes pour ce
      * couple au registre des lots traites (CALCLOTR.DAT : details
      * moins suspens, un suspens libere etant compte par son lot de
      * liberation) et s'accroit des details acceptes dans la
      * remise. La table garde 50 couples soumis a plafond : au-dela,
      * le lot est refuse (TABLE DES PLAFONDS PLEINE) plutot que
      * passe sans controle.
      *
      * La date metier de l'entete doit etre un jour ouvre au sens
      * du calendrier (sous-programme commun CALCJOUV, calendrier
      * CALCCAL.DAT) et tomber dans la fenetre admise autour de la
      * date du passage : au plus 10 jours calendaires en arriere et
      * 3 jours en avant. Hors de la, le lot entier est refuse.
      *
      * Les details mis en suspens par CALCBTCH puis liberes par le
      * superviseur (CALCSUSP.DAT, statut L, via CALCSUSR) sont
      * reinjectes a la suite de la remise : un lot de liberation
      * par lot d'origine (ENT-ORIGINE L, identifiant L + MMJJ du
      * jour + numero d'ordre, service et date metier du lot
      * d'origine), sans nouveau controle. Le suspens passe au
      * statut E avec le lot et la date de reinjection, et entre
      * dans la carte de controle. Un suspens reinjecte dont le lot
      * de liberation n'est jamais arrive au registre des lots
      * traites (CALCLOTR.DAT) est reinjecte de nouveau.
      *
      * Chaque lot est porte au fichier de suivi des lots
      * (CALCSUIV.DAT, via le sous-programme commun CALCSUIW) : lot
      * accepte, a la fin du lot, avec ses details acceptes et
      * refuses ; lot refuse, des son entete, avec le motif du refus.
      *
      * Chaque ligne refusee est detaillee dans l'etat de controle
      * CALCEDIT.RPT avec son numero et son motif. Des lignes
      * refusees : code retour 4 ; fichier CSV absent : code 16.
           SELECT REPORT-FILE ASSIGN TO "CALCEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SERV-FILE ASSIGN TO "CALCSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SERV-CODE
               FILE STATUS IS WS-SERV-STATUS.
           SELECT SUSP-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-CLE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "CALCLOTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTR-CLE
               FILE STATUS IS WS-LOTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       FD  SERV-FILE.
       COPY CALCSERV.

       FD  SUSP-FILE.
       COPY CALCSUSP.

       FD  REGISTRE-FILE.
       COPY CALCLOTR.

       WORKING-STORAGE SECTION.
       COPY CALCREC.
       01  WS-CSV-STATUS        PIC X(2).
           88  WS-CTL-STATUT-OK       VALUE "00".
       01  WS-RPT-STATUS        PIC X(2).
           88  WS-RPT-STATUT-OK       VALUE "00".
       01  WS-SERV-STATUS       PIC X(2).
           88  WS-SERV-STATUT-OK      VALUE "00".
           88  WS-SERV-INTROUVABLE    VALUE "23".
           88  WS-SERV-FICHIER-ABSENT VALUE "35".
       01  WS-SUSP-STATUS       PIC X(2).
           88  WS-SUSP-STATUT-OK      VALUE "00".
           88  WS-SUSP-FICHIER-ABSENT VALUE "35".
       01  WS-LOTR-STATUS       PIC X(2).
           88  WS-LOTR-STATUT-OK      VALUE "00".
           88  WS-LOTR-INTROUVABLE    VALUE "23".
           88  WS-LOTR-FICHIER-ABSENT VALUE "35".
       01  WS-REGISTRE-SW       PIC X VALUE "N".
           88  WS-REGISTRE-ABSENT     VALUE "O".
       01  WS-FIN-REGISTRE-SW   PIC X.
           88  WS-FIN-REGISTRE        VALUE "O".
       01  WS-FIN-SUSP-SW       PIC X VALUE "N".
           88  WS-FIN-SUSP            VALUE "O".
       01  WS-A-REINJECTER-SW   PIC X.
           88  WS-A-REINJECTER        VALUE "O".
       01  WS-NUMERO-LIBRE-SW   PIC X.
           88  WS-NUMERO-LIBRE        VALUE "O".
       01  WS-LOT-ORIGINE.
           05  WS-ORIG-DATE-PASSAGE PIC 9(8).
           05  WS-ORIG-LOT      PIC X(8).
       01  WS-NB-LOTS-LIBERATION PIC 9(3) VALUE 0.
       01  WS-NB-REINJECTES     PIC 9(7) VALUE 0.
       01  WS-FIN-CSV-SW        PIC X VALUE "N".
           88  WS-FIN-CSV             VALUE "O".
       01  WS-NUM-LIGNE         PIC 9(7) VALUE 0.
           88  WS-LOT-OUVERT          VALUE "O".
       01  WS-LIGNE-LOT-SW      PIC X.
           88  WS-LIGNE-LOT           VALUE "O".
       01  WS-LOT-REFUSE-SW     PIC X VALUE "N".
           88  WS-LOT-REFUSE          VALUE "O".
       01  WS-CODE-SERVICE      PIC X(10).
       01  WS-NB-OCCURRENCES    PIC 9(2).
       01  WS-TAUX-AUTORISE-SW  PIC X.
           88  WS-TAUX-AUTORISE       VALUE "O".
       01  WS-IDX-TAUX          PIC 9(2).
       01  WS-NB-PLAFONDS       PIC 9(3) VALUE 0.
       01  WS-IDX-PLF           PIC 9(3).
       01  WS-TABLE-PLAFONDS.
           05  WS-PLF-ENTREE OCCURS 50.
               10  WS-PLF-SERVICE   PIC X(10).
               10  WS-PLF-DATE      PIC 9(8).
               10  WS-PLF-NB        PIC 9(7).
       01  WS-PLF-TROUVE-SW     PIC X.
           88  WS-PLF-TROUVE          VALUE "O".
       01  WS-DATE-PLAFOND      PIC 9(8).
       01  WS-FENETRE-RETARD    PIC 9(3) VALUE 10.
       01  WS-FENETRE-AVANCE    PIC 9(3) VALUE 3.
       01  WS-ECART-JOURS       PIC S9(7).
       COPY CALCJOUP.
       01  WS-ID-LOT-COURANT    PIC X(8).
       01  WS-NB-DETAILS-LOT    PIC 9(7) VALUE 0.
       01  WS-NB-REFUS-LOT      PIC 9(7) VALUE 0.
       01  WS-SERVICE-LOT       PIC X(10).
       01  WS-DATE-METIER-LOT   PIC 9(8).
       COPY CALCSUIP.
       01  WS-TOTAL-LOT         PIC S9(9)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-NB-LOTS           PIC 9(3) VALUE 0.
           IF WS-LOT-OUVERT
               PERFORM ECRIRE-FIN-DE-LOT
           END-IF
           PERFORM REINJECTER-SUSPENS-LIBERES
           PERFORM ECRIRE-CARTE-CONTROLE
           PERFORM ECRIRE-BILAN-RAPPORT
           CLOSE CSV-FILE
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE
           CLOSE SERV-FILE
           DISPLAY "CALCEDIT TERMINE"
           DISPLAY "  Lignes acceptees : " WS-NB-ACCEPTEES
           DISPLAY "  Lignes refusees  : " WS-NB-REFUSEES
               " (voir CALCEDIT.RPT)"
           DISPLAY "  Suspens reinjectes : " WS-NB-REINJECTES
               " en " WS-NB-LOTS-LIBERATION " lot(s) de liberation"
           IF WS-NB-REFUSEES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SERV-FILE
           IF WS-SERV-FICHIER-ABSENT
               DISPLAY "FICHIER DES SERVICES ABSENT : CALCSERV.DAT "
                   "introuvable (maintenu par CALCSVMT)"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           IF NOT WS-SERV-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCSERV.DAT, CODE "
                   WS-SERV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       CONTROLER-UNE-LIGNE.
                   MOVE "ENTETE DE LOT SANS ID" TO WS-MOTIF-REFUS
               WHEN WS-CHAMP-TAUX(1:8) NOT NUMERIC
                   MOVE "DATE METIER INVALIDE" TO WS-MOTIF-REFUS
               WHEN OTHER
                   PERFORM CONTROLER-DATE-METIER
                   IF WS-LIGNE-ACCEPTEE
                       PERFORM CONTROLER-SERVICE-DU-LOT
                   END-IF
                   IF WS-LIGNE-ACCEPTEE
                       PERFORM CHERCHER-PLAFOND-DU-LOT
                   END-IF
           END-EVALUATE
           IF WS-LIGNE-ACCEPTEE
               MOVE "N" TO WS-LOT-REFUSE-SW
           ELSE
               SET WS-LOT-REFUSE TO TRUE
               IF WS-LOT-OUVERT
                   PERFORM ECRIRE-FIN-DE-LOT
               END-IF
               IF WS-CHAMP-OPERATION NOT = SPACES
                   PERFORM SUIVRE-LOT-REFUSE
               END-IF
           END-IF.

       CONTROLER-DATE-METIER.
           MOVE WS-CHAMP-TAUX(1:8) TO JOUV-DATE
           CALL "CALCJOUV" USING JOUV-PARAMETRES
           IF JOUV-DATE-INVALIDE
               MOVE "DATE METIER INVALIDE" TO WS-MOTIF-REFUS
           ELSE
               COMPUTE WS-ECART-JOURS =
                   FUNCTION INTEGER-OF-DATE(JOUV-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-HEURE-DATE)
               EVALUATE TRUE
                   WHEN WS-ECART-JOURS < 0 - WS-FENETRE-RETARD
                       OR WS-ECART-JOURS > WS-FENETRE-AVANCE
                       MOVE "DATE METIER HORS FENETRE"
                           TO WS-MOTIF-REFUS
                   WHEN JOUV-NON-OUVRE
                       MOVE "DATE METIER NON OUVREE"
                           TO WS-MOTIF-REFUS
               END-EVALUATE
           END-IF.

       CONTROLER-SERVICE-DU-LOT.
           MOVE FUNCTION UPPER-CASE(WS-CHAMP-NOMBRE2(1:10))
               TO WS-CODE-SERVICE
           MOVE WS-CODE-SERVICE TO SERV-CODE
           READ SERV-FILE
           EVALUATE TRUE
               WHEN WS-SERV-STATUT-OK
                   IF NOT SERV-ACTIF
                       MOVE "SERVICE FERME" TO WS-MOTIF-REFUS
                   END-IF
               WHEN WS-SERV-INTROUVABLE
                   MOVE "SERVICE INCONNU" TO WS-MOTIF-REFUS
               WHEN OTHER
                   DISPLAY "ERREUR LECTURE CALCSERV.DAT, CODE "
                       WS-SERV-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       CONTROLER-LIGNE-DETAIL.
           EVALUATE TRUE
               WHEN CSV-LIGNE = SPACES
                   MOVE "LIGNE VIDE" TO WS-MOTIF-REFUS
               WHEN NOT WS-LOT-OUVERT
                   AND WS-LOT-REFUSE
                   MOVE "LOT REFUSE" TO WS-MOTIF-REFUS
               WHEN NOT WS-LOT-OUVERT
                   MOVE "LIGNE HORS LOT" TO WS-MOTIF-REFUS
               WHEN WS-CHAMP-NOMBRE1 = SPACES
                       MOVE FUNCTION NUMVAL(WS-CHAMP-NOMBRE2)
                           TO NOMBRE2 OF CALC-RECORD
               END-EVALUATE
           END-IF

           IF WS-LIGNE-ACCEPTEE
               PERFORM CONTROLER-AUTORISATIONS
           END-IF.

       CONTROLER-AUTORISATIONS.
           MOVE 0 TO WS-NB-OCCURRENCES
           INSPECT SERV-OPERATIONS TALLYING WS-NB-OCCURRENCES
               FOR ALL OPERATION OF CALC-RECORD
           MOVE "N" TO WS-TAUX-AUTORISE-SW
           IF CALC-TAUX-CODE OF CALC-RECORD = SPACES
               SET WS-TAUX-AUTORISE TO TRUE
           ELSE
               PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                   UNTIL WS-IDX-TAUX > 10
                   IF SERV-TAUX-AUTORISE(WS-IDX-TAUX)
                       = CALC-TAUX-CODE OF CALC-RECORD
                       SET WS-TAUX-AUTORISE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-NB-OCCURRENCES = 0
                   MOVE "OPERATION NON AUTORISEE" TO WS-MOTIF-REFUS
               WHEN NOT WS-TAUX-AUTORISE
                   MOVE "CODE TAUX NON AUTORISE" TO WS-MOTIF-REFUS
               WHEN SERV-PLAFOND-JOUR > 0
                   AND WS-IDX-PLF > 0
                   AND WS-PLF-NB(WS-IDX-PLF) >= SERV-PLAFOND-JOUR
                   MOVE "PLAFOND JOURNALIER ATTEINT" TO WS-MOTIF-REFUS
           END-EVALUATE.

       OUVRIR-UN-LOT.
           IF WS-LOT-OUVERT
               PERFORM ECRIRE-FIN-DE-LOT
           MOVE SPACES TO LOT-ENTETE-ENR
           MOVE "H" TO ENT-TYPE
           MOVE WS-ID-LOT-COURANT TO ENT-ID-LOT
           MOVE SERV-CODE TO ENT-SERVICE
           MOVE WS-CHAMP-TAUX(1:8) TO ENT-DATE-METIER
           WRITE LOT-ENTETE-ENR
           PERFORM VERIFIER-ECRITURE-TRANS
           SET WS-LOT-OUVERT TO TRUE
           MOVE ENT-SERVICE TO WS-SERVICE-LOT
           MOVE ENT-DATE-METIER TO WS-DATE-METIER-LOT
           MOVE 0 TO WS-NB-DETAILS-LOT
           MOVE 0 TO WS-NB-REFUS-LOT
           MOVE 0 TO WS-TOTAL-LOT
           ADD 1 TO WS-NB-LOTS.

       CHERCHER-PLAFOND-DU-LOT.
           MOVE 0 TO WS-IDX-PLF
           IF SERV-PLAFOND-JOUR > 0
               MOVE WS-CHAMP-TAUX(1:8) TO WS-DATE-PLAFOND
               MOVE "N" TO WS-PLF-TROUVE-SW
               PERFORM VARYING WS-IDX-PLF FROM 1 BY 1
                   UNTIL WS-IDX-PLF > WS-NB-PLAFONDS
                   OR WS-PLF-TROUVE
                   IF WS-PLF-SERVICE(WS-IDX-PLF) = SERV-CODE
                       AND WS-PLF-DATE(WS-IDX-PLF) = WS-DATE-PLAFOND
                       SET WS-PLF-TROUVE TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-PLF-TROUVE
                       SUBTRACT 1 FROM WS-IDX-PLF
                   WHEN WS-NB-PLAFONDS >= 50
                       MOVE 0 TO WS-IDX-PLF
                       MOVE "TABLE DES PLAFONDS PLEINE"
                           TO WS-MOTIF-REFUS
                   WHEN OTHER
                       ADD 1 TO WS-NB-PLAFONDS
                       MOVE WS-NB-PLAFONDS TO WS-IDX-PLF
                       MOVE SERV-CODE TO WS-PLF-SERVICE(WS-IDX-PLF)
                       MOVE WS-DATE-PLAFOND TO WS-PLF-DATE(WS-IDX-PLF)
                       PERFORM CUMULER-PLAFOND-DU-REGISTRE
               END-EVALUATE
           END-IF.

       CUMULER-PLAFOND-DU-REGISTRE.
      *    details deja passes pour le couple service / date metier ;
      *    un suspens n'est compte qu'une fois, par le lot de
      *    liberation qui le reinjecte
           MOVE 0 TO WS-PLF-NB(WS-IDX-PLF)
           OPEN INPUT REGISTRE-FILE
           IF NOT WS-LOTR-FICHIER-ABSENT
               IF NOT WS-LOTR-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCLOTR.DAT, CODE "
                       WS-LOTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO WS-FIN-REGISTRE-SW
               MOVE SPACES TO LOTR-ID-LOT
               MOVE 0 TO LOTR-DATE-METIER
               START REGISTRE-FILE KEY >= LOTR-CLE
                   INVALID KEY
                       SET WS-FIN-REGISTRE TO TRUE
               END-START
               PERFORM UNTIL WS-FIN-REGISTRE
                   READ REGISTRE-FILE NEXT
                       AT END
                           SET WS-FIN-REGISTRE TO TRUE
                       NOT AT END
                           PERFORM CUMULER-UN-LOT-DU-REGISTRE
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-FILE
           END-IF.

       CUMULER-UN-LOT-DU-REGISTRE.
           IF LOTR-SERVICE = WS-PLF-SERVICE(WS-IDX-PLF)
               AND LOTR-DATE-METIER = WS-PLF-DATE(WS-IDX-PLF)
               COMPUTE WS-PLF-NB(WS-IDX-PLF) = WS-PLF-NB(WS-IDX-PLF)
                   + LOTR-NB-DETAILS - LOTR-NB-SUSPENS
           END-IF.

       ECRIRE-FIN-DE-LOT.
           MOVE SPACES TO LOT-FIN-ENR
           MOVE "T" TO FIN-TYPE
           MOVE WS-TOTAL-LOT TO FIN-TOTAL-NOMBRE1
           WRITE LOT-FIN-ENR
           PERFORM VERIFIER-ECRITURE-TRANS
           MOVE "N" TO WS-LOT-OUVERT-SW
           PERFORM SUIVRE-LOT-ACCEPTE.

       SUIVRE-LOT-ACCEPTE.
           SET SUIW-ETAPE-ACCEPTE TO TRUE
           MOVE WS-ID-LOT-COURANT TO SUIW-ID-LOT
           MOVE WS-DATE-METIER-LOT TO SUIW-DATE-METIER
           MOVE 0 TO SUIW-DATE-PASSAGE
           MOVE WS-SERVICE-LOT TO SUIW-SERVICE
           MOVE WS-NB-DETAILS-LOT TO SUIW-NB-DETAILS
           MOVE WS-NB-REFUS-LOT TO SUIW-NB-REJETS
           MOVE 0 TO SUIW-NB-SUSPENS
           MOVE SPACES TO SUIW-LIBELLE
           CALL "CALCSUIW" USING SUIW-PARAMETRES.

       SUIVRE-LOT-REFUSE.
      *    une date metier illisible est suivie sous la date zero
           SET SUIW-ETAPE-REFUSE TO TRUE
           MOVE FUNCTION UPPER-CASE(WS-CHAMP-OPERATION(1:8))
               TO SUIW-ID-LOT
           IF WS-CHAMP-TAUX(1:8) NUMERIC
               MOVE WS-CHAMP-TAUX(1:8) TO SUIW-DATE-METIER
           ELSE
               MOVE 0 TO SUIW-DATE-METIER
           END-IF
           MOVE 0 TO SUIW-DATE-PASSAGE
           MOVE FUNCTION UPPER-CASE(WS-CHAMP-NOMBRE2(1:10))
               TO SUIW-SERVICE
           MOVE 0 TO SUIW-NB-DETAILS
           MOVE 0 TO SUIW-NB-REJETS
           MOVE 0 TO SUIW-NB-SUSPENS
           MOVE WS-MOTIF-REFUS TO SUIW-LIBELLE
           CALL "CALCSUIW" USING SUIW-PARAMETRES.

       REINJECTER-SUSPENS-LIBERES.
           OPEN I-O SUSP-FILE
           IF WS-SUSP-FICHIER-ABSENT
               SET WS-FIN-SUSP TO TRUE
           ELSE
               IF NOT WS-SUSP-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCSUSP.DAT, CODE "
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT REGISTRE-FILE
               IF WS-LOTR-FICHIER-ABSENT
                   SET WS-REGISTRE-ABSENT TO TRUE
               ELSE
                   IF NOT WS-LOTR-STATUT-OK
                       DISPLAY "ERREUR OUVERTURE CALCLOTR.DAT, CODE "
                           WS-LOTR-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-ORIG-DATE-PASSAGE
           MOVE SPACES TO WS-ORIG-LOT
           PERFORM UNTIL WS-FIN-SUSP
               READ SUSP-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-SUSP TO TRUE
                   NOT AT END
                       PERFORM SELECTIONNER-SUSPENS
                       IF WS-A-REINJECTER
                           PERFORM REINJECTER-UN-SUSPENS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-OUVERT
               PERFORM ECRIRE-FIN-DE-LOT
           END-IF
           IF NOT WS-SUSP-FICHIER-ABSENT
               CLOSE SUSP-FILE
               IF NOT WS-REGISTRE-ABSENT
                   CLOSE REGISTRE-FILE
               END-IF
           END-IF.

       SELECTIONNER-SUSPENS.
           MOVE "N" TO WS-A-REINJECTER-SW
           EVALUATE TRUE
               WHEN SUSP-LIBERE
                   SET WS-A-REINJECTER TO TRUE
               WHEN SUSP-REINJECTE AND WS-REGISTRE-ABSENT
                   SET WS-A-REINJECTER TO TRUE
               WHEN SUSP-REINJECTE
                   MOVE SUSP-LOT-REINJECTION TO LOTR-ID-LOT
                   MOVE SUSP-DATE-METIER TO LOTR-DATE-METIER
                   READ REGISTRE-FILE
                   EVALUATE TRUE
                       WHEN WS-LOTR-STATUT-OK
                           CONTINUE
                       WHEN WS-LOTR-INTROUVABLE
      *                    lot de liberation jamais traite
                           SET WS-A-REINJECTER TO TRUE
                       WHEN OTHER
                           DISPLAY "ERREUR LECTURE CALCLOTR.DAT, CODE "
                               WS-LOTR-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                   END-EVALUATE
           END-EVALUATE.

       REINJECTER-UN-SUSPENS.
           IF SUSP-DATE-PASSAGE NOT = WS-ORIG-DATE-PASSAGE
               OR SUSP-LOT NOT = WS-ORIG-LOT
               PERFORM OUVRIR-LOT-LIBERATION
           END-IF
           MOVE SPACES TO LOT-DETAIL-ENR
           MOVE "D" TO DET-TYPE
           MOVE SUSP-DONNEES TO DET-DONNEES
           WRITE LOT-DETAIL-ENR
           PERFORM VERIFIER-ECRITURE-TRANS
           MOVE SUSP-DONNEES TO CALC-RECORD
           ADD 1 TO WS-NB-REINJECTES
           ADD 1 TO WS-NB-DETAILS-LOT
           ADD NOMBRE1 OF CALC-RECORD TO WS-TOTAL-NOMBRE1
           ADD NOMBRE1 OF CALC-RECORD TO WS-TOTAL-LOT
           SET SUSP-REINJECTE TO TRUE
           MOVE WS-ID-LOT-COURANT TO SUSP-LOT-REINJECTION
           MOVE WS-DATE-HEURE-DATE TO SUSP-DATE-REINJECTION
           REWRITE SUSP-RECORD
           IF NOT WS-SUSP-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCSUSP.DAT, CODE "
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       OUVRIR-LOT-LIBERATION.
           IF WS-LOT-OUVERT
               PERFORM ECRIRE-FIN-DE-LOT
           END-IF
           MOVE SUSP-DATE-PASSAGE TO WS-ORIG-DATE-PASSAGE
           MOVE SUSP-LOT TO WS-ORIG-LOT
           PERFORM NUMEROTER-LOT-LIBERATION
           MOVE SPACES TO LOT-ENTETE-ENR
           MOVE "H" TO ENT-TYPE
           MOVE WS-ID-LOT-COURANT TO ENT-ID-LOT
           MOVE SUSP-SERVICE TO ENT-SERVICE
           MOVE SUSP-DATE-METIER TO ENT-DATE-METIER
           SET ENT-LOT-LIBERATION TO TRUE
           WRITE LOT-ENTETE-ENR
           PERFORM VERIFIER-ECRITURE-TRANS
           SET WS-LOT-OUVERT TO TRUE
           MOVE ENT-SERVICE TO WS-SERVICE-LOT
           MOVE ENT-DATE-METIER TO WS-DATE-METIER-LOT
           MOVE 0 TO WS-NB-DETAILS-LOT
           MOVE 0 TO WS-NB-REFUS-LOT
           MOVE 0 TO WS-TOTAL-LOT
           ADD 1 TO WS-NB-LOTS.

       NUMEROTER-LOT-LIBERATION.
      *    un numero deja inscrit au registre pour la meme date
      *    metier (remise du jour relancee) est saute
           MOVE "N" TO WS-NUMERO-LIBRE-SW
           PERFORM UNTIL WS-NUMERO-LIBRE
               ADD 1 TO WS-NB-LOTS-LIBERATION
               MOVE SPACES TO WS-ID-LOT-COURANT
               STRING "L" WS-DATE-HEURE-DATE(5:4)
                   WS-NB-LOTS-LIBERATION
                   DELIMITED BY SIZE INTO WS-ID-LOT-COURANT
               IF WS-REGISTRE-ABSENT
                   SET WS-NUMERO-LIBRE TO TRUE
               ELSE
                   MOVE WS-ID-LOT-COURANT TO LOTR-ID-LOT
                   MOVE SUSP-DATE-METIER TO LOTR-DATE-METIER
                   READ REGISTRE-FILE
                   EVALUATE TRUE
                       WHEN WS-LOTR-INTROUVABLE
                           SET WS-NUMERO-LIBRE TO TRUE
                       WHEN WS-LOTR-STATUT-OK
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "ERREUR LECTURE CALCLOTR.DAT, CODE "
                               WS-LOTR-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ECRIRE-TRANSACTION.
           MOVE 0 TO RESULTAT OF CALC-RECORD
           ADD 1 TO WS-NB-ACCEPTEES
           ADD 1 TO WS-NB-DETAILS-LOT
           ADD NOMBRE1 OF CALC-RECORD TO WS-TOTAL-NOMBRE1
           ADD NOMBRE1 OF CALC-RECORD TO WS-TOTAL-LOT
           IF WS-IDX-PLF > 0
               ADD 1 TO WS-PLF-NB(WS-IDX-PLF)
           END-IF.

       VERIFIER-ECRITURE-TRANS.
           IF NOT WS-TRANS-STATUT-OK

       ECRIRE-REFUS.
           ADD 1 TO WS-NB-REFUSEES
           IF WS-LOT-OUVERT
               ADD 1 TO WS-NB-REFUS-LOT
           END-IF
           MOVE WS-NUM-LIGNE TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "LIGNE " WS-NUM-EDIT " REFUSEE - "
           STRING "LOTS GENERES     : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VERIFIER-ECRITURE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NB-REINJECTES TO WS-NUM-EDIT
           STRING "SUSPENS REINJECTES : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VERIFIER-ECRITURE-RAPPORT.

       ECRIRE-CARTE-CONTROLE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE CTL-NB-ENREGISTREMENTS =
               WS-NB-ACCEPTEES + WS-NB-REINJECTES
           MOVE WS-TOTAL-NOMBRE1 TO CTL-TOTAL-NOMBRE1
           WRITE CONTROL-RECORD
           IF NOT WS-CTL-STATUT-OK
