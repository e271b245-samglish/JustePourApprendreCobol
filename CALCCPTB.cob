       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCPTB.
      *****************************************************************
      * Interface de comptabilisation au grand livre d'une journee
      * close. Pour la date demandee (AAAAMMJJ, vide = aujourd'hui),
      * qui doit avoir ete close par CALCCLOS (CALCCLOS.DAT), produit
      * le fichier des ecritures CALCCPTB.DAT (format fixe, copybook
      * CALCECRG) que la comptabilite generale reprend sans ressaisie
      * des totaux de CALCRPT.
      * Une ecriture equilibree (une ligne au debit, une au credit,
      * meme montant) est passee par service et par operation. Son
      * montant est le net de la journee :
      *   - resultats du maitre (CALCRESM.DAT) de cette date de
      *     passage, rattaches au service du lot par le registre des
      *     lots (CALCLOTR.DAT, date de passage ; INCONNU si le lot
      *     n'y figure pas). Les contrepassations et corrections
      *     journalisees plus tard sur un resultat de cette date de
      *     passage (CALCLOG.DAT, origines R et C, date posterieure,
      *     LOG-DATE-RUN = la date) sont deduites du maitre, pour
      *     retrouver le resultat tel qu'il etait a la cloture ;
      *   - corrections du jour (CALCCORR, via CALCAPPR, et
      *     CALCRTAR : journal, origines R et C, a la date) portant
      *     sur des resultats d'autres dates de passage, rattachees
      *     au service du lot a ce passage ; celles sur les resultats
      *     du jour sont deja dans le maitre.
      * La paire R/C est classee sur la date de passage du resultat
      * corrige qu'elle porte (LOG-DATE-RUN), un meme identifiant de
      * lot pouvant etre passe plusieurs fois. Un enregistrement du
      * journal anterieur a cette zone (a blanc) est classe sur son
      * lot : passe a la date comptable ou non.
      * Le debit est porte au compte de tiers des services (analytique
      * = service), le credit au compte de produit de l'operation ;
      * un net negatif inverse les sens, un net nul ne passe pas
      * d'ecriture. Le fichier commence par un entete et finit par un
      * enregistrement de fin portant la date, le nombre
      * d'enregistrements de detail et le total de controle.
      * Rapprochement avec la cloture avant production : nombre de
      * resultats du maitre contre resultats batch convenus
      * (CLOS-NB-BATCH-OK), volume du journal de la date contre
      * volume convenu (CLOS-VOLUME-JOUR), et total net comptabilise
      * plus calculs interactifs (non comptabilises) contre ce meme
      * volume. L'etat CALCCPTB.RPT presente les ecritures et, cote a
      * cote, les totaux comptabilises et ceux de la cloture. Au
      * moindre ecart, aucun fichier n'est produit et le code retour
      * est 16 ; une journee non close est refusee (code 8).
      * Chaque date n'est comptabilisee qu'une fois : le registre des
      * comptabilisations (CALCCPTR.DAT, copybook CALCCPTR) garde le
      * dernier envoi. Un renvoi delibere d'une date deja envoyee
      * exige la confirmation, l'identifiant d'un superviseur actif
      * (CALCOPER.DAT) et un motif ; le numero d'envoi de l'entete
      * est alors augmente. Sans confirmation : code retour 8.
      * A passer avant l'archivage mensuel du journal (CALCARCH), qui
      * retire du journal vif les lignes de la date.
      * En fin de passage, refus compris, les statistiques (maitre et
      * journal lus, enregistrements ecrits, ecarts, code retour)
      * sont ajoutees a CALCSTAT.DAT via CALCSTAW pour la
      * surveillance du matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOTURE-FILE ASSIGN TO "CALCCLOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLOS-DATE
               FILE STATUS IS WS-CLOS-STATUS.
           SELECT COMPTA-FILE ASSIGN TO "CALCCPTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPTR-DATE-COMPTABLE
               FILE STATUS IS WS-CPTR-STATUS.
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
           SELECT LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT TRAVAIL-FILE ASSIGN TO "CALCCPTW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRV-STATUS.
           SELECT ECRITURE-FILE ASSIGN TO "CALCCPTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCCPTB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "CALCSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CLOTURE-FILE.
       COPY CALCCLOJ.

       FD  COMPTA-FILE.
       COPY CALCCPTR.

       FD  MASTER-FILE.
       COPY CALCRESM.

       FD  REGISTRE-FILE.
       COPY CALCLOTR.

       FD  LOG-FILE.
       COPY CALCLOG.

       FD  OPER-FILE.
       COPY CALCOPER.

       FD  TRAVAIL-FILE.
       01  TRAV-RECORD.
           05  TRAV-SERVICE         PIC X(10).
           05  TRAV-OPERATION       PIC X.
           05  TRAV-NB-MOUVEMENTS   PIC 9(7).
           05  TRAV-MONTANT-RESULTATS PIC S9(13)V99
                                     SIGN IS LEADING SEPARATE.
           05  TRAV-MONTANT-CORRECTIONS PIC S9(13)V99
                                     SIGN IS LEADING SEPARATE.
           05  TRAV-MONTANT-NET     PIC S9(13)V99
                                     SIGN IS LEADING SEPARATE.

       FD  ECRITURE-FILE.
       COPY CALCECRG.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       SD  SORT-FILE.
       01  TRI-RECORD.
           05  TRI-SERVICE          PIC X(10).
           05  TRI-OPERATION        PIC X.
           05  TRI-ORIGINE          PIC X.
               88  TRI-RESULTAT           VALUE "B".
               88  TRI-CORRECTION         VALUE "C".
               88  TRI-CORRECTION-DEDUITE VALUE "A".
           05  TRI-MONTANT          PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-CLOS-STATUS       PIC X(2).
           88  WS-CLOS-STATUT-OK      VALUE "00".
           88  WS-CLOS-INTROUVABLE    VALUE "23".
           88  WS-CLOS-FICHIER-ABSENT VALUE "35".
       01  WS-CPTR-STATUS       PIC X(2).
           88  WS-CPTR-STATUT-OK      VALUE "00".
           88  WS-CPTR-INTROUVABLE    VALUE "23".
           88  WS-CPTR-FICHIER-ABSENT VALUE "35".
       01  WS-RESM-STATUS       PIC X(2).
           88  WS-RESM-STATUT-OK      VALUE "00".
           88  WS-RESM-FICHIER-ABSENT VALUE "35".
       01  WS-LOTR-STATUS       PIC X(2).
           88  WS-LOTR-STATUT-OK      VALUE "00".
           88  WS-LOTR-FICHIER-ABSENT VALUE "35".
       01  WS-LOG-STATUS        PIC X(2).
           88  WS-LOG-FICHIER-ABSENT  VALUE "35".
       01  WS-OPER-STATUS       PIC X(2).
           88  WS-OPER-STATUT-OK      VALUE "00".
           88  WS-OPER-INTROUVABLE    VALUE "23".
           88  WS-OPER-FICHIER-ABSENT VALUE "35".
       01  WS-TRV-STATUS        PIC X(2).
           88  WS-TRV-STATUT-OK       VALUE "00".
       01  WS-ECR-STATUS        PIC X(2).
           88  WS-ECR-STATUT-OK       VALUE "00".
       01  WS-RPT-STATUS        PIC X(2).
           88  WS-RPT-STATUT-OK       VALUE "00".
       01  WS-FIN-RESM-SW       PIC X VALUE "N".
           88  WS-FIN-RESM            VALUE "O".
       01  WS-FIN-LOTR-SW       PIC X VALUE "N".
           88  WS-FIN-LOTR            VALUE "O".
       01  WS-FIN-LOG-SW        PIC X VALUE "N".
           88  WS-FIN-LOG             VALUE "O".
       01  WS-FIN-TRV-SW        PIC X VALUE "N".
           88  WS-FIN-TRV             VALUE "O".
       01  WS-FIN-TRI           PIC X VALUE "N".
           88  WS-FIN-TRI-ATTEINTE    VALUE "O".
       01  WS-PREMIER-SW        PIC X VALUE "O".
           88  WS-PREMIER-CUMUL       VALUE "O".
       01  WS-LOTR-DISPONIBLE-SW PIC X VALUE "N".
           88  WS-LOTR-DISPONIBLE     VALUE "O".
       01  WS-DEJA-COMPTABILISEE-SW PIC X VALUE "N".
           88  WS-DEJA-COMPTABILISEE  VALUE "O".
       01  WS-PASSAGE-TROUVE-SW PIC X VALUE "N".
           88  WS-PASSAGE-TROUVE      VALUE "O".
       01  WS-REPONSE           PIC X.
           88  WS-REPONSE-OUI          VALUE "O" "o".
       01  WS-DATE-SAISIE       PIC X(8).
       01  WS-DATE-COMPTABLE    PIC 9(8).
       01  WS-SUPERVISEUR       PIC X(8) VALUE SPACES.
       01  WS-MOTIF-SAISI       PIC X(40) VALUE SPACES.

      *    totaux convenus a la cloture de la journee
       01  WS-CLOS-HEURE        PIC 9(6).
       01  WS-CLOS-NB-BATCH-OK  PIC 9(7).
       01  WS-CLOS-NB-INTERACTIFS PIC 9(7).
       01  WS-CLOS-VOLUME-JOUR  PIC S9(13)V99
                                 SIGN IS LEADING SEPARATE.

      *    envoi precedent au registre des comptabilisations
       01  WS-NB-ENVOIS-PRECEDENTS PIC 9(3) VALUE 0.
       01  WS-DATE-PREMIER-ENVOI PIC 9(8) VALUE 0.
       01  WS-NUMERO-ENVOI      PIC 9(3) VALUE 1.
       01  WS-DATE-ENVOI        PIC 9(8).
       01  WS-HEURE-ENVOI       PIC 9(6).

      *    recherche du service d'un lot pour une date de passage
      *    (registre des lots), la derniere reponse etant gardee
      *    pour les lignes suivantes du meme lot et de la meme date
       01  WS-LOT-CHERCHE       PIC X(8).
       01  WS-DATE-RUN-CHERCHEE PIC 9(8).
       01  WS-LOT-EN-CACHE      PIC X(8) VALUE LOW-VALUES.
       01  WS-DATE-RUN-EN-CACHE PIC 9(8) VALUE 0.
       01  WS-DATE-RUN-CORRIGEE PIC 9(8).
       01  WS-SERVICE-LOT       PIC X(10).
       01  WS-DATE-SERVICE-LOT  PIC 9(8).

      *    comptes du grand livre : tiers des services au debit,
      *    produit par operation au credit, attente pour une
      *    operation hors table
       01  WS-COMPTE-TIERS      PIC X(6) VALUE "411000".
       01  WS-COMPTE-ATTENTE    PIC X(6) VALUE "471000".
       01  WS-NB-COMPTES        PIC 9(2) VALUE 4.
       01  WS-TABLE-COMPTES.
           05  FILLER           PIC X(7) VALUE "+706100".
           05  FILLER           PIC X(7) VALUE "-706200".
           05  FILLER           PIC X(7) VALUE "*706300".
           05  FILLER           PIC X(7) VALUE "/706400".
       01  WS-TABLE-COMPTES-R REDEFINES WS-TABLE-COMPTES.
           05  WS-COMPTE-ENTREE OCCURS 4.
               10  WS-CPT-OPERATION PIC X.
               10  WS-CPT-PRODUIT   PIC X(6).
       01  WS-IDX-COMPTE        PIC 9(2).
       01  WS-COMPTE-PRODUIT    PIC X(6).
       01  WS-COMPTE-DEBIT      PIC X(6).
       01  WS-COMPTE-CREDIT     PIC X(6).
       01  WS-MONTANT-ECRITURE  PIC 9(13)V99.
       01  WS-NUMERO-ECRITURE   PIC 9(5) VALUE 0.
       01  WS-LIBELLE-ECRITURE  PIC X(30).

      *    compteurs et totaux
       01  WS-NB-RESM-LUS       PIC 9(7) VALUE 0.
       01  WS-NB-LOG-LUS        PIC 9(7) VALUE 0.
       01  WS-NB-RESULTATS      PIC 9(7) VALUE 0.
       01  WS-NB-CORRECTIONS    PIC 9(7) VALUE 0.
       01  WS-NB-DEDUITES       PIC 9(7) VALUE 0.
       01  WS-NB-INTERACTIFS    PIC 9(7) VALUE 0.
       01  WS-NB-ECRITURES      PIC 9(5) VALUE 0.
       01  WS-NB-NETS-NULS      PIC 9(5) VALUE 0.
       01  WS-NB-LIGNES-ECRITURE PIC 9(7) VALUE 0.
       01  WS-NB-ECRITS         PIC 9(7) VALUE 0.
       01  WS-NB-ECARTS         PIC 9(3) VALUE 0.
       01  WS-NB-LIGNES-RPT     PIC 9(7) VALUE 0.
       01  WS-VOLUME-JOURNAL    PIC S9(13)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-VOLUME-INTERACTIF PIC S9(13)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-TOTAL-RESULTATS   PIC S9(13)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-TOTAL-CORRECTIONS PIC S9(13)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-TOTAL-NET         PIC S9(13)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-VOLUME-COMPTABILISE PIC S9(13)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-VOLUME-A-COMPTABILISER PIC S9(13)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-TOTAL-DEBIT       PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDIT      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CONTROLE    PIC 9(13)V99 VALUE 0.

      *    edition de l'etat
       01  WS-LIB-EDIT          PIC X(40).
       01  WS-VAL-EDIT-1        PIC Z(11)9.99-.
       01  WS-VAL-EDIT-2        PIC Z(11)9.99-.
       01  WS-VAL-EDIT-3        PIC Z(11)9.99-.
       01  WS-NB-EDIT-1         PIC Z(15)9.
       01  WS-NB-EDIT-2         PIC Z(15)9.
       01  WS-ECRITURE-EDIT     PIC X(8).
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       COPY CALCSTAT.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           PERFORM INITIALISATION
           PERFORM CONTROLER-JOURNEE-CLOSE
           PERFORM CONTROLER-REGISTRE
           SORT SORT-FILE
               ON ASCENDING KEY TRI-SERVICE
                                TRI-OPERATION
               INPUT PROCEDURE IS SELECTIONNER-MOUVEMENTS
               OUTPUT PROCEDURE IS CUMULER-ECRITURES
           PERFORM RAPPROCHER-CLOTURE
           PERFORM EDITER-RAPPORT
           IF WS-NB-ECARTS = 0
               PERFORM PRODUIRE-ECRITURES
               PERFORM ENREGISTRER-COMPTABILISATION
               DISPLAY "JOURNEE " WS-DATE-COMPTABLE
                   " COMPTABILISEE : envoi " WS-NUMERO-ENVOI
                   ", " WS-NB-ECRITURES " ecriture(s), "
                   WS-NB-LIGNES-ECRITURE " enregistrement(s)"
           ELSE
               DISPLAY "COMPTABILISATION REFUSEE : " WS-NB-ECARTS
                   " ecart(s) avec la cloture du " WS-DATE-COMPTABLE
                   ", fichier non produit (voir CALCCPTB.RPT)"
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE COMPTA-FILE
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO STAT-HEURE-DEBUT
           DISPLAY "Journee a comptabiliser (AAAAMMJJ, vide = "
               "aujourd'hui) : "
           ACCEPT WS-DATE-SAISIE
           IF WS-DATE-SAISIE = SPACES
               MOVE WS-DATE-HEURE-DATE TO WS-DATE-COMPTABLE
           ELSE
               IF WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY "DATE COMPTABLE INVALIDE : "
                       WS-DATE-SAISIE
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   STOP RUN
               END-IF
               MOVE WS-DATE-SAISIE TO WS-DATE-COMPTABLE
           END-IF.

       CONTROLER-JOURNEE-CLOSE.
           OPEN INPUT CLOTURE-FILE
           IF WS-CLOS-FICHIER-ABSENT
               DISPLAY "JOURNEE NON CLOSE : " WS-DATE-COMPTABLE
                   " (CALCCLOS.DAT introuvable), comptabilisation "
                   "refusee"
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           IF NOT WS-CLOS-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCLOS.DAT, CODE "
                   WS-CLOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-COMPTABLE TO CLOS-DATE
           READ CLOTURE-FILE
           EVALUATE TRUE
               WHEN WS-CLOS-STATUT-OK
                   MOVE CLOS-HEURE-CLOTURE TO WS-CLOS-HEURE
                   MOVE CLOS-NB-BATCH-OK TO WS-CLOS-NB-BATCH-OK
                   MOVE CLOS-NB-INTERACTIFS TO WS-CLOS-NB-INTERACTIFS
                   MOVE CLOS-VOLUME-JOUR TO WS-CLOS-VOLUME-JOUR
               WHEN WS-CLOS-INTROUVABLE
                   DISPLAY "JOURNEE NON CLOSE : " WS-DATE-COMPTABLE
                       ", comptabilisation refusee (lancer CALCCLOS)"
                   CLOSE CLOTURE-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERREUR LECTURE CALCCLOS.DAT, CODE "
                       WS-CLOS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           CLOSE CLOTURE-FILE.

       CONTROLER-REGISTRE.
           OPEN I-O COMPTA-FILE
           IF WS-CPTR-FICHIER-ABSENT
               OPEN OUTPUT COMPTA-FILE
               CLOSE COMPTA-FILE
               OPEN I-O COMPTA-FILE
           END-IF
           IF NOT WS-CPTR-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCPTR.DAT, CODE "
                   WS-CPTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-COMPTABLE TO CPTR-DATE-COMPTABLE
           READ COMPTA-FILE
           EVALUATE TRUE
               WHEN WS-CPTR-STATUT-OK
                   SET WS-DEJA-COMPTABILISEE TO TRUE
                   MOVE CPTR-NB-ENVOIS TO WS-NB-ENVOIS-PRECEDENTS
                   MOVE CPTR-DATE-PREMIER-ENVOI
                       TO WS-DATE-PREMIER-ENVOI
                   PERFORM CONFIRMER-RENVOI
               WHEN WS-CPTR-INTROUVABLE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERREUR LECTURE CALCCPTR.DAT, CODE "
                       WS-CPTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           COMPUTE WS-NUMERO-ENVOI = WS-NB-ENVOIS-PRECEDENTS + 1.

       CONFIRMER-RENVOI.
           DISPLAY "JOURNEE DEJA COMPTABILISEE : " WS-DATE-COMPTABLE
           DISPLAY "  Envoi n. " CPTR-NB-ENVOIS " du "
               CPTR-DATE-ENVOI " a " CPTR-HEURE-ENVOI
               ", " CPTR-NB-ECRITURES " ecriture(s), "
               CPTR-NB-ENREGISTREMENTS " enregistrement(s)"
           DISPLAY "Renvoi delibere au grand livre ? (O/N)"
           ACCEPT WS-REPONSE
           IF NOT WS-REPONSE-OUI
               DISPLAY "COMPTABILISATION REFUSEE : journee "
                   WS-DATE-COMPTABLE " deja envoyee"
               CLOSE COMPTA-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           PERFORM CONTROLER-SUPERVISEUR
           PERFORM SAISIR-MOTIF-RENVOI.

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
               CLOSE OPER-FILE
               CLOSE COMPTA-FILE
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
                   ", renvoi refuse."
               CLOSE OPER-FILE
               CLOSE COMPTA-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           CLOSE OPER-FILE.

       SAISIR-MOTIF-RENVOI.
           MOVE SPACES TO WS-MOTIF-SAISI
           PERFORM UNTIL WS-MOTIF-SAISI NOT = SPACES
               DISPLAY "Motif du renvoi (obligatoire) : "
               ACCEPT WS-MOTIF-SAISI
           END-PERFORM.

      *    procedure d'entree du tri : un mouvement par resultat du
      *    maitre et par correction retenue du journal
       SELECTIONNER-MOUVEMENTS.
           OPEN INPUT REGISTRE-FILE
           IF WS-LOTR-FICHIER-ABSENT
               DISPLAY "REGISTRE DES LOTS ABSENT : CALCLOTR.DAT "
                   "introuvable, services a INCONNU"
           ELSE
               IF NOT WS-LOTR-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCLOTR.DAT, CODE "
                       WS-LOTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-LOTR-DISPONIBLE TO TRUE
           END-IF
           PERFORM SELECTIONNER-RESULTATS
           PERFORM SELECTIONNER-JOURNAL
           IF WS-LOTR-DISPONIBLE
               CLOSE REGISTRE-FILE
           END-IF.

       SELECTIONNER-RESULTATS.
           OPEN INPUT MASTER-FILE
           IF WS-RESM-FICHIER-ABSENT
               DISPLAY "MAITRE DES RESULTATS ABSENT : CALCRESM.DAT "
                   "introuvable, resultats a zero"
           ELSE
               IF NOT WS-RESM-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCRESM.DAT, CODE "
                       WS-RESM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-COMPTABLE TO RESM-DATE-RUN
               MOVE LOW-VALUES TO RESM-LOT
               MOVE 0 TO RESM-SEQUENCE
               START MASTER-FILE KEY IS NOT LESS THAN RESM-CLE
                   INVALID KEY
                       SET WS-FIN-RESM TO TRUE
               END-START
               PERFORM UNTIL WS-FIN-RESM
                   READ MASTER-FILE NEXT
                       AT END
                           SET WS-FIN-RESM TO TRUE
                       NOT AT END
                           IF RESM-DATE-RUN = WS-DATE-COMPTABLE
                               PERFORM RETENIR-RESULTAT
                           ELSE
                               SET WS-FIN-RESM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       RETENIR-RESULTAT.
           ADD 1 TO WS-NB-RESM-LUS
           ADD 1 TO WS-NB-RESULTATS
           MOVE RESM-LOT TO WS-LOT-CHERCHE
           MOVE WS-DATE-COMPTABLE TO WS-DATE-RUN-CHERCHEE
           PERFORM CHERCHER-SERVICE-LOT
           MOVE WS-SERVICE-LOT TO TRI-SERVICE
           MOVE RESM-OPERATION TO TRI-OPERATION
           SET TRI-RESULTAT TO TRUE
           MOVE RESM-RESULTAT TO TRI-MONTANT
           RELEASE TRI-RECORD.

       SELECTIONNER-JOURNAL.
           OPEN INPUT LOG-FILE
           IF WS-LOG-FICHIER-ABSENT
               DISPLAY "JOURNAL D'AUDIT ABSENT : CALCLOG.DAT "
                   "introuvable, corrections a zero"
           ELSE
               PERFORM UNTIL WS-FIN-LOG
                   READ LOG-FILE
                       AT END
                           SET WS-FIN-LOG TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LOG-LUS
                           PERFORM TRIER-UNE-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       TRIER-UNE-LIGNE-JOURNAL.
           EVALUATE TRUE
               WHEN LOG-DATE = WS-DATE-COMPTABLE
                   PERFORM RETENIR-LIGNE-DU-JOUR
               WHEN LOG-DATE > WS-DATE-COMPTABLE
                   AND (LOG-CONTREPASSATION OR LOG-CORRECTION)
                   PERFORM RETENIR-CORRECTION-ULTERIEURE
           END-EVALUATE.

      *    ligne du journal a la date : toutes entrent dans le volume
      *    de la journee, seules les corrections de resultats d'autres
      *    dates de passage sont comptabilisees en plus du maitre
       RETENIR-LIGNE-DU-JOUR.
           ADD LOG-RESULTAT TO WS-VOLUME-JOURNAL
           EVALUATE TRUE
               WHEN LOG-INTERACTIF
                   ADD 1 TO WS-NB-INTERACTIFS
                   ADD LOG-RESULTAT TO WS-VOLUME-INTERACTIF
               WHEN LOG-CONTREPASSATION OR LOG-CORRECTION
                   PERFORM DETERMINER-DATE-RUN
                   IF WS-DATE-RUN-CORRIGEE NOT = WS-DATE-COMPTABLE
                       PERFORM RATTACHER-SERVICE
                       ADD 1 TO WS-NB-CORRECTIONS
                       MOVE WS-SERVICE-LOT TO TRI-SERVICE
                       MOVE LOG-OPERATION TO TRI-OPERATION
                       SET TRI-CORRECTION TO TRUE
                       MOVE LOG-RESULTAT TO TRI-MONTANT
                       RELEASE TRI-RECORD
                   END-IF
           END-EVALUATE.

      *    correction journalisee apres la date sur un resultat de
      *    cette date de passage : deja portee au maitre, elle en est
      *    deduite
       RETENIR-CORRECTION-ULTERIEURE.
           PERFORM DETERMINER-DATE-RUN
           IF WS-DATE-RUN-CORRIGEE = WS-DATE-COMPTABLE
               PERFORM RATTACHER-SERVICE
               ADD 1 TO WS-NB-DEDUITES
               MOVE WS-SERVICE-LOT TO TRI-SERVICE
               MOVE LOG-OPERATION TO TRI-OPERATION
               SET TRI-CORRECTION-DEDUITE TO TRUE
               COMPUTE TRI-MONTANT = 0 - LOG-RESULTAT
               RELEASE TRI-RECORD
           END-IF.

      *    date de passage du resultat corrige : celle portee par la
      *    paire R/C ; un enregistrement anterieur a cette zone (a
      *    blanc) est rattache a la date comptable si son lot est
      *    passe ce jour-la, a une autre journee sinon
       DETERMINER-DATE-RUN.
           MOVE LOG-LOT TO WS-LOT-CHERCHE
           IF LOG-DATE-RUN NUMERIC AND LOG-DATE-RUN > 0
               MOVE LOG-DATE-RUN TO WS-DATE-RUN-CORRIGEE
           ELSE
               MOVE WS-DATE-COMPTABLE TO WS-DATE-RUN-CHERCHEE
               PERFORM CHERCHER-SERVICE-LOT
               IF WS-PASSAGE-TROUVE
                   MOVE WS-DATE-COMPTABLE TO WS-DATE-RUN-CORRIGEE
               ELSE
                   MOVE 0 TO WS-DATE-RUN-CORRIGEE
               END-IF
           END-IF.

       RATTACHER-SERVICE.
           IF WS-DATE-RUN-CORRIGEE > 0
               MOVE WS-DATE-RUN-CORRIGEE TO WS-DATE-RUN-CHERCHEE
           ELSE
               MOVE WS-DATE-COMPTABLE TO WS-DATE-RUN-CHERCHEE
           END-IF
           PERFORM CHERCHER-SERVICE-LOT.

      *    service du lot : celui de son passage a la date cherchee, a
      *    defaut celui du dernier passage anterieur, INCONNU sinon
       CHERCHER-SERVICE-LOT.
           IF WS-LOT-CHERCHE NOT = WS-LOT-EN-CACHE
               OR WS-DATE-RUN-CHERCHEE NOT = WS-DATE-RUN-EN-CACHE
               MOVE WS-LOT-CHERCHE TO WS-LOT-EN-CACHE
               MOVE WS-DATE-RUN-CHERCHEE TO WS-DATE-RUN-EN-CACHE
               MOVE SPACES TO WS-SERVICE-LOT
               MOVE 0 TO WS-DATE-SERVICE-LOT
               MOVE "N" TO WS-PASSAGE-TROUVE-SW
               IF WS-LOTR-DISPONIBLE
                   PERFORM RELIRE-REGISTRE-LOT
               END-IF
               IF WS-SERVICE-LOT = SPACES
                   MOVE "INCONNU" TO WS-SERVICE-LOT
               END-IF
           END-IF.

       RELIRE-REGISTRE-LOT.
           MOVE "N" TO WS-FIN-LOTR-SW
           MOVE WS-LOT-CHERCHE TO LOTR-ID-LOT
           MOVE 0 TO LOTR-DATE-METIER
           START REGISTRE-FILE KEY IS NOT LESS THAN LOTR-CLE
               INVALID KEY
                   SET WS-FIN-LOTR TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-LOTR
               READ REGISTRE-FILE NEXT
                   AT END
                       SET WS-FIN-LOTR TO TRUE
                   NOT AT END
                       IF LOTR-ID-LOT = WS-LOT-CHERCHE
                           PERFORM RETENIR-PASSAGE-LOT
                       ELSE
                           SET WS-FIN-LOTR TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       RETENIR-PASSAGE-LOT.
           EVALUATE TRUE
               WHEN LOTR-DATE-PASSAGE = WS-DATE-RUN-CHERCHEE
                   SET WS-PASSAGE-TROUVE TO TRUE
                   MOVE LOTR-SERVICE TO WS-SERVICE-LOT
                   MOVE LOTR-DATE-PASSAGE TO WS-DATE-SERVICE-LOT
               WHEN WS-PASSAGE-TROUVE
                   CONTINUE
               WHEN LOTR-DATE-PASSAGE < WS-DATE-RUN-CHERCHEE
                   AND LOTR-DATE-PASSAGE >= WS-DATE-SERVICE-LOT
                   MOVE LOTR-SERVICE TO WS-SERVICE-LOT
                   MOVE LOTR-DATE-PASSAGE TO WS-DATE-SERVICE-LOT
           END-EVALUATE.

      *    procedure de sortie du tri : une ligne de travail par
      *    service et operation, montants cumules
       CUMULER-ECRITURES.
           OPEN OUTPUT TRAVAIL-FILE
           IF NOT WS-TRV-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCPTW.TMP, CODE "
                   WS-TRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN-TRI-ATTEINTE
               RETURN SORT-FILE
                   AT END
                       SET WS-FIN-TRI-ATTEINTE TO TRUE
                   NOT AT END
                       PERFORM CUMULER-UN-MOUVEMENT
               END-RETURN
           END-PERFORM
           IF NOT WS-PREMIER-CUMUL
               PERFORM ECRIRE-LIGNE-TRAVAIL
           END-IF
           CLOSE TRAVAIL-FILE.

       CUMULER-UN-MOUVEMENT.
           IF WS-PREMIER-CUMUL
               MOVE "N" TO WS-PREMIER-SW
               PERFORM OUVRIR-CUMUL
           ELSE
               IF TRI-SERVICE NOT = TRAV-SERVICE
                   OR TRI-OPERATION NOT = TRAV-OPERATION
                   PERFORM ECRIRE-LIGNE-TRAVAIL
                   PERFORM OUVRIR-CUMUL
               END-IF
           END-IF
           ADD 1 TO TRAV-NB-MOUVEMENTS
           IF TRI-CORRECTION
               ADD TRI-MONTANT TO TRAV-MONTANT-CORRECTIONS
           ELSE
               ADD TRI-MONTANT TO TRAV-MONTANT-RESULTATS
           END-IF.

       OUVRIR-CUMUL.
           MOVE TRI-SERVICE TO TRAV-SERVICE
           MOVE TRI-OPERATION TO TRAV-OPERATION
           MOVE 0 TO TRAV-NB-MOUVEMENTS
           MOVE 0 TO TRAV-MONTANT-RESULTATS
           MOVE 0 TO TRAV-MONTANT-CORRECTIONS
           MOVE 0 TO TRAV-MONTANT-NET.

       ECRIRE-LIGNE-TRAVAIL.
           COMPUTE TRAV-MONTANT-NET = TRAV-MONTANT-RESULTATS
               + TRAV-MONTANT-CORRECTIONS
           ADD TRAV-MONTANT-RESULTATS TO WS-TOTAL-RESULTATS
           ADD TRAV-MONTANT-CORRECTIONS TO WS-TOTAL-CORRECTIONS
           ADD TRAV-MONTANT-NET TO WS-TOTAL-NET
           IF TRAV-MONTANT-NET = 0
               ADD 1 TO WS-NB-NETS-NULS
           ELSE
               IF TRAV-MONTANT-NET < 0
                   COMPUTE WS-MONTANT-ECRITURE = 0 - TRAV-MONTANT-NET
               ELSE
                   MOVE TRAV-MONTANT-NET TO WS-MONTANT-ECRITURE
               END-IF
               ADD 1 TO WS-NB-ECRITURES
               ADD 2 TO WS-NB-LIGNES-ECRITURE
               ADD WS-MONTANT-ECRITURE TO WS-TOTAL-DEBIT
               ADD WS-MONTANT-ECRITURE TO WS-TOTAL-CREDIT
               COMPUTE WS-TOTAL-CONTROLE = WS-TOTAL-CONTROLE
                   + 2 * WS-MONTANT-ECRITURE
           END-IF
           WRITE TRAV-RECORD
           IF NOT WS-TRV-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCCPTW.TMP, CODE "
                   WS-TRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RAPPROCHER-CLOTURE.
           MOVE WS-TOTAL-NET TO WS-VOLUME-COMPTABILISE
           COMPUTE WS-VOLUME-A-COMPTABILISER = WS-CLOS-VOLUME-JOUR
               - WS-VOLUME-INTERACTIF
           DISPLAY "RAPPROCHEMENT AVEC LA CLOTURE DU "
               WS-DATE-COMPTABLE
           DISPLAY "  Resultats du maitre     : " WS-NB-RESULTATS
           DISPLAY "  Resultats batch clos    : " WS-CLOS-NB-BATCH-OK
           DISPLAY "  Corrections du jour     : " WS-NB-CORRECTIONS
           DISPLAY "  Corrections deduites    : " WS-NB-DEDUITES
           DISPLAY "  Calculs interactifs     : " WS-NB-INTERACTIFS
           IF WS-NB-RESULTATS NOT = WS-CLOS-NB-BATCH-OK
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "  ==> ECART RESULTATS DU MAITRE / CLOTURE"
           END-IF
           IF WS-NB-INTERACTIFS NOT = WS-CLOS-NB-INTERACTIFS
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "  ==> ECART CALCULS INTERACTIFS / CLOTURE"
           END-IF
           IF WS-VOLUME-JOURNAL NOT = WS-CLOS-VOLUME-JOUR
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "  ==> ECART VOLUME DU JOURNAL / CLOTURE"
           END-IF
           IF WS-VOLUME-COMPTABILISE NOT = WS-VOLUME-A-COMPTABILISER
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "  ==> ECART VOLUME COMPTABILISE / CLOTURE"
           END-IF.

       EDITER-RAPPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCPTB.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "COMPTABILISATION AU GRAND LIVRE DE LA JOURNEE "
               WS-DATE-COMPTABLE " - ENVOI " WS-NUMERO-ENVOI
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "  Journee close a " WS-CLOS-HEURE
               ", etat edite le " WS-DATE-HEURE-DATE
               " a " WS-DATE-HEURE-HEURE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           IF WS-DEJA-COMPTABILISEE
               MOVE SPACES TO REPORT-LINE
               STRING "  RENVOI autorise par " WS-SUPERVISEUR
                   " (premier envoi du " WS-DATE-PREMIER-ENVOI ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
               MOVE SPACES TO REPORT-LINE
               STRING "  Motif : " WS-MOTIF-SAISI
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "  SERVICE    OP       RESULTATS      CORRECTIONS"
               "              NET  ECRITURE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE "N" TO WS-FIN-TRV-SW
           MOVE 0 TO WS-NUMERO-ECRITURE
           OPEN INPUT TRAVAIL-FILE
           IF NOT WS-TRV-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCPTW.TMP, CODE "
                   WS-TRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN-TRV
               READ TRAVAIL-FILE
                   AT END
                       SET WS-FIN-TRV TO TRUE
                   NOT AT END
                       PERFORM EDITER-UNE-ECRITURE
               END-READ
           END-PERFORM
           CLOSE TRAVAIL-FILE

           MOVE ALL "-" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE WS-TOTAL-RESULTATS TO WS-VAL-EDIT-1
           MOVE WS-TOTAL-CORRECTIONS TO WS-VAL-EDIT-2
           MOVE WS-TOTAL-NET TO WS-VAL-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL         " WS-VAL-EDIT-1 " "
               WS-VAL-EDIT-2 " " WS-VAL-EDIT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM EDITER-RAPPROCHEMENT
           PERFORM EDITER-CONCLUSION
           CLOSE REPORT-FILE.

       EDITER-UNE-ECRITURE.
           IF TRAV-MONTANT-NET = 0
               MOVE "NET NUL" TO WS-ECRITURE-EDIT
           ELSE
               ADD 1 TO WS-NUMERO-ECRITURE
               MOVE SPACES TO WS-ECRITURE-EDIT
               MOVE WS-NUMERO-ECRITURE TO WS-ECRITURE-EDIT
           END-IF
           MOVE TRAV-MONTANT-RESULTATS TO WS-VAL-EDIT-1
           MOVE TRAV-MONTANT-CORRECTIONS TO WS-VAL-EDIT-2
           MOVE TRAV-MONTANT-NET TO WS-VAL-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "  " TRAV-SERVICE " " TRAV-OPERATION "  "
               WS-VAL-EDIT-1 " " WS-VAL-EDIT-2 " " WS-VAL-EDIT-3
               "  " WS-ECRITURE-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    totaux comptabilises a gauche, totaux de la cloture a
      *    droite
       EDITER-RAPPROCHEMENT.
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "RAPPROCHEMENT AVEC LA CLOTURE (CALCCLOS)"
               "   COMPTABILISE          CLOTURE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "  Resultats batch (nombre)" TO WS-LIB-EDIT
           MOVE WS-NB-RESULTATS TO WS-NB-EDIT-1
           MOVE WS-CLOS-NB-BATCH-OK TO WS-NB-EDIT-2
           PERFORM ECRIRE-LIGNE-NOMBRES
           MOVE "  Calculs interactifs (nombre)" TO WS-LIB-EDIT
           MOVE WS-NB-INTERACTIFS TO WS-NB-EDIT-1
           MOVE WS-CLOS-NB-INTERACTIFS TO WS-NB-EDIT-2
           PERFORM ECRIRE-LIGNE-NOMBRES
           MOVE "  Volume du journal de la journee" TO WS-LIB-EDIT
           MOVE WS-VOLUME-JOURNAL TO WS-VAL-EDIT-1
           MOVE WS-CLOS-VOLUME-JOUR TO WS-VAL-EDIT-2
           PERFORM ECRIRE-LIGNE-MONTANTS
           MOVE "  dont calculs interactifs (non compt.)"
               TO WS-LIB-EDIT
           MOVE WS-VOLUME-INTERACTIF TO WS-VAL-EDIT-1
           MOVE WS-VOLUME-INTERACTIF TO WS-VAL-EDIT-2
           PERFORM ECRIRE-LIGNE-MONTANTS
           MOVE "  Volume comptabilise (total net)" TO WS-LIB-EDIT
           MOVE WS-VOLUME-COMPTABILISE TO WS-VAL-EDIT-1
           MOVE WS-VOLUME-A-COMPTABILISER TO WS-VAL-EDIT-2
           PERFORM ECRIRE-LIGNE-MONTANTS
           MOVE "  Corrections du jour (autres passages)"
               TO WS-LIB-EDIT
           MOVE WS-NB-CORRECTIONS TO WS-NB-EDIT-1
           PERFORM ECRIRE-LIGNE-NOMBRE
           MOVE "  Corrections ulterieures deduites"
               TO WS-LIB-EDIT
           MOVE WS-NB-DEDUITES TO WS-NB-EDIT-1
           PERFORM ECRIRE-LIGNE-NOMBRE.

       EDITER-CONCLUSION.
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           IF WS-NB-ECARTS > 0
               MOVE SPACES TO REPORT-LINE
               STRING "ECART - FICHIER NON PRODUIT : " WS-NB-ECARTS
                   " ecart(s) avec la cloture"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           ELSE
               MOVE "FICHIER DES ECRITURES (CALCCPTB.DAT)"
                   TO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
               MOVE "  Ecritures passees" TO WS-LIB-EDIT
               MOVE WS-NB-ECRITURES TO WS-NB-EDIT-1
               PERFORM ECRIRE-LIGNE-NOMBRE
               MOVE "  Services et operations a net nul"
                   TO WS-LIB-EDIT
               MOVE WS-NB-NETS-NULS TO WS-NB-EDIT-1
               PERFORM ECRIRE-LIGNE-NOMBRE
               MOVE "  Enregistrements de detail" TO WS-LIB-EDIT
               MOVE WS-NB-LIGNES-ECRITURE TO WS-NB-EDIT-1
               PERFORM ECRIRE-LIGNE-NOMBRE
               MOVE "  Total des debits" TO WS-LIB-EDIT
               MOVE WS-TOTAL-DEBIT TO WS-VAL-EDIT-1
               PERFORM ECRIRE-LIGNE-MONTANT
               MOVE "  Total des credits" TO WS-LIB-EDIT
               MOVE WS-TOTAL-CREDIT TO WS-VAL-EDIT-1
               PERFORM ECRIRE-LIGNE-MONTANT
               MOVE "  Total de controle" TO WS-LIB-EDIT
               MOVE WS-TOTAL-CONTROLE TO WS-VAL-EDIT-1
               PERFORM ECRIRE-LIGNE-MONTANT
           END-IF.

       ECRIRE-LIGNE-NOMBRES.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LIB-EDIT WS-NB-EDIT-1 " " WS-NB-EDIT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-NB-EDIT-1 NOT = WS-NB-EDIT-2
               MOVE "<==" TO REPORT-LINE(78:3)
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-MONTANTS.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LIB-EDIT WS-VAL-EDIT-1 " " WS-VAL-EDIT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-VAL-EDIT-1 NOT = WS-VAL-EDIT-2
               MOVE "<==" TO REPORT-LINE(78:3)
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-NOMBRE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LIB-EDIT WS-NB-EDIT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-MONTANT.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LIB-EDIT WS-VAL-EDIT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           WRITE REPORT-LINE
           IF NOT WS-RPT-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCCPTB.RPT, CODE "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-LIGNES-RPT.

       PRODUIRE-ECRITURES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO WS-DATE-ENVOI
           MOVE WS-DATE-HEURE-HEURE TO WS-HEURE-ENVOI
           OPEN OUTPUT ECRITURE-FILE
           IF NOT WS-ECR-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCPTB.DAT, CODE "
                   WS-ECR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ECR-ENTETE-ENR
           SET ECH-TYPE-ENTETE TO TRUE
           MOVE WS-DATE-COMPTABLE TO ECH-DATE-COMPTABLE
           MOVE "CALCCPTB" TO ECH-EMETTEUR
           MOVE WS-NUMERO-ENVOI TO ECH-NUMERO-ENVOI
           MOVE WS-DATE-ENVOI TO ECH-DATE-ENVOI
           MOVE WS-HEURE-ENVOI TO ECH-HEURE-ENVOI
           MOVE WS-NB-LIGNES-ECRITURE TO ECH-NB-ENREGISTREMENTS
           MOVE WS-TOTAL-CONTROLE TO ECH-TOTAL-CONTROLE
           WRITE ECR-ENTETE-ENR
           PERFORM CONTROLER-ECRITURE

           MOVE "N" TO WS-FIN-TRV-SW
           MOVE 0 TO WS-NUMERO-ECRITURE
           OPEN INPUT TRAVAIL-FILE
           IF NOT WS-TRV-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCPTW.TMP, CODE "
                   WS-TRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN-TRV
               READ TRAVAIL-FILE
                   AT END
                       SET WS-FIN-TRV TO TRUE
                   NOT AT END
                       IF TRAV-MONTANT-NET NOT = 0
                           PERFORM PASSER-UNE-ECRITURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAVAIL-FILE

           MOVE SPACES TO ECR-FIN-ENR
           SET ECF-TYPE-FIN TO TRUE
           MOVE WS-DATE-COMPTABLE TO ECF-DATE-COMPTABLE
           MOVE WS-NB-LIGNES-ECRITURE TO ECF-NB-ENREGISTREMENTS
           MOVE WS-TOTAL-CONTROLE TO ECF-TOTAL-CONTROLE
           MOVE WS-TOTAL-DEBIT TO ECF-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT TO ECF-TOTAL-CREDIT
           WRITE ECR-FIN-ENR
           PERFORM CONTROLER-ECRITURE
           CLOSE ECRITURE-FILE.

      *    net positif : tiers au debit, produit au credit ; net
      *    negatif : sens inverses, montant en valeur absolue
       PASSER-UNE-ECRITURE.
           ADD 1 TO WS-NUMERO-ECRITURE
           MOVE WS-COMPTE-ATTENTE TO WS-COMPTE-PRODUIT
           PERFORM VARYING WS-IDX-COMPTE FROM 1 BY 1
                   UNTIL WS-IDX-COMPTE > WS-NB-COMPTES
               IF WS-CPT-OPERATION(WS-IDX-COMPTE) = TRAV-OPERATION
                   MOVE WS-CPT-PRODUIT(WS-IDX-COMPTE)
                       TO WS-COMPTE-PRODUIT
               END-IF
           END-PERFORM
           IF TRAV-MONTANT-NET < 0
               COMPUTE WS-MONTANT-ECRITURE = 0 - TRAV-MONTANT-NET
               MOVE WS-COMPTE-PRODUIT TO WS-COMPTE-DEBIT
               MOVE WS-COMPTE-TIERS TO WS-COMPTE-CREDIT
           ELSE
               MOVE TRAV-MONTANT-NET TO WS-MONTANT-ECRITURE
               MOVE WS-COMPTE-TIERS TO WS-COMPTE-DEBIT
               MOVE WS-COMPTE-PRODUIT TO WS-COMPTE-CREDIT
           END-IF
           MOVE SPACES TO WS-LIBELLE-ECRITURE
           STRING "CALCULS " TRAV-SERVICE " OPERATION "
               TRAV-OPERATION
               DELIMITED BY SIZE INTO WS-LIBELLE-ECRITURE

           MOVE SPACES TO ECR-DETAIL-ENR
           SET ECD-TYPE-DETAIL TO TRUE
           MOVE 1 TO ECD-LIGNE
           MOVE WS-COMPTE-DEBIT TO ECD-COMPTE
           SET ECD-DEBIT TO TRUE
           PERFORM ECRIRE-LIGNE-ECRITURE
           MOVE SPACES TO ECR-DETAIL-ENR
           SET ECD-TYPE-DETAIL TO TRUE
           MOVE 2 TO ECD-LIGNE
           MOVE WS-COMPTE-CREDIT TO ECD-COMPTE
           SET ECD-CREDIT TO TRUE
           PERFORM ECRIRE-LIGNE-ECRITURE.

       ECRIRE-LIGNE-ECRITURE.
           MOVE WS-DATE-COMPTABLE TO ECD-DATE-COMPTABLE
           MOVE WS-NUMERO-ECRITURE TO ECD-NUMERO-ECRITURE
           MOVE TRAV-SERVICE TO ECD-SERVICE
           MOVE TRAV-OPERATION TO ECD-OPERATION
           MOVE WS-MONTANT-ECRITURE TO ECD-MONTANT
           MOVE WS-LIBELLE-ECRITURE TO ECD-LIBELLE
           WRITE ECR-DETAIL-ENR
           PERFORM CONTROLER-ECRITURE.

       CONTROLER-ECRITURE.
           IF NOT WS-ECR-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCCPTB.DAT, CODE "
                   WS-ECR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-ECRITS.

       ENREGISTRER-COMPTABILISATION.
           MOVE WS-DATE-COMPTABLE TO CPTR-DATE-COMPTABLE
           MOVE WS-NUMERO-ENVOI TO CPTR-NB-ENVOIS
           IF WS-DEJA-COMPTABILISEE
               MOVE WS-DATE-PREMIER-ENVOI TO CPTR-DATE-PREMIER-ENVOI
           ELSE
               MOVE WS-DATE-ENVOI TO CPTR-DATE-PREMIER-ENVOI
           END-IF
           MOVE WS-DATE-ENVOI TO CPTR-DATE-ENVOI
           MOVE WS-HEURE-ENVOI TO CPTR-HEURE-ENVOI
           MOVE WS-NB-ECRITURES TO CPTR-NB-ECRITURES
           MOVE WS-NB-LIGNES-ECRITURE TO CPTR-NB-ENREGISTREMENTS
           MOVE WS-TOTAL-CONTROLE TO CPTR-TOTAL-CONTROLE
           MOVE WS-TOTAL-NET TO CPTR-TOTAL-NET
           MOVE WS-CLOS-VOLUME-JOUR TO CPTR-VOLUME-CLOTURE
           MOVE WS-SUPERVISEUR TO CPTR-SUPERVISEUR
           MOVE WS-MOTIF-SAISI TO CPTR-MOTIF-RENVOI
           IF WS-DEJA-COMPTABILISEE
               REWRITE CPTR-RECORD
           ELSE
               WRITE CPTR-RECORD
           END-IF
           IF NOT WS-CPTR-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCCPTR.DAT, CODE "
                   WS-CPTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-STATISTIQUES.
           MOVE "CALCCPTB" TO STAT-PROGRAMME
           COMPUTE STAT-NB-LUS = WS-NB-RESM-LUS + WS-NB-LOG-LUS
           MOVE WS-NB-ECRITS TO STAT-NB-ECRITS
           MOVE WS-NB-ECARTS TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
