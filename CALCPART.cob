       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPART.
      *****************************************************************
      * Decoupage de la remise par service avant le calcul batch :
      * lit le fichier de transactions multi-lots (CALCTRAN.DAT,
      * disposition CALCLOT) et le repartit en une partition par
      * service emetteur (ENT-SERVICE de l'entete, INCONNU a blanc),
      * chacune calculee ensuite independamment par CALCBTCH avec
      * son propre point de reprise, puis reunie par CALCFUSN avant
      * CALCRESL et CALCRETS.
      *
      * Reconciliation de la remise entiere : avant tout decoupage,
      * la structure des lots (entete et fin apparies, identifiants
      * concordants), les totaux de fin de lot et le nombre total de
      * details et le total general de NOMBRE1 sont controles contre
      * la carte de controle CALCCTL.DAT, comme le faisait CALCBTCH
      * sur la remise entiere. Un lot deja present au registre des
      * lots traites (CALCLOTR.DAT) est refuse, de meme qu'un lot en
      * double dans la remise elle-meme : les entetes sont tries par
      * identifiant de lot et date metier et deux cles voisines
      * egales designent un doublon, sans table de lots en memoire
      * ni plafond du nombre de lots. En cas d'ecart, aucune
      * partition n'est produite (code retour 16).
      *
      * Partitions : la remise est triee par service puis par rang
      * d'origine, l'ordre des lots et de leurs details etant ainsi
      * conserve dans chaque service. Chaque partition donne :
      *   - CALCTRAN.<service>.DAT, ses lots (entete, details, fin) ;
      *   - CALCCTL.<service>.DAT, sa carte de controle (nombre de
      *     details et total de NOMBRE1 de la partition), que
      *     CALCBTCH reconcilie comme une remise ;
      *   - CALCCKPT.<service>.DAT, son point de reprise, remis a
      *     l'etat termine : un point de reprise laisse par un abend
      *     d'une remise abandonnee ferait sauter a tort les premiers
      *     enregistrements de la nouvelle partition ;
      *   - une entree de la liste des partitions CALCPART.DAT
      *     (copybook CALCPARL), au statut A (a traiter), avec ses
      *     comptes de lots, de details et son total.
      * La somme des cartes de partition egale donc la carte de la
      * remise ; CALCFUSN le recontrole a la fusion.
      * Un nouveau decoupage est refuse tant qu'une partition de la
      * remise precedente est en cours de calcul ou traitee sans
      * avoir ete fusionnee (statut C ou T) : ses resultats et son
      * point de reprise seraient perdus.
      *
      * Taux : le fichier maitre des taux (CALCTAUX.DAT) est recopie
      * dans la copie indexee CALCTAUI.DAT (copybook CALCTAUI, cle
      * code et date d'effet), ou toutes les partitions recherchent
      * leurs taux par cle. Le nombre de lignes du fichier des taux
      * n'est plus plafonne ; les partitions d'une meme remise
      * calculent toutes sur les memes taux.
      *
      * Suivi des lots : une fois la reconciliation reussie, chaque
      * lot de la remise est porte reconcilie au fichier de suivi
      * CALCSUIV.DAT (sous-programme commun CALCSUIW).
      *
      * En fin de passage, echec compris, les statistiques
      * (enregistrements lus, enregistrements repartis, code retour)
      * sont ajoutees a CALCSTAT.DAT via CALCSTAW pour la
      * surveillance du matin (CALCTRND).
      * Peut etre lance seul ou enchaine par le pilote de chaine
      * CALCCHNE : la fin de passage rend la main a l'appelant.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "CALCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CALCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "CALCLOTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOTR-CLE
               FILE STATUS IS WS-LOTR-STATUS.
           SELECT PARTITION-FILE ASSIGN TO "CALCPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-SERVICE
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-TRANS-FILE ASSIGN USING WS-NOM-TRANS-PART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTRN-STATUS.
           SELECT PART-CTL-FILE ASSIGN USING WS-NOM-CTL-PART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.
           SELECT PART-CKPT-FILE ASSIGN USING WS-NOM-CKPT-PART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCKP-STATUS.
           SELECT RATE-FILE ASSIGN TO "CALCTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.
           SELECT TAUXI-FILE ASSIGN TO "CALCTAUI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXI-CLE
               FILE STATUS IS WS-TXI-STATUS.
           SELECT SORT-FILE ASSIGN TO "CALCSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY CALCLOT.

       FD  CONTROL-FILE.
       COPY CALCCTL.

       FD  REGISTRE-FILE.
       COPY CALCLOTR.

       FD  PARTITION-FILE.
       COPY CALCPARL.

       FD  PART-TRANS-FILE.
       01  PART-TRANS-LIGNE         PIC X(41).

       FD  PART-CTL-FILE.
       COPY CALCCTL REPLACING CONTROL-RECORD BY PART-CTL-RECORD.

       FD  PART-CKPT-FILE.
       COPY CALCCKPT.

       FD  RATE-FILE.
       COPY CALCTAUX.

       FD  TAUXI-FILE.
       COPY CALCTAUI.

       SD  SORT-FILE.
       01  TRI-RECORD.
           05  TRI-SERVICE          PIC X(10).
           05  TRI-LOT              PIC X(8).
           05  TRI-DATE-METIER      PIC 9(8).
           05  TRI-NUMERO           PIC 9(7).
           05  TRI-DONNEES          PIC X(41).
           05  TRI-DONNEES-R REDEFINES TRI-DONNEES.
               10  TRI-TYPE         PIC X.
                   88  TRI-TYPE-ENTETE    VALUE "H".
                   88  TRI-TYPE-DETAIL    VALUE "D".
               10  TRI-DETAIL       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY CALCREC.
       01  WS-TRANS-STATUS      PIC X(2).
           88  WS-TRANS-FICHIER-ABSENT VALUE "35".
       01  WS-CTL-STATUS        PIC X(2).
           88  WS-CTL-FICHIER-ABSENT  VALUE "35".
       01  WS-LOTR-STATUS       PIC X(2).
           88  WS-LOTR-STATUT-OK      VALUE "00".
           88  WS-LOTR-INTROUVABLE    VALUE "23".
           88  WS-LOTR-FICHIER-ABSENT VALUE "35".
       01  WS-PART-STATUS       PIC X(2).
           88  WS-PART-STATUT-OK      VALUE "00".
           88  WS-PART-FICHIER-ABSENT VALUE "35".
       01  WS-PTRN-STATUS       PIC X(2).
           88  WS-PTRN-STATUT-OK      VALUE "00".
       01  WS-PCTL-STATUS       PIC X(2).
           88  WS-PCTL-STATUT-OK      VALUE "00".
       01  WS-PCKP-STATUS       PIC X(2).
           88  WS-PCKP-STATUT-OK      VALUE "00".
       01  WS-TAUX-STATUS       PIC X(2).
           88  WS-TAUX-FICHIER-ABSENT VALUE "35".
       01  WS-TXI-STATUS        PIC X(2).
           88  WS-TXI-STATUT-OK       VALUE "00".
           88  WS-TXI-CLE-EXISTANTE   VALUE "22".
       01  WS-NOM-TRANS-PART    PIC X(24).
       01  WS-NOM-CTL-PART      PIC X(24).
       01  WS-NOM-CKPT-PART     PIC X(24).
       01  WS-FIN-TRANS-SW      PIC X VALUE "N".
           88  WS-FIN-TRANS           VALUE "O".
       01  WS-FIN-PART-SW       PIC X VALUE "N".
           88  WS-FIN-PART            VALUE "O".
       01  WS-FIN-TAUX-SW       PIC X VALUE "N".
           88  WS-FIN-TAUX            VALUE "O".
       01  WS-FIN-TRI-SW        PIC X VALUE "N".
           88  WS-FIN-TRI             VALUE "O".
       01  WS-RECONCILIATION-SW PIC X VALUE "O".
           88  WS-RECONCILIATION-OK   VALUE "O".
       01  WS-REGISTRE-SW       PIC X VALUE "N".
           88  WS-REGISTRE-ABSENT     VALUE "O".
       01  WS-PARTITIONS-SW     PIC X VALUE "N".
           88  WS-PARTITIONS-A-FUSIONNER VALUE "O".
       01  WS-PARTITION-SW      PIC X VALUE "N".
           88  WS-PARTITION-OUVERTE   VALUE "O".
       01  WS-ERREUR-SW         PIC X VALUE "N".
           88  WS-ERREUR-ECRITURE     VALUE "O".
       01  WS-LOT-OUVERT-SW     PIC X VALUE "N".
           88  WS-LOT-OUVERT          VALUE "O".
       01  WS-ID-LOT-COURANT    PIC X(8).
       01  WS-NB-DETAILS-LOT    PIC 9(7) VALUE 0.
       01  WS-TOTAL-LOT         PIC S9(9)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-NB-ENR-REELS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-REEL        PIC S9(9)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-LOT-PRECEDENT     PIC X(8) VALUE LOW-VALUES.
       01  WS-DATE-PRECEDENTE   PIC 9(8) VALUE 0.
       01  WS-SERVICE-LOT       PIC X(10).
       01  WS-LOT-EN-COURS      PIC X(8).
       01  WS-DATE-LOT-EN-COURS PIC 9(8).
       01  WS-NUMERO            PIC 9(7) VALUE 0.
       01  WS-SERVICE-PARTITION PIC X(10).
       01  WS-PART-NB-LOTS      PIC 9(7).
       01  WS-PART-NB-DETAILS   PIC 9(7).
       01  WS-PART-TOTAL        PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
       01  WS-DATE-DECOUPAGE    PIC 9(8).
       01  WS-NB-ENR-LUS        PIC 9(7) VALUE 0.
       01  WS-NB-ENR-REPARTIS   PIC 9(7) VALUE 0.
       01  WS-NB-LOTS           PIC 9(7) VALUE 0.
       01  WS-NB-PARTITIONS     PIC 9(5) VALUE 0.
       01  WS-NB-TAUX           PIC 9(7) VALUE 0.
       01  WS-CPT-EDIT          PIC Z(6)9.
       01  WS-TOTAL-EDIT        PIC -(9)9.99.
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       COPY CALCSUIP.
       COPY CALCSTAT.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO STAT-HEURE-DEBUT
           MOVE WS-DATE-HEURE-DATE TO WS-DATE-DECOUPAGE

           PERFORM CONTROLER-PARTITIONS-EN-COURS
           PERFORM OUVRIR-REGISTRE-LOTS
           SORT SORT-FILE
               ON ASCENDING KEY TRI-LOT
                                TRI-DATE-METIER
                                TRI-NUMERO
               INPUT PROCEDURE IS RECONCILIER-REMISE
               OUTPUT PROCEDURE IS CONTROLER-DOUBLONS
           IF NOT WS-REGISTRE-ABSENT
               CLOSE REGISTRE-FILE
           END-IF
           IF NOT WS-RECONCILIATION-OK
               DISPLAY "RECONCILIATION ECHOUEE - AUCUNE PARTITION "
                   "PRODUITE"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF

           PERFORM CONSTRUIRE-INDEX-TAUX
           OPEN OUTPUT PARTITION-FILE
           IF NOT WS-PART-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCPART.DAT, CODE "
                   WS-PART-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           MOVE 0 TO WS-NUMERO
           SORT SORT-FILE
               ON ASCENDING KEY TRI-SERVICE
                                TRI-NUMERO
               INPUT PROCEDURE IS LIRE-REMISE
               OUTPUT PROCEDURE IS ECRIRE-PARTITIONS
           CLOSE PARTITION-FILE
           IF WS-ERREUR-ECRITURE
               DISPLAY "DECOUPAGE INTERROMPU - PARTITIONS INCOMPLETES"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF

           DISPLAY "CALCPART TERMINE"
           DISPLAY "  Enregistrements lus     : " WS-NB-ENR-LUS
           DISPLAY "  Lots reconcilies        : " WS-NB-LOTS
           DISPLAY "  Partitions produites    : " WS-NB-PARTITIONS
               " (voir CALCPART.DAT)"
           DISPLAY "  Lignes de taux indexees : " WS-NB-TAUX
               " (CALCTAUI.DAT)"
           PERFORM ECRIRE-STATISTIQUES
           GOBACK.

       CONTROLER-PARTITIONS-EN-COURS.
           OPEN INPUT PARTITION-FILE
           IF WS-PART-FICHIER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-PART-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCPART.DAT, CODE "
                       WS-PART-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   GOBACK
               END-IF
               PERFORM UNTIL WS-FIN-PART
                   READ PARTITION-FILE NEXT RECORD
                       AT END
                           SET WS-FIN-PART TO TRUE
                       NOT AT END
                           IF PART-EN-COURS OR PART-TRAITEE
                               DISPLAY "PARTITION " PART-SERVICE
                                   " NON FUSIONNEE, STATUT "
                                   PART-STATUT
                               SET WS-PARTITIONS-A-FUSIONNER TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-FILE
           END-IF
           IF WS-PARTITIONS-A-FUSIONNER
               DISPLAY "DECOUPAGE REFUSE : terminer la remise "
                   "precedente (CALCBTCH puis CALCFUSN) avant d'en "
                   "decouper une nouvelle"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF.

       OUVRIR-REGISTRE-LOTS.
           OPEN INPUT REGISTRE-FILE
           IF WS-LOTR-FICHIER-ABSENT
               SET WS-REGISTRE-ABSENT TO TRUE
           ELSE
               IF NOT WS-LOTR-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCLOTR.DAT, CODE "
                       WS-LOTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   GOBACK
               END-IF
           END-IF.

       RECONCILIER-REMISE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FICHIER-ABSENT
               DISPLAY "CARTE DE CONTROLE ABSENTE : "
                   "CALCCTL.DAT introuvable"
               MOVE "N" TO WS-RECONCILIATION-SW
           ELSE
               READ CONTROL-FILE
                   AT END
                       DISPLAY "CARTE DE CONTROLE VIDE : "
                           "CALCCTL.DAT sans enregistrement"
                       MOVE "N" TO WS-RECONCILIATION-SW
               END-READ
               CLOSE CONTROL-FILE
           END-IF

           IF WS-RECONCILIATION-OK
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-FICHIER-ABSENT
                   DISPLAY "FICHIER DE TRANSACTIONS ABSENT : "
                       "CALCTRAN.DAT introuvable"
                   MOVE "N" TO WS-RECONCILIATION-SW
               ELSE
                   PERFORM UNTIL WS-FIN-TRANS
                       READ TRANS-FILE
                           AT END
                               SET WS-FIN-TRANS TO TRUE
                           NOT AT END
                               ADD 1 TO WS-NB-ENR-LUS
                               PERFORM CONTROLER-UN-ENREGISTREMENT
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-FILE
                   IF WS-LOT-OUVERT
                       DISPLAY "FIN DE FICHIER DANS LE LOT "
                           WS-ID-LOT-COURANT
                           " : enregistrement T absent"
                       MOVE "N" TO WS-RECONCILIATION-SW
                       MOVE "N" TO WS-LOT-OUVERT-SW
                   END-IF

                   IF WS-NB-ENR-REELS NOT = CTL-NB-ENREGISTREMENTS
                       OF CONTROL-RECORD
                       OR WS-TOTAL-REEL NOT = CTL-TOTAL-NOMBRE1
                           OF CONTROL-RECORD
                       DISPLAY "ECART DE RECONCILIATION DETECTE"
                       DISPLAY "  Enregistrements attendus : "
                           CTL-NB-ENREGISTREMENTS OF CONTROL-RECORD
                       DISPLAY "  Enregistrements lus      : "
                           WS-NB-ENR-REELS
                       DISPLAY "  Total NOMBRE1 attendu     : "
                           CTL-TOTAL-NOMBRE1 OF CONTROL-RECORD
                       DISPLAY "  Total NOMBRE1 calcule     : "
                           WS-TOTAL-REEL
                       MOVE "N" TO WS-RECONCILIATION-SW
                   END-IF
               END-IF
           END-IF.

       CONTROLER-UN-ENREGISTREMENT.
           EVALUATE TRUE
               WHEN ENT-TYPE-ENTETE
                   IF WS-LOT-OUVERT
                       DISPLAY "LOT NON CLOS : " WS-ID-LOT-COURANT
                           " avant l'entete du lot " ENT-ID-LOT
                       MOVE "N" TO WS-RECONCILIATION-SW
                   END-IF
                   SET WS-LOT-OUVERT TO TRUE
                   MOVE ENT-ID-LOT TO WS-ID-LOT-COURANT
                   MOVE 0 TO WS-NB-DETAILS-LOT
                   MOVE 0 TO WS-TOTAL-LOT
                   ADD 1 TO WS-NB-LOTS
                   PERFORM CONTROLER-LOT-AU-REGISTRE
                   MOVE SPACES TO TRI-SERVICE
                   MOVE ENT-ID-LOT TO TRI-LOT
                   MOVE ENT-DATE-METIER TO TRI-DATE-METIER
                   MOVE WS-NB-ENR-LUS TO TRI-NUMERO
                   MOVE SPACES TO TRI-DONNEES
                   RELEASE TRI-RECORD
               WHEN DET-TYPE-DETAIL
                   IF NOT WS-LOT-OUVERT
                       DISPLAY "DETAIL HORS LOT, enregistrement "
                           "sans entete"
                       MOVE "N" TO WS-RECONCILIATION-SW
                   END-IF
                   MOVE DET-DONNEES TO CALC-RECORD
                   ADD 1 TO WS-NB-DETAILS-LOT
                   ADD 1 TO WS-NB-ENR-REELS
                   ADD NOMBRE1 OF CALC-RECORD TO WS-TOTAL-LOT
                   ADD NOMBRE1 OF CALC-RECORD TO WS-TOTAL-REEL
               WHEN FIN-TYPE-FIN
                   IF NOT WS-LOT-OUVERT
                       DISPLAY "FIN DE LOT HORS LOT : " FIN-ID-LOT
                       MOVE "N" TO WS-RECONCILIATION-SW
                   ELSE
                       IF FIN-ID-LOT NOT = WS-ID-LOT-COURANT
                           DISPLAY "FIN DE LOT DISCORDANTE : lot "
                               WS-ID-LOT-COURANT " clos par "
                               FIN-ID-LOT
                           MOVE "N" TO WS-RECONCILIATION-SW
                       END-IF
                       IF FIN-NB-DETAILS NOT = WS-NB-DETAILS-LOT
                           OR FIN-TOTAL-NOMBRE1 NOT = WS-TOTAL-LOT
                           DISPLAY "ECART DE FIN DE LOT : "
                               WS-ID-LOT-COURANT
                           DISPLAY "  Details attendus : "
                               FIN-NB-DETAILS
                           DISPLAY "  Details lus      : "
                               WS-NB-DETAILS-LOT
                           DISPLAY "  Total attendu    : "
                               FIN-TOTAL-NOMBRE1
                           DISPLAY "  Total calcule    : "
                               WS-TOTAL-LOT
                           MOVE "N" TO WS-RECONCILIATION-SW
                       END-IF
                       MOVE "N" TO WS-LOT-OUVERT-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "TYPE D'ENREGISTREMENT INCONNU : "
                       ENT-TYPE
                   MOVE "N" TO WS-RECONCILIATION-SW
           END-EVALUATE.

       CONTROLER-LOT-AU-REGISTRE.
           IF NOT WS-REGISTRE-ABSENT
               MOVE ENT-ID-LOT TO LOTR-ID-LOT
               MOVE ENT-DATE-METIER TO LOTR-DATE-METIER
               READ REGISTRE-FILE
               EVALUATE TRUE
                   WHEN WS-LOTR-STATUT-OK
                       DISPLAY "LOT DEJA TRAITE : " ENT-ID-LOT
                           " du " ENT-DATE-METIER
                           ", deja passe le " LOTR-DATE-PASSAGE
                           " (retraitement delibere : retirer "
                           "l'entree du registre via CALCLRMT)"
                       MOVE "N" TO WS-RECONCILIATION-SW
                   WHEN WS-LOTR-INTROUVABLE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERREUR LECTURE CALCLOTR.DAT, CODE "
                           WS-LOTR-STATUS
                       MOVE "N" TO WS-RECONCILIATION-SW
               END-EVALUATE
           END-IF.

      *    entetes tries par lot et date metier : un lot en double
      *    dans la remise se presente sur deux cles voisines egales
       CONTROLER-DOUBLONS.
           PERFORM UNTIL WS-FIN-TRI
               RETURN SORT-FILE
                   AT END
                       SET WS-FIN-TRI TO TRUE
                   NOT AT END
                       IF TRI-LOT = WS-LOT-PRECEDENT
                           AND TRI-DATE-METIER = WS-DATE-PRECEDENTE
                           DISPLAY "LOT EN DOUBLE DANS LA REMISE : "
                               TRI-LOT " du " TRI-DATE-METIER
                           MOVE "N" TO WS-RECONCILIATION-SW
                       END-IF
                       MOVE TRI-LOT TO WS-LOT-PRECEDENT
                       MOVE TRI-DATE-METIER TO WS-DATE-PRECEDENTE
               END-RETURN
           END-PERFORM.

       CONSTRUIRE-INDEX-TAUX.
           OPEN OUTPUT TAUXI-FILE
           CLOSE TAUXI-FILE
           OPEN I-O TAUXI-FILE
           IF NOT WS-TXI-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCTAUI.DAT, CODE "
                   WS-TXI-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-TAUX-FICHIER-ABSENT
               DISPLAY "FICHIER DES TAUX ABSENT : CALCTAUX.DAT "
                   "introuvable, toute transaction a code taux "
                   "sera rejetee"
           ELSE
               PERFORM UNTIL WS-FIN-TAUX
                   READ RATE-FILE
                       AT END
                           SET WS-FIN-TAUX TO TRUE
                       NOT AT END
                           PERFORM INDEXER-UN-TAUX
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           CLOSE TAUXI-FILE.

       INDEXER-UN-TAUX.
           MOVE TAUX-CODE TO TXI-CODE
           MOVE TAUX-DATE-EFFET TO TXI-DATE-EFFET
           MOVE TAUX-LIBELLE TO TXI-LIBELLE
           MOVE TAUX-VALEUR TO TXI-VALEUR
           WRITE TXI-RECORD
      *    meme code, meme date d'effet : la derniere ligne du
      *    fichier maitre l'emporte
           IF WS-TXI-CLE-EXISTANTE
               REWRITE TXI-RECORD
           END-IF
           IF NOT WS-TXI-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCTAUI.DAT, CODE "
                   WS-TXI-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           ADD 1 TO WS-NB-TAUX.

       LIRE-REMISE.
           MOVE "N" TO WS-FIN-TRANS-SW
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL WS-FIN-TRANS
               READ TRANS-FILE
                   AT END
                       SET WS-FIN-TRANS TO TRUE
                   NOT AT END
                       PERFORM RETENIR-UN-ENREGISTREMENT
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       RETENIR-UN-ENREGISTREMENT.
           ADD 1 TO WS-NUMERO
           IF ENT-TYPE-ENTETE
               IF ENT-SERVICE = SPACES
                   MOVE "INCONNU" TO WS-SERVICE-LOT
               ELSE
                   MOVE ENT-SERVICE TO WS-SERVICE-LOT
               END-IF
               MOVE ENT-ID-LOT TO WS-LOT-EN-COURS
               MOVE ENT-DATE-METIER TO WS-DATE-LOT-EN-COURS
           END-IF
           MOVE WS-SERVICE-LOT TO TRI-SERVICE
           MOVE WS-LOT-EN-COURS TO TRI-LOT
           MOVE WS-DATE-LOT-EN-COURS TO TRI-DATE-METIER
           MOVE WS-NUMERO TO TRI-NUMERO
           MOVE LOT-ENTETE-ENR TO TRI-DONNEES
           RELEASE TRI-RECORD.

       ECRIRE-PARTITIONS.
           MOVE "N" TO WS-FIN-TRI-SW
           PERFORM UNTIL WS-FIN-TRI
               RETURN SORT-FILE
                   AT END
                       SET WS-FIN-TRI TO TRUE
                   NOT AT END
                       IF NOT WS-ERREUR-ECRITURE
                           PERFORM REPARTIR-UN-ENREGISTREMENT
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-PARTITION-OUVERTE AND NOT WS-ERREUR-ECRITURE
               PERFORM FERMER-PARTITION
           END-IF.

       REPARTIR-UN-ENREGISTREMENT.
           IF NOT WS-PARTITION-OUVERTE
               PERFORM OUVRIR-PARTITION
           ELSE
               IF TRI-SERVICE NOT = WS-SERVICE-PARTITION
                   PERFORM FERMER-PARTITION
                   IF NOT WS-ERREUR-ECRITURE
                       PERFORM OUVRIR-PARTITION
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ERREUR-ECRITURE
               MOVE TRI-DONNEES TO PART-TRANS-LIGNE
               WRITE PART-TRANS-LIGNE
               IF NOT WS-PTRN-STATUT-OK
                   DISPLAY "ERREUR ECRITURE " WS-NOM-TRANS-PART
                       ", CODE " WS-PTRN-STATUS
                   SET WS-ERREUR-ECRITURE TO TRUE
               ELSE
                   ADD 1 TO WS-NB-ENR-REPARTIS
                   EVALUATE TRUE
                       WHEN TRI-TYPE-ENTETE
                           ADD 1 TO WS-PART-NB-LOTS
                           PERFORM SUIVRE-LOT-RECONCILIE
                       WHEN TRI-TYPE-DETAIL
                           MOVE TRI-DETAIL TO CALC-RECORD
                           ADD 1 TO WS-PART-NB-DETAILS
                           ADD NOMBRE1 OF CALC-RECORD
                               TO WS-PART-TOTAL
                   END-EVALUATE
               END-IF
           END-IF.

       OUVRIR-PARTITION.
           MOVE TRI-SERVICE TO WS-SERVICE-PARTITION
           MOVE 0 TO WS-PART-NB-LOTS
           MOVE 0 TO WS-PART-NB-DETAILS
           MOVE 0 TO WS-PART-TOTAL
           MOVE SPACES TO WS-NOM-TRANS-PART
           STRING "CALCTRAN." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-TRANS-PART
           MOVE SPACES TO WS-NOM-CTL-PART
           STRING "CALCCTL." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-CTL-PART
           MOVE SPACES TO WS-NOM-CKPT-PART
           STRING "CALCCKPT." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-CKPT-PART
           OPEN OUTPUT PART-TRANS-FILE
           IF NOT WS-PTRN-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-TRANS-PART
                   ", CODE " WS-PTRN-STATUS
               SET WS-ERREUR-ECRITURE TO TRUE
           ELSE
               SET WS-PARTITION-OUVERTE TO TRUE
           END-IF.

       FERMER-PARTITION.
           CLOSE PART-TRANS-FILE
           MOVE "N" TO WS-PARTITION-SW
           OPEN OUTPUT PART-CTL-FILE
           IF NOT WS-PCTL-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-CTL-PART
                   ", CODE " WS-PCTL-STATUS
               SET WS-ERREUR-ECRITURE TO TRUE
           ELSE
               MOVE WS-PART-NB-DETAILS
                   TO CTL-NB-ENREGISTREMENTS OF PART-CTL-RECORD
               MOVE WS-PART-TOTAL
                   TO CTL-TOTAL-NOMBRE1 OF PART-CTL-RECORD
               WRITE PART-CTL-RECORD
               IF NOT WS-PCTL-STATUT-OK
                   DISPLAY "ERREUR ECRITURE " WS-NOM-CTL-PART
                       ", CODE " WS-PCTL-STATUS
                   SET WS-ERREUR-ECRITURE TO TRUE
               END-IF
               CLOSE PART-CTL-FILE
           END-IF
           IF NOT WS-ERREUR-ECRITURE
               PERFORM REINITIALISER-POINT-REPRISE
           END-IF
           IF NOT WS-ERREUR-ECRITURE
               PERFORM INSCRIRE-PARTITION
           END-IF.

       REINITIALISER-POINT-REPRISE.
           OPEN OUTPUT PART-CKPT-FILE
           IF NOT WS-PCKP-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-CKPT-PART
                   ", CODE " WS-PCKP-STATUS
               SET WS-ERREUR-ECRITURE TO TRUE
           ELSE
               MOVE 0 TO CKPT-DERNIER-ENR
               SET CKPT-TERMINE TO TRUE
               WRITE CHECKPOINT-RECORD
               IF NOT WS-PCKP-STATUT-OK
                   DISPLAY "ERREUR ECRITURE " WS-NOM-CKPT-PART
                       ", CODE " WS-PCKP-STATUS
                   SET WS-ERREUR-ECRITURE TO TRUE
               END-IF
               CLOSE PART-CKPT-FILE
           END-IF.

       INSCRIRE-PARTITION.
           MOVE WS-SERVICE-PARTITION TO PART-SERVICE
           SET PART-A-TRAITER TO TRUE
           MOVE WS-DATE-DECOUPAGE TO PART-DATE-DECOUPAGE
           MOVE WS-PART-NB-LOTS TO PART-NB-LOTS
           MOVE WS-PART-NB-DETAILS TO PART-NB-DETAILS
           MOVE WS-PART-TOTAL TO PART-TOTAL-NOMBRE1
           MOVE 0 TO PART-DATE-CALCUL
           MOVE 0 TO PART-NB-RESULTATS
           MOVE 0 TO PART-NB-REJETS
           MOVE 0 TO PART-NB-SUSPENS
           WRITE PART-RECORD
           IF NOT WS-PART-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCPART.DAT, CODE "
                   WS-PART-STATUS
               SET WS-ERREUR-ECRITURE TO TRUE
           ELSE
               ADD 1 TO WS-NB-PARTITIONS
               MOVE WS-PART-NB-DETAILS TO WS-CPT-EDIT
               MOVE WS-PART-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "  Partition " WS-SERVICE-PARTITION " : "
                   WS-CPT-EDIT " detail(s), total " WS-TOTAL-EDIT
           END-IF.

       SUIVRE-LOT-RECONCILIE.
           SET SUIW-ETAPE-RECONCILIE TO TRUE
           MOVE TRI-LOT TO SUIW-ID-LOT
           MOVE TRI-DATE-METIER TO SUIW-DATE-METIER
           MOVE WS-DATE-DECOUPAGE TO SUIW-DATE-PASSAGE
           MOVE SPACES TO SUIW-SERVICE
           MOVE 0 TO SUIW-NB-DETAILS
           MOVE 0 TO SUIW-NB-REJETS
           MOVE 0 TO SUIW-NB-SUSPENS
           MOVE SPACES TO SUIW-LIBELLE
           CALL "CALCSUIW" USING SUIW-PARAMETRES.

       ECRIRE-STATISTIQUES.
           MOVE "CALCPART" TO STAT-PROGRAMME
           MOVE WS-NB-ENR-LUS TO STAT-NB-LUS
           MOVE WS-NB-ENR-REPARTIS TO STAT-NB-ECRITS
           MOVE 0 TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
