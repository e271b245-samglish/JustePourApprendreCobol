       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFUSN.
      *****************************************************************
      * Fusion des partitions de la remise apres le calcul batch :
      * une fois toutes les partitions decoupees par CALCPART
      * calculees par CALCBTCH (statut T dans la liste des
      * partitions CALCPART.DAT, copybook CALCPARL), reunit leurs
      * sorties dans les fichiers de la remise que lisent les
      * programmes en aval (CALCRESL, CALCRETS, CALCCLOS, CALCRPT) :
      *   - CALCRES.<service>.DAT dans CALCRES.DAT (recree) ;
      *   - CALCREJ.<service>.DAT dans CALCREJ.DAT (recree) ;
      *   - CALCLOG.<service>.DAT ajoute a CALCLOG.DAT.
      * Les partitions sont versees dans l'ordre des services.
      *
      * Reconciliation de la remise entiere : la somme des details et
      * des totaux de NOMBRE1 des partitions doit egaler la carte de
      * controle de la remise (CALCCTL.DAT) ; une partition encore a
      * traiter ou en cours de calcul (statut A ou C), ou un ecart
      * sur la carte, arrete la fusion avant toute ecriture (code
      * retour 16). Pour chaque partition, les resultats et rejets
      * verses sont comptes et doivent equilibrer ses details avec
      * les suspens comptes par CALCBTCH (details = resultats +
      * rejets + suspens) ; un desequilibre est signale (code retour
      * 4) sans arreter la fusion.
      *
      * Une partition versee passe au statut F (fusionnee) avec ses
      * comptes de resultats et de rejets, juste apres l'ajout de son
      * journal : relancee apres un incident, la fusion reconstruit
      * CALCRES.DAT et CALCREJ.DAT a partir de toutes les partitions
      * mais n'ajoute a CALCLOG.DAT que les journaux pas encore
      * verses. Une remise dont toutes les partitions sont deja
      * fusionnees n'est pas refusionnee (code retour 0), pour ne pas
      * ecraser les rejets SR ajoutes depuis par CALCSUSR.
      *
      * En fin de passage, les statistiques (enregistrements lus dans
      * les partitions, resultats et rejets verses, code retour) sont
      * ajoutees a CALCSTAT.DAT via CALCSTAW pour la surveillance du
      * matin (CALCTRND).
      * Peut etre lance seul ou enchaine par le pilote de chaine
      * CALCCHNE : la fin de passage rend la main a l'appelant.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-FILE ASSIGN TO "CALCPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-SERVICE
               FILE STATUS IS WS-PART-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CALCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OUT-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PART-RES-FILE ASSIGN USING WS-NOM-RES-PART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRES-STATUS.
           SELECT PART-REJ-FILE ASSIGN USING WS-NOM-REJ-PART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREJ-STATUS.
           SELECT PART-LOG-FILE ASSIGN USING WS-NOM-LOG-PART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-FILE.
       COPY CALCPARL.

       FD  CONTROL-FILE.
       COPY CALCCTL.

       FD  OUT-FILE.
       COPY CALCRESR.

       FD  REJECT-FILE.
       COPY CALCREJ.

       FD  LOG-FILE.
       COPY CALCLOG.

       FD  PART-RES-FILE.
       COPY CALCRESR REPLACING RES-RECORD BY PART-RES-RECORD.

       FD  PART-REJ-FILE.
       COPY CALCREJ REPLACING REJET-RECORD BY PART-REJ-RECORD.

       FD  PART-LOG-FILE.
       COPY CALCLOG REPLACING LOG-RECORD BY PART-LOG-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-PART-STATUS       PIC X(2).
           88  WS-PART-STATUT-OK      VALUE "00".
           88  WS-PART-FICHIER-ABSENT VALUE "35".
       01  WS-CTL-STATUS        PIC X(2).
           88  WS-CTL-FICHIER-ABSENT  VALUE "35".
       01  WS-OUT-STATUS        PIC X(2).
           88  WS-OUT-STATUT-OK       VALUE "00".
       01  WS-REJ-STATUS        PIC X(2).
           88  WS-REJ-STATUT-OK       VALUE "00".
       01  WS-LOG-STATUS        PIC X(2).
           88  WS-LOG-STATUT-OK       VALUE "00".
           88  WS-LOG-FICHIER-ABSENT  VALUE "35".
       01  WS-PRES-STATUS       PIC X(2).
           88  WS-PRES-STATUT-OK      VALUE "00".
       01  WS-PREJ-STATUS       PIC X(2).
           88  WS-PREJ-STATUT-OK      VALUE "00".
       01  WS-PLOG-STATUS       PIC X(2).
           88  WS-PLOG-STATUT-OK      VALUE "00".
       01  WS-NOM-RES-PART      PIC X(24).
       01  WS-NOM-REJ-PART      PIC X(24).
       01  WS-NOM-LOG-PART      PIC X(24).
       01  WS-FIN-PART-SW       PIC X.
           88  WS-FIN-PART            VALUE "O".
       01  WS-FIN-FICHIER-SW    PIC X.
           88  WS-FIN-FICHIER         VALUE "O".
       01  WS-NB-PARTITIONS     PIC 9(5) VALUE 0.
       01  WS-NB-NON-TRAITEES   PIC 9(5) VALUE 0.
       01  WS-NB-A-VERSER       PIC 9(5) VALUE 0.
       01  WS-NB-DETAILS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-NOMBRE1     PIC S9(9)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-NB-RES-PART       PIC 9(7).
       01  WS-NB-REJ-PART       PIC 9(7).
       01  WS-NB-LOG-PART       PIC 9(7).
       01  WS-NB-BILAN-PART     PIC 9(7).
       01  WS-NB-RESULTATS      PIC 9(7) VALUE 0.
       01  WS-NB-REJETS         PIC 9(7) VALUE 0.
       01  WS-NB-JOURNAL        PIC 9(7) VALUE 0.
       01  WS-NB-LUS            PIC 9(7) VALUE 0.
       01  WS-NB-DESEQUILIBRES  PIC 9(5) VALUE 0.
       01  WS-CPT-EDIT          PIC Z(6)9.
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

           OPEN I-O PARTITION-FILE
           IF WS-PART-FICHIER-ABSENT
               DISPLAY "LISTE DES PARTITIONS ABSENTE : CALCPART.DAT "
                   "introuvable (decoupage CALCPART non passe)"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           IF NOT WS-PART-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCPART.DAT, CODE "
                   WS-PART-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF

           PERFORM CONTROLER-PARTITIONS
           IF WS-NB-NON-TRAITEES > 0
               DISPLAY "FUSION REFUSEE : " WS-NB-NON-TRAITEES
                   " partition(s) non traitee(s) par CALCBTCH"
               CLOSE PARTITION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           IF WS-NB-PARTITIONS > 0 AND WS-NB-A-VERSER = 0
               DISPLAY "REMISE DEJA FUSIONNEE : les " WS-NB-PARTITIONS
                   " partition(s) sont au statut F, rien a verser"
               CLOSE PARTITION-FILE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           PERFORM VERIFIER-TOTAUX-CONTROLE

           PERFORM OUVRIR-FICHIERS-REMISE
           MOVE LOW-VALUES TO PART-SERVICE
           PERFORM POSITIONNER-PARTITIONS
           PERFORM UNTIL WS-FIN-PART
               READ PARTITION-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-PART TO TRUE
                   NOT AT END
                       PERFORM VERSER-UNE-PARTITION
               END-READ
           END-PERFORM
           CLOSE OUT-FILE
           CLOSE REJECT-FILE
           CLOSE LOG-FILE
           CLOSE PARTITION-FILE

           DISPLAY "CALCFUSN TERMINE"
           DISPLAY "  Partitions fusionnees   : " WS-NB-PARTITIONS
           DISPLAY "  Resultats verses        : " WS-NB-RESULTATS
               " (CALCRES.DAT)"
           DISPLAY "  Rejets verses           : " WS-NB-REJETS
               " (CALCREJ.DAT)"
           DISPLAY "  Journal ajoute          : " WS-NB-JOURNAL
               " entree(s) (CALCLOG.DAT)"
           IF WS-NB-DESEQUILIBRES > 0
               DISPLAY "  Partitions desequilibrees : "
                   WS-NB-DESEQUILIBRES
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-STATISTIQUES
           GOBACK.

       POSITIONNER-PARTITIONS.
           MOVE "N" TO WS-FIN-PART-SW
           START PARTITION-FILE KEY IS NOT LESS THAN PART-SERVICE
               INVALID KEY
                   SET WS-FIN-PART TO TRUE
           END-START.

       CONTROLER-PARTITIONS.
           MOVE LOW-VALUES TO PART-SERVICE
           PERFORM POSITIONNER-PARTITIONS
           PERFORM UNTIL WS-FIN-PART
               READ PARTITION-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-PART TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-PARTITIONS
                       ADD PART-NB-DETAILS TO WS-NB-DETAILS
                       ADD PART-TOTAL-NOMBRE1 TO WS-TOTAL-NOMBRE1
                       EVALUATE TRUE
                           WHEN PART-TRAITEE
                               ADD 1 TO WS-NB-A-VERSER
                           WHEN PART-FUSIONNEE
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-NB-NON-TRAITEES
                               DISPLAY "PARTITION " PART-SERVICE
                                   " NON TRAITEE, STATUT "
                                   PART-STATUT
                       END-EVALUATE
               END-READ
           END-PERFORM.

       VERIFIER-TOTAUX-CONTROLE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FICHIER-ABSENT
               DISPLAY "CARTE DE CONTROLE ABSENTE : "
                   "CALCCTL.DAT introuvable"
               CLOSE PARTITION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           READ CONTROL-FILE
               AT END
                   DISPLAY "CARTE DE CONTROLE VIDE : "
                       "CALCCTL.DAT sans enregistrement"
                   CLOSE CONTROL-FILE
                   CLOSE PARTITION-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   GOBACK
           END-READ
           CLOSE CONTROL-FILE
           IF WS-NB-DETAILS NOT = CTL-NB-ENREGISTREMENTS
               OR WS-TOTAL-NOMBRE1 NOT = CTL-TOTAL-NOMBRE1
               DISPLAY "ECART DE RECONCILIATION DETECTE ENTRE LES "
                   "PARTITIONS ET LA REMISE"
               DISPLAY "  Details attendus (CALCCTL.DAT) : "
                   CTL-NB-ENREGISTREMENTS
               DISPLAY "  Details des partitions         : "
                   WS-NB-DETAILS
               DISPLAY "  Total NOMBRE1 attendu          : "
                   CTL-TOTAL-NOMBRE1
               DISPLAY "  Total NOMBRE1 des partitions   : "
                   WS-TOTAL-NOMBRE1
               CLOSE PARTITION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF.

       OUVRIR-FICHIERS-REMISE.
           OPEN OUTPUT OUT-FILE
           IF NOT WS-OUT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCRES.DAT, CODE "
                   WS-OUT-STATUS
               CLOSE PARTITION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF NOT WS-REJ-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCREJ.DAT, CODE "
                   WS-REJ-STATUS
               CLOSE OUT-FILE
               CLOSE PARTITION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FICHIER-ABSENT
               OPEN OUTPUT LOG-FILE
           END-IF
           IF NOT WS-LOG-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCLOG.DAT, CODE "
                   WS-LOG-STATUS
               CLOSE OUT-FILE
               CLOSE REJECT-FILE
               CLOSE PARTITION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF.

       VERSER-UNE-PARTITION.
           MOVE SPACES TO WS-NOM-RES-PART
           STRING "CALCRES." DELIMITED BY SIZE
               PART-SERVICE DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-RES-PART
           MOVE SPACES TO WS-NOM-REJ-PART
           STRING "CALCREJ." DELIMITED BY SIZE
               PART-SERVICE DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-REJ-PART
           MOVE SPACES TO WS-NOM-LOG-PART
           STRING "CALCLOG." DELIMITED BY SIZE
               PART-SERVICE DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-LOG-PART
           PERFORM VERSER-RESULTATS
           PERFORM VERSER-REJETS
           COMPUTE WS-NB-BILAN-PART = WS-NB-RES-PART + WS-NB-REJ-PART
               + PART-NB-SUSPENS
           IF WS-NB-BILAN-PART NOT = PART-NB-DETAILS
               DISPLAY "PARTITION DESEQUILIBREE : " PART-SERVICE
               DISPLAY "  Details  : " PART-NB-DETAILS
               DISPLAY "  Resultats: " WS-NB-RES-PART
                   "  Rejets: " WS-NB-REJ-PART
                   "  Suspens: " PART-NB-SUSPENS
               ADD 1 TO WS-NB-DESEQUILIBRES
           END-IF
           MOVE 0 TO WS-NB-LOG-PART
           IF PART-TRAITEE
               PERFORM VERSER-JOURNAL
               SET PART-FUSIONNEE TO TRUE
           END-IF
           MOVE WS-NB-RES-PART TO PART-NB-RESULTATS
           MOVE WS-NB-REJ-PART TO PART-NB-REJETS
           REWRITE PART-RECORD
           IF NOT WS-PART-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCPART.DAT, CODE "
                   WS-PART-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           MOVE WS-NB-RES-PART TO WS-CPT-EDIT
           DISPLAY "  Partition " PART-SERVICE " : " WS-CPT-EDIT
               " resultat(s), " WS-NB-REJ-PART " rejet(s), "
               WS-NB-LOG-PART " entree(s) de journal".

       VERSER-RESULTATS.
           MOVE 0 TO WS-NB-RES-PART
           MOVE "N" TO WS-FIN-FICHIER-SW
           OPEN INPUT PART-RES-FILE
           IF NOT WS-PRES-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-RES-PART ", CODE "
                   WS-PRES-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-FICHIER
               READ PART-RES-FILE
                   AT END
                       SET WS-FIN-FICHIER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       WRITE RES-RECORD FROM PART-RES-RECORD
                       IF NOT WS-OUT-STATUT-OK
                           DISPLAY "ERREUR ECRITURE CALCRES.DAT, "
                               "CODE " WS-OUT-STATUS
                           MOVE 16 TO RETURN-CODE
                           PERFORM ECRIRE-STATISTIQUES
                           GOBACK
                       END-IF
                       ADD 1 TO WS-NB-RES-PART
                       ADD 1 TO WS-NB-RESULTATS
               END-READ
           END-PERFORM
           CLOSE PART-RES-FILE.

       VERSER-REJETS.
           MOVE 0 TO WS-NB-REJ-PART
           MOVE "N" TO WS-FIN-FICHIER-SW
           OPEN INPUT PART-REJ-FILE
           IF NOT WS-PREJ-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-REJ-PART ", CODE "
                   WS-PREJ-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-FICHIER
               READ PART-REJ-FILE
                   AT END
                       SET WS-FIN-FICHIER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       WRITE REJET-RECORD FROM PART-REJ-RECORD
                       IF NOT WS-REJ-STATUT-OK
                           DISPLAY "ERREUR ECRITURE CALCREJ.DAT, "
                               "CODE " WS-REJ-STATUS
                           MOVE 16 TO RETURN-CODE
                           PERFORM ECRIRE-STATISTIQUES
                           GOBACK
                       END-IF
                       ADD 1 TO WS-NB-REJ-PART
                       ADD 1 TO WS-NB-REJETS
               END-READ
           END-PERFORM
           CLOSE PART-REJ-FILE.

       VERSER-JOURNAL.
           MOVE "N" TO WS-FIN-FICHIER-SW
           OPEN INPUT PART-LOG-FILE
           IF NOT WS-PLOG-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-LOG-PART ", CODE "
                   WS-PLOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-FICHIER
               READ PART-LOG-FILE
                   AT END
                       SET WS-FIN-FICHIER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       WRITE LOG-RECORD FROM PART-LOG-RECORD
                       IF NOT WS-LOG-STATUT-OK
                           DISPLAY "ERREUR ECRITURE CALCLOG.DAT, "
                               "CODE " WS-LOG-STATUS
                           MOVE 16 TO RETURN-CODE
                           PERFORM ECRIRE-STATISTIQUES
                           GOBACK
                       END-IF
                       ADD 1 TO WS-NB-LOG-PART
                       ADD 1 TO WS-NB-JOURNAL
               END-READ
           END-PERFORM
           CLOSE PART-LOG-FILE.

       ECRIRE-STATISTIQUES.
           MOVE "CALCFUSN" TO STAT-PROGRAMME
           MOVE WS-NB-LUS TO STAT-NB-LUS
           COMPUTE STAT-NB-ECRITS = WS-NB-RESULTATS + WS-NB-REJETS
           MOVE WS-NB-REJETS TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
