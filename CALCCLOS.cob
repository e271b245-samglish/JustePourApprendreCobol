      *     empechent la cloture ;
      *   - calculs interactifs du journal (origine I) contre la
      *     somme des compteurs journaliers (CALCCPTJ.DAT) de la
      *     date, operateur CALCBTCH exclu ;
      *   - details des lots passes ce jour-la (registre des lots
      *     CALCLOTR.DAT, date de passage) contre entrees batch du
      *     journal (statuts O et E) plus details mis en suspens par
      *     CALCBTCH au passage du jour (CALCSUSP.DAT) : un lot dont
      *     des details sont en suspens reste equilibre. Les rejets
      *     de motif SR (suspens refuses par CALCSUSR, sans entree au
      *     journal) sont comptes a part et exclus du rapprochement
      *     journal / rejets.
      * Si tout concorde, un enregistrement de cloture portant les
      * totaux convenus est ecrit dans CALCCLOS.DAT (copybook
      * CALCCLOJ) ; au moindre ecart la cloture est refusee avec le
      * est refusee. Une fois la date close, CALCULATRICE et CALCBTCH
      * refusent d'y journaliser : plus de session tardive qui ecrit
      * dans une journee dont le releve (CALCRPT) est deja edite.
      * Avant le rapprochement, les jours ouvres qui precedent la
      * date a clore (calendrier CALCCAL.DAT, sous-programme commun
      * CALCJOUV) sont relus dans CALCCLOS.DAT en remontant jusqu'a
      * la derniere journee close, sur 31 jours au plus : chaque
      * jour ouvre jamais clos est signale et, si la cloture du jour
      * aboutit, le code retour est porte a 4 pour que l'oubli soit
      * vu au matin.
      * La journee close, chaque lot passe ce jour-la (registre des
      * lots, date de passage) est porte clos au fichier de suivi
      * des lots (CALCSUIV.DAT, via le sous-programme commun
      * CALCSUIW).
      * En fin de passage, refus compris, les statistiques (journal
      * lu, clotures ecrites, code retour) sont ajoutees a
      * CALCSTAT.DAT via CALCSTAW pour la surveillance du matin
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPTJ-CLE
               FILE STATUS IS WS-CPTJ-STATUS.
           SELECT SUSP-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-CLE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "CALCLOTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOTR-CLE
               FILE STATUS IS WS-LOTR-STATUS.
           SELECT CLOTURE-FILE ASSIGN TO "CALCCLOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  COMPTEUR-FILE.
       COPY CALCCPTJ.

       FD  SUSP-FILE.
       COPY CALCSUSP.

       FD  REGISTRE-FILE.
       COPY CALCLOTR.

       FD  CLOTURE-FILE.
       COPY CALCCLOJ.

           88  WS-CLOS-STATUT-OK      VALUE "00".
           88  WS-CLOS-INTROUVABLE    VALUE "23".
           88  WS-CLOS-FICHIER-ABSENT VALUE "35".
       01  WS-SUSP-STATUS       PIC X(2).
           88  WS-SUSP-STATUT-OK      VALUE "00".
           88  WS-SUSP-FICHIER-ABSENT VALUE "35".
       01  WS-LOTR-STATUS       PIC X(2).
           88  WS-LOTR-STATUT-OK      VALUE "00".
           88  WS-LOTR-FICHIER-ABSENT VALUE "35".
       01  WS-FIN-SUSP-SW       PIC X VALUE "N".
           88  WS-FIN-SUSP            VALUE "O".
       01  WS-FIN-LOTR-SW       PIC X VALUE "N".
           88  WS-FIN-LOTR            VALUE "O".
       01  WS-NB-SUSPENS        PIC 9(7) VALUE 0.
       01  WS-NB-SUSPECTS-REFUSES PIC 9(7) VALUE 0.
       01  WS-NB-DETAILS-LOTS   PIC 9(7) VALUE 0.
       01  WS-NB-TRAITES-JOUR   PIC 9(7) VALUE 0.
       01  WS-FIN-LOG-SW        PIC X VALUE "N".
           88  WS-FIN-LOG             VALUE "O".
       01  WS-FIN-RES-SW        PIC X VALUE "N".
       01  WS-NB-ECARTS         PIC 9(3) VALUE 0.
       01  WS-NB-LOG-LUS        PIC 9(7) VALUE 0.
       01  WS-NB-CLOTURES       PIC 9(5) VALUE 0.
       01  WS-NB-NON-CLOSES     PIC 9(3) VALUE 0.
       01  WS-NB-JOURS-REMONTES PIC 9(3).
       01  WS-HORIZON-JOURS     PIC 9(3) VALUE 31.
       01  WS-DATE-PRECEDENTE   PIC 9(8).
       01  WS-PRECEDENTE-CLOSE-SW PIC X.
           88  WS-PRECEDENTE-CLOSE    VALUE "O".
       COPY CALCJOUP.
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       COPY CALCSUIP.
       COPY CALCSTAT.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           PERFORM INITIALISATION
           PERFORM CONTROLER-DATE-NON-CLOSE
           PERFORM CONTROLER-JOURS-PRECEDENTS
           PERFORM DEPOUILLER-JOURNAL
           PERFORM COMPTER-RESULTATS
           PERFORM COMPTER-REJETS
           PERFORM CUMULER-COMPTEURS
           PERFORM COMPTER-SUSPENS
           PERFORM CUMULER-LOTS-DU-JOUR
           PERFORM RAPPROCHER-LES-COMPTES
           IF WS-NB-ECARTS = 0
               PERFORM ECRIRE-CLOTURE
               DISPLAY "JOURNEE " WS-DATE-CLOTURE
                   " EQUILIBREE ET CLOSE"
               PERFORM SUIVRE-LOTS-CLOS
           ELSE
               DISPLAY "CLOTURE REFUSEE : " WS-NB-ECARTS
                   " ecart(s) sur la journee " WS-DATE-CLOTURE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-NB-NON-CLOSES > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE CLOTURE-FILE
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.
               STOP RUN
           END-IF.

       CONTROLER-JOURS-PRECEDENTS.
           MOVE WS-DATE-CLOTURE TO WS-DATE-PRECEDENTE
           MOVE 0 TO WS-NB-JOURS-REMONTES
           MOVE "N" TO WS-PRECEDENTE-CLOSE-SW
           PERFORM UNTIL WS-PRECEDENTE-CLOSE
               OR WS-NB-JOURS-REMONTES >= WS-HORIZON-JOURS
               ADD 1 TO WS-NB-JOURS-REMONTES
               COMPUTE WS-DATE-PRECEDENTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-PRECEDENTE) - 1)
               MOVE WS-DATE-PRECEDENTE TO JOUV-DATE
               CALL "CALCJOUV" USING JOUV-PARAMETRES
               IF JOUV-OUVRE
                   PERFORM CONTROLER-UN-JOUR-PRECEDENT
               END-IF
           END-PERFORM.

       CONTROLER-UN-JOUR-PRECEDENT.
           MOVE WS-DATE-PRECEDENTE TO CLOS-DATE
           READ CLOTURE-FILE
           EVALUATE TRUE
               WHEN WS-CLOS-STATUT-OK
                   SET WS-PRECEDENTE-CLOSE TO TRUE
               WHEN WS-CLOS-INTROUVABLE
                   ADD 1 TO WS-NB-NON-CLOSES
                   DISPLAY "ATTENTION : JOURNEE OUVREE "
                       WS-DATE-PRECEDENTE " JAMAIS CLOSE"
               WHEN OTHER
                   DISPLAY "ERREUR LECTURE CALCCLOS.DAT, CODE "
                       WS-CLOS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       DEPOUILLER-JOURNAL.
           OPEN INPUT LOG-FILE
           IF WS-LOG-FICHIER-ABSENT
                       AT END
                           SET WS-FIN-REJ TO TRUE
                       NOT AT END
                           IF REJ-SUSPECT-REFUSE
                               ADD 1 TO WS-NB-SUSPECTS-REFUSES
                           ELSE
                               ADD 1 TO WS-NB-REJETS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               CLOSE COMPTEUR-FILE
           END-IF.

       COMPTER-SUSPENS.
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-FICHIER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-SUSP-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCSUSP.DAT, CODE "
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-CLOTURE TO SUSP-DATE-PASSAGE
               MOVE LOW-VALUES TO SUSP-LOT
               MOVE 0 TO SUSP-SEQUENCE
               START SUSP-FILE KEY >= SUSP-CLE
                   INVALID KEY
                       SET WS-FIN-SUSP TO TRUE
               END-START
               PERFORM UNTIL WS-FIN-SUSP
                   READ SUSP-FILE NEXT
                       AT END
                           SET WS-FIN-SUSP TO TRUE
                       NOT AT END
                           IF SUSP-DATE-PASSAGE = WS-DATE-CLOTURE
                               ADD 1 TO WS-NB-SUSPENS
                           ELSE
                               SET WS-FIN-SUSP TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF.

       CUMULER-LOTS-DU-JOUR.
           OPEN INPUT REGISTRE-FILE
           IF WS-LOTR-FICHIER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-LOTR-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCLOTR.DAT, CODE "
                       WS-LOTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FIN-LOTR
                   READ REGISTRE-FILE
                       AT END
                           SET WS-FIN-LOTR TO TRUE
                       NOT AT END
                           IF LOTR-DATE-PASSAGE = WS-DATE-CLOTURE
                               ADD LOTR-NB-DETAILS
                                   TO WS-NB-DETAILS-LOTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-FILE
           END-IF.

       RAPPROCHER-LES-COMPTES.
           DISPLAY "RAPPROCHEMENT DE LA JOURNEE " WS-DATE-CLOTURE
           DISPLAY "  Journal batch statut O : " WS-NB-BATCH-OK
           DISPLAY "  Rejets ecrits          : " WS-NB-REJETS
           DISPLAY "  Journal interactif     : " WS-NB-INTERACTIFS
           DISPLAY "  Compteurs journaliers  : " WS-NB-COMPTEURS
           DISPLAY "  Details des lots passes: " WS-NB-DETAILS-LOTS
           DISPLAY "  Details en suspens     : " WS-NB-SUSPENS
           IF WS-NB-SUSPECTS-REFUSES > 0
               DISPLAY "  Suspens refuses (SR)   : "
                   WS-NB-SUSPECTS-REFUSES
           END-IF
           IF WS-NB-BATCH-OK NOT = WS-NB-RESULTATS
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "  ==> ECART JOURNAL BATCH / RESULTATS"
           IF WS-NB-INTERACTIFS NOT = WS-NB-COMPTEURS
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "  ==> ECART JOURNAL INTERACTIF / COMPTEURS"
           END-IF
           COMPUTE WS-NB-TRAITES-JOUR = WS-NB-BATCH-OK
               + WS-NB-BATCH-ERREUR + WS-NB-SUSPENS
           IF WS-NB-DETAILS-LOTS NOT = WS-NB-TRAITES-JOUR
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "  ==> ECART DETAILS DES LOTS / JOURNAL BATCH "
                   "+ SUSPENS"
           END-IF.

       ECRIRE-CLOTURE.
           MOVE WS-NB-BATCH-ERREUR TO CLOS-NB-BATCH-ERREUR
           MOVE WS-NB-INTERACTIFS TO CLOS-NB-INTERACTIFS
           MOVE WS-VOLUME-JOUR TO CLOS-VOLUME-JOUR
           MOVE WS-NB-SUSPENS TO CLOS-NB-SUSPENS
           WRITE CLOS-RECORD
           IF NOT WS-CLOS-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCCLOS.DAT, CODE "
           END-IF
           ADD 1 TO WS-NB-CLOTURES.

       SUIVRE-LOTS-CLOS.
           MOVE "N" TO WS-FIN-LOTR-SW
           OPEN INPUT REGISTRE-FILE
           IF WS-LOTR-STATUT-OK
               PERFORM UNTIL WS-FIN-LOTR
                   READ REGISTRE-FILE
                       AT END
                           SET WS-FIN-LOTR TO TRUE
                       NOT AT END
                           IF LOTR-DATE-PASSAGE = WS-DATE-CLOTURE
                               PERFORM SUIVRE-UN-LOT-CLOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-FILE
           END-IF.

       SUIVRE-UN-LOT-CLOS.
           SET SUIW-ETAPE-CLOS TO TRUE
           MOVE LOTR-ID-LOT TO SUIW-ID-LOT
           MOVE LOTR-DATE-METIER TO SUIW-DATE-METIER
           MOVE LOTR-DATE-PASSAGE TO SUIW-DATE-PASSAGE
           MOVE LOTR-SERVICE TO SUIW-SERVICE
           MOVE 0 TO SUIW-NB-DETAILS
           MOVE 0 TO SUIW-NB-REJETS
           MOVE 0 TO SUIW-NB-SUSPENS
           MOVE SPACES TO SUIW-LIBELLE
           CALL "CALCSUIW" USING SUIW-PARAMETRES.

       ECRIRE-STATISTIQUES.
           MOVE "CALCCLOS" TO STAT-PROGRAMME
           MOVE WS-NB-LOG-LUS TO STAT-NB-LUS
