       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCNVS.
      *****************************************************************
      * Conversion unique du registre des lots traites (CALCLOTR.DAT)
      * et des journees closes (CALCCLOS.DAT) au compte des details
      * mis en suspens : LOTR-NB-SUSPENS (copybook CALCLOTR) et
      * CLOS-NB-SUSPENS (copybook CALCCLOJ) ont ete ajoutes en fin
      * d'enregistrement, et ces deux fichiers sont permanents.
      *
      * Le job jcl/CALCCNVS.jcl decharge d'abord chaque cluster dans
      * un fichier sequentiel (CALCLOTA.DAT, CALCCLOA.DAT), puis le
      * supprime et le redefinit a la nouvelle longueur, vide. Ce
      * programme relit ensuite chaque dechargement et recharge le
      * fichier indexe : un enregistrement a l'ancienne longueur
      * (zone de fin non numerique) recoit un compte de suspens a
      * zero, les autres champs inchanges ; un enregistrement deja
      * au nouveau format est recharge tel quel, de sorte que le job
      * peut etre relance sans dommage.
      *
      * Un dechargement absent est signale et le fichier correspondant
      * n'est pas recharge (code retour 4) ; toute erreur d'ouverture
      * ou d'ecriture du fichier indexe arrete le programme (code
      * retour 16).
      *
      * En fin de passage, les statistiques (enregistrements relus,
      * recharges, code retour) sont ajoutees a CALCSTAT.DAT via
      * CALCSTAW pour la surveillance du matin (CALCTRND).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTA-FILE ASSIGN TO "CALCLOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTA-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "CALCLOTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOTR-CLE
               FILE STATUS IS WS-LOTR-STATUS.
           SELECT CLOA-FILE ASSIGN TO "CALCCLOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOA-STATUS.
           SELECT CLOTURE-FILE ASSIGN TO "CALCCLOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLOS-DATE
               FILE STATUS IS WS-CLOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTA-FILE.
       01  LOTA-RECORD.
           05  LOTA-ANCIEN          PIC X(60).
           05  LOTA-NB-SUSPENS      PIC X(7).

       FD  REGISTRE-FILE.
       COPY CALCLOTR.

       FD  CLOA-FILE.
       01  CLOA-RECORD.
           05  CLOA-ANCIEN          PIC X(51).
           05  CLOA-NB-SUSPENS      PIC X(7).

       FD  CLOTURE-FILE.
       COPY CALCCLOJ.

       WORKING-STORAGE SECTION.
       01  WS-LOTA-STATUS       PIC X(2).
           88  WS-LOTA-STATUT-OK      VALUE "00".
           88  WS-LOTA-FICHIER-ABSENT VALUE "35".
       01  WS-LOTR-STATUS       PIC X(2).
           88  WS-LOTR-STATUT-OK      VALUE "00".
       01  WS-CLOA-STATUS       PIC X(2).
           88  WS-CLOA-STATUT-OK      VALUE "00".
           88  WS-CLOA-FICHIER-ABSENT VALUE "35".
       01  WS-CLOS-STATUS       PIC X(2).
           88  WS-CLOS-STATUT-OK      VALUE "00".
       01  WS-FIN-LOTA-SW       PIC X VALUE "N".
           88  WS-FIN-LOTA            VALUE "O".
       01  WS-FIN-CLOA-SW       PIC X VALUE "N".
           88  WS-FIN-CLOA            VALUE "O".
       01  WS-NB-LOTR-LUS       PIC 9(7) VALUE 0.
       01  WS-NB-LOTR-ECRITS    PIC 9(7) VALUE 0.
       01  WS-NB-LOTR-CONVERTIS PIC 9(7) VALUE 0.
       01  WS-NB-CLOS-LUS       PIC 9(7) VALUE 0.
       01  WS-NB-CLOS-ECRITS    PIC 9(7) VALUE 0.
       01  WS-NB-CLOS-CONVERTIS PIC 9(7) VALUE 0.
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
           MOVE 0 TO RETURN-CODE
           PERFORM CONVERTIR-REGISTRE
           PERFORM CONVERTIR-CLOTURES
           DISPLAY "CALCCNVS TERMINE"
           DISPLAY "  Registre des lots relus  : " WS-NB-LOTR-LUS
           DISPLAY "  Registre des lots ecrits : " WS-NB-LOTR-ECRITS
           DISPLAY "  Dont mis au format       : " WS-NB-LOTR-CONVERTIS
           DISPLAY "  Journees closes relues   : " WS-NB-CLOS-LUS
           DISPLAY "  Journees closes ecrites  : " WS-NB-CLOS-ECRITS
           DISPLAY "  Dont mises au format     : " WS-NB-CLOS-CONVERTIS
           PERFORM ECRIRE-STATISTIQUES
           STOP RUN.

       CONVERTIR-REGISTRE.
           OPEN INPUT LOTA-FILE
           IF WS-LOTA-FICHIER-ABSENT
               DISPLAY "DECHARGEMENT ABSENT : CALCLOTA.DAT, "
                   "CALCLOTR.DAT non recharge"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT WS-LOTA-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCLOTA.DAT, CODE "
                       WS-LOTA-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   STOP RUN
               END-IF
               OPEN OUTPUT REGISTRE-FILE
               IF NOT WS-LOTR-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCLOTR.DAT, CODE "
                       WS-LOTR-STATUS
                   CLOSE LOTA-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FIN-LOTA
                   READ LOTA-FILE
                       AT END
                           SET WS-FIN-LOTA TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LOTR-LUS
                           PERFORM RECHARGER-UN-LOT
                   END-READ
               END-PERFORM
               CLOSE LOTA-FILE
               CLOSE REGISTRE-FILE
           END-IF.

       RECHARGER-UN-LOT.
           MOVE LOTA-ANCIEN TO LOTR-RECORD
           IF LOTA-NB-SUSPENS IS NUMERIC
               MOVE LOTA-NB-SUSPENS TO LOTR-NB-SUSPENS
           ELSE
               MOVE 0 TO LOTR-NB-SUSPENS
               ADD 1 TO WS-NB-LOTR-CONVERTIS
           END-IF
           WRITE LOTR-RECORD
           IF NOT WS-LOTR-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCLOTR.DAT, CODE "
                   WS-LOTR-STATUS " LOT " LOTR-ID-LOT
                   " DATE " LOTR-DATE-METIER
               CLOSE LOTA-FILE
               CLOSE REGISTRE-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-LOTR-ECRITS.

       CONVERTIR-CLOTURES.
           OPEN INPUT CLOA-FILE
           IF WS-CLOA-FICHIER-ABSENT
               DISPLAY "DECHARGEMENT ABSENT : CALCCLOA.DAT, "
                   "CALCCLOS.DAT non recharge"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT WS-CLOA-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCCLOA.DAT, CODE "
                       WS-CLOA-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   STOP RUN
               END-IF
               OPEN OUTPUT CLOTURE-FILE
               IF NOT WS-CLOS-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCCLOS.DAT, CODE "
                       WS-CLOS-STATUS
                   CLOSE CLOA-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FIN-CLOA
                   READ CLOA-FILE
                       AT END
                           SET WS-FIN-CLOA TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-CLOS-LUS
                           PERFORM RECHARGER-UNE-CLOTURE
                   END-READ
               END-PERFORM
               CLOSE CLOA-FILE
               CLOSE CLOTURE-FILE
           END-IF.

       RECHARGER-UNE-CLOTURE.
           MOVE CLOA-ANCIEN TO CLOS-RECORD
           IF CLOA-NB-SUSPENS IS NUMERIC
               MOVE CLOA-NB-SUSPENS TO CLOS-NB-SUSPENS
           ELSE
               MOVE 0 TO CLOS-NB-SUSPENS
               ADD 1 TO WS-NB-CLOS-CONVERTIS
           END-IF
           WRITE CLOS-RECORD
           IF NOT WS-CLOS-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCCLOS.DAT, CODE "
                   WS-CLOS-STATUS " DATE " CLOS-DATE
               CLOSE CLOA-FILE
               CLOSE CLOTURE-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-CLOS-ECRITS.

       ECRIRE-STATISTIQUES.
           MOVE "CALCCNVS" TO STAT-PROGRAMME
           COMPUTE STAT-NB-LUS = WS-NB-LOTR-LUS + WS-NB-CLOS-LUS
           COMPUTE STAT-NB-ECRITS = WS-NB-LOTR-ECRITS
               + WS-NB-CLOS-ECRITS
           MOVE 0 TO STAT-NB-REJETES
           MOVE RETURN-CODE TO STAT-CODE-RETOUR
           CALL "CALCSTAW" USING STAT-RECORD.
