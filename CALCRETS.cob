      *     lot,sequence,NOMBRE1,operation,NOMBRE2 ou taux applique,
      *     RESULTAT,statut
      * les rejets portant le motif (OP, DZ, DE, TX, TE) en colonne
      * statut et un resultat a zero. Les suspects refuses par le
      * superviseur (motif SR, CALCSUSR) sont repris du grand livre
      * des rejets (CALCRJL.DAT) et non de CALCREJ.DAT, ou ils
      * arrivent apres la restitution du jour et que la fusion
      * suivante recree : chaque refus non encore restitue part dans
      * le fichier retour suivant de son service, et sa date de
      * restitution (RJL-DATE-RESTITUTION) est posee au grand livre.
      * Une restitution relancee le meme jour reprend les refus deja
      * dates du jour, le fichier retour etant recree.
      * Les services servis sont ceux des partitions de la remise
      * (CALCPART.DAT, liste tenue par CALCPART et CALCFUSN) ;
      * chaque resultat et chaque rejet porte
      * le service de sa partition (RES-SERVICE, REJ-SERVICE, poses
      * par CALCBTCH, ou par CALCSUSR pour les refus de suspens).
      * Chaque fichier retour est nomme CALCRET.<service>.DAT et
      * depose pour enlevement par le service au matin, sans
      * intervention de l'exploitation ni extraction CALCINQ a la
      * main. Le compte rendu de chaque fichier retour porte le
      * libelle complet du service, relu dans le fichier maitre des
      * services (CALCSERV.DAT, maintenu par CALCSVMT).
      * Une fois le fichier retour d'un service depose, chacun de ses
      * lots est porte restitue au fichier de suivi des lots
      * (CALCSUIV.DAT, via le sous-programme commun CALCSUIW) avec le
      * nom du fichier retour ; les lots du service sont relus dans
      * les entetes H de sa partition de transactions
      * (CALCTRAN.<service>.DAT).
      * En fin de passage, les statistiques (resultats lus, lignes
      * restituees, rejets restitues, code retour) sont ajoutees a
      * CALCSTAT.DAT via CALCSTAW pour la surveillance du matin
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-FILE ASSIGN TO "CALCPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-SERVICE
               FILE STATUS IS WS-PART-STATUS.
           SELECT TRANS-FILE ASSIGN USING WS-NOM-TRANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RES-FILE ASSIGN TO "CALCRES.DAT"
           SELECT RETOUR-FILE ASSIGN USING WS-NOM-RETOUR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT SERV-FILE ASSIGN TO "CALCSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SERV-CODE
               FILE STATUS IS WS-SERV-STATUS.
           SELECT RJL-FILE ASSIGN TO "CALCRJL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJL-CLE
               FILE STATUS IS WS-RJL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-FILE.
       COPY CALCPARL.

       FD  TRANS-FILE.
       COPY CALCLOT.

       FD  RETOUR-FILE.
       01  RETOUR-LIGNE             PIC X(100).

       FD  SERV-FILE.
       COPY CALCSERV.

       FD  RJL-FILE.
       COPY CALCRJL.

       WORKING-STORAGE SECTION.
       COPY CALCREC.
       01  WS-PART-STATUS       PIC X(2).
           88  WS-PART-STATUT-OK      VALUE "00".
           88  WS-PART-FICHIER-ABSENT VALUE "35".
       01  WS-TRANS-STATUS      PIC X(2).
           88  WS-TRANS-STATUT-OK     VALUE "00".
       01  WS-RES-STATUS        PIC X(2).
           88  WS-RES-FICHIER-ABSENT  VALUE "35".
       01  WS-REJ-STATUS        PIC X(2).
           88  WS-REJ-FICHIER-ABSENT  VALUE "35".
       01  WS-RET-STATUS        PIC X(2).
           88  WS-RET-STATUT-OK       VALUE "00".
       01  WS-SERV-STATUS       PIC X(2).
           88  WS-SERV-STATUT-OK      VALUE "00".
           88  WS-SERV-FICHIER-ABSENT VALUE "35".
       01  WS-RJL-STATUS        PIC X(2).
           88  WS-RJL-STATUT-OK       VALUE "00".
           88  WS-RJL-FICHIER-ABSENT  VALUE "35".
       01  WS-LIBELLE-SERVICE   PIC X(30).
       01  WS-FIN-PART-SW       PIC X VALUE "N".
           88  WS-FIN-PART            VALUE "O".
       01  WS-FIN-TRANS-SW      PIC X.
           88  WS-FIN-TRANS           VALUE "O".
       01  WS-FIN-RES-SW        PIC X.
           88  WS-FIN-RES             VALUE "O".
       01  WS-FIN-REJ-SW        PIC X.
           88  WS-FIN-REJ             VALUE "O".
       01  WS-FIN-RJL-SW        PIC X.
           88  WS-FIN-RJL             VALUE "O".
       01  WS-SERVICE-REFUS     PIC X(10).
       01  WS-NOM-RETOUR        PIC X(22).
       01  WS-NOM-TRANS         PIC X(24).
       01  WS-NB-SERVICES       PIC 9(5) VALUE 0.
       01  WS-SERVICE-COURANT   PIC X(10).
       01  WS-NB-RES-LUS        PIC 9(7) VALUE 0.
       01  WS-NB-RESTITUES      PIC 9(7) VALUE 0.
       01  WS-NB-REJ-RESTITUES  PIC 9(7) VALUE 0.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).
       COPY CALCSUIP.
       COPY CALCSTAT.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-HEURE TO STAT-HEURE-DEBUT
           OPEN INPUT PARTITION-FILE
           IF WS-PART-FICHIER-ABSENT
               DISPLAY "LISTE DES PARTITIONS ABSENTE : CALCPART.DAT "
                   "introuvable"
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
           OPEN INPUT SERV-FILE
           IF WS-SERV-FICHIER-ABSENT
               DISPLAY "FICHIER DES SERVICES ABSENT : CALCSERV.DAT "
                   "introuvable, retours sans libelles"
           ELSE
               IF NOT WS-SERV-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCSERV.DAT, CODE "
                       WS-SERV-STATUS
                   CLOSE PARTITION-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM ECRIRE-STATISTIQUES
                   GOBACK
               END-IF
           END-IF
           OPEN I-O RJL-FILE
           IF NOT WS-RJL-FICHIER-ABSENT
               AND NOT WS-RJL-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCRJL.DAT, CODE "
                   WS-RJL-STATUS
               CLOSE PARTITION-FILE
               IF NOT WS-SERV-FICHIER-ABSENT
                   CLOSE SERV-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF

           PERFORM UNTIL WS-FIN-PART
               READ PARTITION-FILE
                   AT END
                       SET WS-FIN-PART TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-SERVICES
                       MOVE PART-SERVICE TO WS-SERVICE-COURANT
                       PERFORM PRODUIRE-RETOUR-SERVICE
               END-READ
           END-PERFORM
           CLOSE PARTITION-FILE
           IF NOT WS-SERV-FICHIER-ABSENT
               CLOSE SERV-FILE
           END-IF
           IF NOT WS-RJL-FICHIER-ABSENT
               CLOSE RJL-FILE
           END-IF

           DISPLAY "CALCRETS TERMINE"
           DISPLAY "  Services servis         : " WS-NB-SERVICES
           PERFORM ECRIRE-STATISTIQUES
           GOBACK.

       PRODUIRE-RETOUR-SERVICE.
           MOVE SPACES TO WS-NOM-RETOUR
           STRING "CALCRET." DELIMITED BY SIZE
           MOVE 0 TO WS-NB-FICHIER
           PERFORM RESTITUER-RESULTATS
           PERFORM RESTITUER-REJETS
           IF NOT WS-RJL-FICHIER-ABSENT
               PERFORM RESTITUER-SUSPECTS-REFUSES
           END-IF
           CLOSE RETOUR-FILE
           PERFORM SUIVRE-LOTS-RESTITUES
           PERFORM CHERCHER-LIBELLE-SERVICE
           MOVE WS-NB-FICHIER TO WS-CPT-EDIT
           DISPLAY "  Retour " WS-NOM-RETOUR " : " WS-CPT-EDIT
               " ligne(s) - " WS-LIBELLE-SERVICE.

       SUIVRE-LOTS-RESTITUES.
           MOVE SPACES TO WS-NOM-TRANS
           STRING "CALCTRAN." DELIMITED BY SIZE
               WS-SERVICE-COURANT DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-TRANS
           MOVE "N" TO WS-FIN-TRANS-SW
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-STATUT-OK
               DISPLAY "PARTITION " WS-NOM-TRANS " illisible, CODE "
                   WS-TRANS-STATUS ", lots du service non suivis"
           ELSE
               PERFORM UNTIL WS-FIN-TRANS
                   READ TRANS-FILE
                       AT END
                           SET WS-FIN-TRANS TO TRUE
                       NOT AT END
                           IF ENT-TYPE-ENTETE
                               PERFORM SUIVRE-UN-LOT-RESTITUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       SUIVRE-UN-LOT-RESTITUE.
           SET SUIW-ETAPE-RESTITUE TO TRUE
           MOVE ENT-ID-LOT TO SUIW-ID-LOT
           MOVE ENT-DATE-METIER TO SUIW-DATE-METIER
           MOVE 0 TO SUIW-DATE-PASSAGE
           MOVE SPACES TO SUIW-SERVICE
           MOVE 0 TO SUIW-NB-DETAILS
           MOVE 0 TO SUIW-NB-REJETS
           MOVE 0 TO SUIW-NB-SUSPENS
           MOVE WS-NOM-RETOUR TO SUIW-LIBELLE
           CALL "CALCSUIW" USING SUIW-PARAMETRES.

       CHERCHER-LIBELLE-SERVICE.
           MOVE "SERVICE ABSENT DU MAITRE" TO WS-LIBELLE-SERVICE
           IF NOT WS-SERV-FICHIER-ABSENT
               MOVE WS-SERVICE-COURANT TO SERV-CODE
               READ SERV-FILE
               IF WS-SERV-STATUT-OK
                   MOVE SERV-LIBELLE TO WS-LIBELLE-SERVICE
               END-IF
           END-IF.

       RESTITUER-RESULTATS.
           MOVE "N" TO WS-FIN-RES-SW
                       SET WS-FIN-RES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-RES-LUS
                       EVALUATE TRUE
                           WHEN RES-SERVICE = WS-SERVICE-COURANT
                               PERFORM ECRIRE-LIGNE-RESULTAT
                           WHEN RES-SERVICE = SPACES
                               AND WS-NB-SERVICES = 1
                               ADD 1 TO WS-NB-SANS-SERVICE
                       END-EVALUATE
               END-READ
           END-IF.

       VENTILER-UN-REJET.
      *    un suspect refuse est restitue depuis le grand livre
           EVALUATE TRUE
               WHEN REJ-SUSPECT-REFUSE
                   CONTINUE
               WHEN REJ-SERVICE = WS-SERVICE-COURANT
                   PERFORM ECRIRE-LIGNE-REJET
               WHEN REJ-SERVICE = SPACES
                   AND WS-NB-SERVICES = 1
                   ADD 1 TO WS-NB-SANS-SERVICE
                   DISPLAY "Rejet sans service d'origine : lot "
                       REJ-LOT " detail numero " REJ-NUM-ENTREE
           PERFORM ECRIRE-LIGNE-RETOUR
           ADD 1 TO WS-NB-REJ-RESTITUES.

       RESTITUER-SUSPECTS-REFUSES.
           MOVE "N" TO WS-FIN-RJL-SW
           MOVE LOW-VALUES TO RJL-CLE
           START RJL-FILE KEY IS NOT LESS THAN RJL-CLE
               INVALID KEY
                   SET WS-FIN-RJL TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-RJL
               READ RJL-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-RJL TO TRUE
                   NOT AT END
                       PERFORM SELECTIONNER-SUSPECT-REFUSE
               END-READ
           END-PERFORM.

       SELECTIONNER-SUSPECT-REFUSE.
           IF RJL-SERVICE = SPACES
               MOVE "INCONNU" TO WS-SERVICE-REFUS
           ELSE
               MOVE RJL-SERVICE TO WS-SERVICE-REFUS
           END-IF
           IF RJL-MOTIF = "SR"
               AND WS-SERVICE-REFUS = WS-SERVICE-COURANT
               AND (RJL-DATE-RESTITUTION = 0
                    OR RJL-DATE-RESTITUTION = WS-DATE-HEURE-DATE)
               PERFORM ECRIRE-LIGNE-SUSPECT-REFUSE
               IF RJL-DATE-RESTITUTION = 0
                   MOVE WS-DATE-HEURE-DATE TO RJL-DATE-RESTITUTION
                   REWRITE RJL-RECORD
                   IF NOT WS-RJL-STATUT-OK
                       DISPLAY "ERREUR REECRITURE CALCRJL.DAT, CODE "
                           WS-RJL-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF.

       ECRIRE-LIGNE-SUSPECT-REFUSE.
           MOVE RJL-DONNEES TO CALC-RECORD
           MOVE RJL-SEQUENCE TO WS-SEQ-EDIT
           MOVE NOMBRE1 OF CALC-RECORD TO WS-NOMBRE1-EDIT
           MOVE NOMBRE2 OF CALC-RECORD TO WS-NOMBRE2-EDIT
           MOVE 0 TO WS-RESULTAT-EDIT
           MOVE SPACES TO RETOUR-LIGNE
           STRING RJL-LOT DELIMITED BY SPACE
               "," WS-SEQ-EDIT
               "," WS-NOMBRE1-EDIT
               "," OPERATION OF CALC-RECORD
               "," WS-NOMBRE2-EDIT
               "," WS-RESULTAT-EDIT
               "," RJL-MOTIF
               DELIMITED BY SIZE INTO RETOUR-LIGNE
           PERFORM ECRIRE-LIGNE-RETOUR
           ADD 1 TO WS-NB-REJ-RESTITUES.

       ECRIRE-LIGNE-RETOUR.
           WRITE RETOUR-LIGNE
           IF NOT WS-RET-STATUT-OK
