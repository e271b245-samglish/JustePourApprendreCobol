      *****************************************************************
      * Pilote de la chaine de nuit : enchaine dans l'ordre les etapes
      *   1. CALCEDIT  controle et conversion des remises CSV
      *   2. CALCPART  reconciliation et decoupage de la remise
      *                par service emetteur
      *   3. CALCBTCH  calcul batch des lots, partition par partition
      *   4. CALCFUSN  fusion des resultats, rejets et journaux des
      *                partitions
      *   5. CALCRESL  chargement du fichier maitre des resultats
      *   6. CALCRETS  fichiers retour par service emetteur
      *   7. CALCRPT   releve quotidien
      * et enregistre apres chaque etape son statut et son code retour
      * dans le fichier d'etat de chaine CALCCHN.DAT (copybook
      * CALCCHN). Un code retour 4 (anomalies non bloquantes) laisse
      * complete, sans reconstruction manuelle par l'operateur de
      * permanence. Une chaine entierement complete est consideree
      * close : le lancement suivant repart de l'etape 1 avec un etat
      * neuf. Un etat enregistre sous une autre liste d'etapes (nom
      * de programme different au meme rang) n'est pas repris : la
      * chaine repart alors de la premiere etape qui ne concorde pas.
      *
      * L'etape 3 appelle CALCBTCH une fois par partition de la liste
      * CALCPART.DAT, dans l'ordre des services, avec le service en
      * parametre ; les partitions deja traitees ou fusionnees sont
      * sautees, si bien qu'a la relance seules les partitions non
      * abouties sont recalculees, chacune reprenant sur son propre
      * point de reprise (CALCCKPT.<service>.DAT). Les partitions
      * etant independantes, l'echec de l'une n'empeche pas le
      * calcul des suivantes ; le code retour de l'etape est le pire
      * des partitions, et la fusion (etape 4) refuse de s'executer
      * tant qu'une partition n'est pas traitee.
      *
      * Une nouvelle chaine n'est lancee qu'un jour ouvre (calendrier
      * CALCCAL.DAT, sous-programme commun CALCJOUV) : un samedi, un
      * dimanche, un jour ferie ou de fermeture, le pilote enregistre
      * la journee comme sans passage (statut N dans CALCCHN.DAT) et
      * s'arrete avec le code retour 0, au lieu de faire tourner la
      * chaine sur une remise vide. La reprise d'une chaine
      * interrompue, elle, se fait quel que soit le jour.
      *
      * Le code retour final du pilote est le pire code retour des
      * etapes executees. En fin de passage, arret compris, les
           SELECT CHAINE-FILE ASSIGN TO "CALCCHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.
           SELECT PARTITION-FILE ASSIGN TO "CALCPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-SERVICE
               FILE STATUS IS WS-PART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAINE-FILE.
       COPY CALCCHN.

       FD  PARTITION-FILE.
       COPY CALCPARL.

       WORKING-STORAGE SECTION.
       01  WS-CHN-STATUS        PIC X(2).
           88  WS-CHN-STATUT-OK       VALUE "00".
           88  WS-CHN-FICHIER-ABSENT  VALUE "35".
       01  WS-PART-STATUS       PIC X(2).
           88  WS-PART-STATUT-OK      VALUE "00".
           88  WS-PART-FICHIER-ABSENT VALUE "35".
       01  WS-FIN-ETAT-SW       PIC X VALUE "N".
           88  WS-FIN-ETAT            VALUE "O".
       01  WS-NB-ETAPES         PIC 9(2) VALUE 7.
       01  WS-TABLE-ETAPES.
           05  FILLER           PIC X(8) VALUE "CALCEDIT".
           05  FILLER           PIC X(8) VALUE "CALCPART".
           05  FILLER           PIC X(8) VALUE "CALCBTCH".
           05  FILLER           PIC X(8) VALUE "CALCFUSN".
           05  FILLER           PIC X(8) VALUE "CALCRESL".
           05  FILLER           PIC X(8) VALUE "CALCRETS".
           05  FILLER           PIC X(8) VALUE "CALCRPT".
       01  WS-TABLE-ETAPES-R REDEFINES WS-TABLE-ETAPES.
           05  WS-ETAPE-PROGRAMME OCCURS 7 PIC X(8).
       01  WS-ETAPE             PIC 9(2).
       01  WS-DERNIERE-COMPLETE PIC 9(2) VALUE 0.
       01  WS-DATE-CHAINE       PIC 9(8).
       01  WS-CHAINE-ARRETEE-SW PIC X VALUE "N".
           88  WS-CHAINE-ARRETEE      VALUE "O".
       01  WS-NB-EXECUTEES      PIC 9(2) VALUE 0.
       01  WS-FIN-PART-SW       PIC X.
           88  WS-FIN-PART            VALUE "O".
       01  WS-SERVICE-PRECEDENT PIC X(10).
       01  WS-CODE-PARTITION    PIC 9(2).
       01  WS-NB-PARTITIONS     PIC 9(5).
       COPY CALCPARM.
       COPY CALCJOUP.
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
               END-IF
           END-IF

           IF WS-DERNIERE-COMPLETE = 0
               PERFORM CONTROLER-JOUR-OUVRE
           END-IF

           COMPUTE WS-ETAPE = WS-DERNIERE-COMPLETE + 1
           PERFORM UNTIL WS-ETAPE > WS-NB-ETAPES
               OR WS-CHAINE-ARRETEE
       EXPLOITER-UN-ETAT.
           IF CHN-ETAPE-COMPLETE
               AND CHN-ETAPE = WS-DERNIERE-COMPLETE + 1
               AND CHN-ETAPE <= WS-NB-ETAPES
               IF CHN-PROGRAMME = WS-ETAPE-PROGRAMME(CHN-ETAPE)
                   MOVE CHN-ETAPE TO WS-DERNIERE-COMPLETE
                   IF CHN-ETAPE = 1
                       MOVE CHN-DATE-CHAINE TO WS-DATE-CHAINE
                   END-IF
                   IF CHN-CODE-RETOUR > WS-CODE-CHAINE
                       MOVE CHN-CODE-RETOUR TO WS-CODE-CHAINE
                   END-IF
               END-IF
           END-IF.

           END-IF
           CLOSE CHAINE-FILE.

       CONTROLER-JOUR-OUVRE.
           MOVE WS-DATE-CHAINE TO JOUV-DATE
           CALL "CALCJOUV" USING JOUV-PARAMETRES
           IF JOUV-NON-OUVRE
               DISPLAY "JOURNEE NON OUVREE " WS-DATE-CHAINE " ("
                   JOUV-LIBELLE ") : pas de passage de la chaine"
               PERFORM ENREGISTRER-SANS-PASSAGE
               MOVE 0 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF.

       ENREGISTRER-SANS-PASSAGE.
           OPEN EXTEND CHAINE-FILE
           IF WS-CHN-FICHIER-ABSENT
               OPEN OUTPUT CHAINE-FILE
           END-IF
           IF NOT WS-CHN-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCCHN.DAT, CODE "
                   WS-CHN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           MOVE WS-DATE-CHAINE TO CHN-DATE-CHAINE
           MOVE 0 TO CHN-ETAPE
           MOVE "CALCCHNE" TO CHN-PROGRAMME
           SET CHN-SANS-PASSAGE TO TRUE
           MOVE 0 TO CHN-CODE-RETOUR
           WRITE CHAINE-RECORD
           IF NOT WS-CHN-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCCHN.DAT, CODE "
                   WS-CHN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               STOP RUN
           END-IF
           CLOSE CHAINE-FILE.

       EXECUTER-UNE-ETAPE.
           DISPLAY "CALCCHNE ETAPE " WS-ETAPE " : "
               WS-ETAPE-PROGRAMME(WS-ETAPE)
               WHEN 1
                   CALL "CALCEDIT"
               WHEN 2
                   CALL "CALCPART"
               WHEN 3
                   PERFORM EXECUTER-PARTITIONS
               WHEN 4
                   CALL "CALCFUSN"
               WHEN 5
                   CALL "CALCRESL"
               WHEN 6
                   CALL "CALCRETS"
               WHEN 7
                   CALL "CALCRPT"
           END-EVALUATE
           MOVE RETURN-CODE TO WS-CODE-ETAPE
           END-IF
           PERFORM ENREGISTRER-UNE-ETAPE.

       EXECUTER-PARTITIONS.
           MOVE 0 TO WS-CODE-PARTITION
           MOVE 0 TO WS-NB-PARTITIONS
           MOVE LOW-VALUES TO WS-SERVICE-PRECEDENT
           MOVE "N" TO WS-FIN-PART-SW
           PERFORM UNTIL WS-FIN-PART
               PERFORM LIRE-PARTITION-SUIVANTE
               IF NOT WS-FIN-PART
                   MOVE PART-SERVICE TO WS-SERVICE-PRECEDENT
                   ADD 1 TO WS-NB-PARTITIONS
                   IF PART-TRAITEE OR PART-FUSIONNEE
                       DISPLAY "  Partition " PART-SERVICE
                           " deja traitee, sautee"
                   ELSE
                       PERFORM CALCULER-UNE-PARTITION
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "  Partitions de la remise : " WS-NB-PARTITIONS
           MOVE WS-CODE-PARTITION TO RETURN-CODE.

       LIRE-PARTITION-SUIVANTE.
           OPEN INPUT PARTITION-FILE
           IF WS-PART-FICHIER-ABSENT
               DISPLAY "LISTE DES PARTITIONS ABSENTE : CALCPART.DAT "
                   "introuvable"
               MOVE 16 TO WS-CODE-PARTITION
               SET WS-FIN-PART TO TRUE
           ELSE
               IF NOT WS-PART-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCPART.DAT, CODE "
                       WS-PART-STATUS
                   MOVE 16 TO WS-CODE-PARTITION
                   SET WS-FIN-PART TO TRUE
               ELSE
                   MOVE WS-SERVICE-PRECEDENT TO PART-SERVICE
                   START PARTITION-FILE
                       KEY IS GREATER THAN PART-SERVICE
                       INVALID KEY
                           SET WS-FIN-PART TO TRUE
                       NOT INVALID KEY
                           READ PARTITION-FILE NEXT RECORD
                               AT END
                                   SET WS-FIN-PART TO TRUE
                           END-READ
                   END-START
                   CLOSE PARTITION-FILE
               END-IF
           END-IF.

       CALCULER-UNE-PARTITION.
           DISPLAY "  Partition " PART-SERVICE " : CALCBTCH"
           MOVE 10 TO PARM-LONGUEUR
           MOVE PART-SERVICE TO PARM-SERVICE
           MOVE 0 TO RETURN-CODE
           CALL "CALCBTCH" USING PARM-PARTITION
           IF RETURN-CODE > WS-CODE-PARTITION
               MOVE RETURN-CODE TO WS-CODE-PARTITION
           END-IF
           IF RETURN-CODE > 4
               DISPLAY "  Partition " PARM-SERVICE
                   " EN ERREUR, CODE " RETURN-CODE
           END-IF
           CANCEL "CALCBTCH".

       ENREGISTRER-UNE-ETAPE.
           OPEN EXTEND CHAINE-FILE
           IF WS-CHN-FICHIER-ABSENT
