       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSUIW.
      *****************************************************************
      * Mise a jour commune du suivi des lots : recoit une zone
      * SUIW-PARAMETRES (copybook CALCSUIP) preparee par le programme
      * de la chaine qui vient de faire passer un lot a une etape,
      * et la porte dans le fichier de suivi CALCSUIV.DAT (copybook
      * CALCSUIV), cree au premier appel, avec la date et l'heure du
      * moment : reception par CALCEDIT (acceptee ou refusee),
      * reconciliation par CALCPART, calcul par CALCBTCH, chargement
      * au maitre par CALCRESL, restitution par CALCRETS, cloture par
      * CALCCLOS.
      * Les zones de l'etape sont remplacees, celles des autres
      * etapes sont conservees ; SUIV-ETAPE prend l'etape recue.
      *
      * L'entree est lue par sa cle (lot, date metier) et creee si
      * elle n'existe pas. Quand l'appelant ne connait pas la date
      * metier (zero, cas de CALCRESL qui ne lit que le fichier
      * resultat), les entrees du lot sont parcourues a la recherche
      * de celle dont la date de passage CALCBTCH est la date
      * transmise ; si aucune ne convient, le lot est rendu
      * introuvable et rien n'est ecrit.
      *
      * Comme pour les statistiques (CALCSTAW), une erreur sur le
      * fichier de suivi est signalee mais n'arrete jamais le
      * programme appelant, et son code retour est preserve.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUIV-FILE ASSIGN TO "CALCSUIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUIV-CLE
               FILE STATUS IS WS-SUIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUIV-FILE.
       COPY CALCSUIV.

       WORKING-STORAGE SECTION.
       01  WS-SUIV-STATUS       PIC X(2).
           88  WS-SUIV-STATUT-OK      VALUE "00".
           88  WS-SUIV-INTROUVABLE    VALUE "23".
           88  WS-SUIV-FICHIER-ABSENT VALUE "35".
       01  WS-ENTREE-SW         PIC X.
           88  WS-ENTREE-EXISTANTE    VALUE "O".
           88  WS-ENTREE-NOUVELLE     VALUE "N".
           88  WS-ENTREE-INTROUVABLE  VALUE "I".
       01  WS-FIN-LOT-SW        PIC X.
           88  WS-FIN-LOT             VALUE "O".
       01  WS-CODE-RETOUR       PIC S9(4).
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           05  FILLER               PIC X(7).

       LINKAGE SECTION.
       COPY CALCSUIP.

       PROCEDURE DIVISION USING SUIW-PARAMETRES.
       CALCSUIW-PRINCIPAL.
           MOVE RETURN-CODE TO WS-CODE-RETOUR
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           SET SUIW-OK TO TRUE
           OPEN I-O SUIV-FILE
           IF WS-SUIV-FICHIER-ABSENT
               OPEN OUTPUT SUIV-FILE
               CLOSE SUIV-FILE
               OPEN I-O SUIV-FILE
           END-IF
           IF NOT WS-SUIV-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCSUIV.DAT, CODE "
                   WS-SUIV-STATUS ", suivi du lot " SUIW-ID-LOT
                   " non mis a jour"
               SET SUIW-ERREUR TO TRUE
           ELSE
               IF SUIW-DATE-METIER = 0
                   PERFORM CHERCHER-PAR-PASSAGE
               ELSE
                   PERFORM LIRE-ENTREE
               END-IF
               IF WS-ENTREE-INTROUVABLE
                   SET SUIW-LOT-INCONNU TO TRUE
               ELSE
                   PERFORM PORTER-ETAPE
                   PERFORM ECRIRE-ENTREE
               END-IF
               CLOSE SUIV-FILE
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           GOBACK.

       LIRE-ENTREE.
           MOVE SUIW-ID-LOT TO SUIV-ID-LOT
           MOVE SUIW-DATE-METIER TO SUIV-DATE-METIER
           READ SUIV-FILE
           EVALUATE TRUE
               WHEN WS-SUIV-STATUT-OK
                   SET WS-ENTREE-EXISTANTE TO TRUE
               WHEN WS-SUIV-INTROUVABLE
                   SET WS-ENTREE-NOUVELLE TO TRUE
                   PERFORM INITIALISER-ENTREE
               WHEN OTHER
                   DISPLAY "ERREUR LECTURE CALCSUIV.DAT, CODE "
                       WS-SUIV-STATUS ", suivi du lot " SUIW-ID-LOT
                       " non mis a jour"
                   SET WS-ENTREE-INTROUVABLE TO TRUE
                   SET SUIW-ERREUR TO TRUE
           END-EVALUATE.

       CHERCHER-PAR-PASSAGE.
           SET WS-ENTREE-INTROUVABLE TO TRUE
           MOVE "N" TO WS-FIN-LOT-SW
           MOVE SUIW-ID-LOT TO SUIV-ID-LOT
           MOVE 0 TO SUIV-DATE-METIER
           START SUIV-FILE KEY IS NOT LESS THAN SUIV-CLE
               INVALID KEY
                   SET WS-FIN-LOT TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-LOT OR WS-ENTREE-EXISTANTE
               READ SUIV-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-LOT TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SUIV-ID-LOT NOT = SUIW-ID-LOT
                               SET WS-FIN-LOT TO TRUE
                           WHEN SUIV-DATE-PASSAGE = SUIW-DATE-PASSAGE
                               SET WS-ENTREE-EXISTANTE TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       INITIALISER-ENTREE.
           MOVE SUIW-ID-LOT TO SUIV-ID-LOT
           MOVE SUIW-DATE-METIER TO SUIV-DATE-METIER
           MOVE SPACES TO SUIV-SERVICE
           MOVE SPACES TO SUIV-ETAPE
           MOVE 0 TO SUIV-DATE-ETAPE
           MOVE 0 TO SUIV-HEURE-ETAPE
           MOVE 0 TO SUIV-RCP-DATE
           MOVE 0 TO SUIV-RCP-HEURE
           MOVE SPACES TO SUIV-RCP-MOTIF
           MOVE 0 TO SUIV-RCP-NB-DETAILS
           MOVE 0 TO SUIV-RCP-NB-REFUS
           MOVE 0 TO SUIV-RCN-DATE
           MOVE 0 TO SUIV-RCN-HEURE
           MOVE 0 TO SUIV-CAL-DATE
           MOVE 0 TO SUIV-CAL-HEURE
           MOVE 0 TO SUIV-DATE-PASSAGE
           MOVE 0 TO SUIV-CAL-NB-DETAILS
           MOVE 0 TO SUIV-CAL-NB-REJETS
           MOVE 0 TO SUIV-CAL-NB-SUSPENS
           MOVE 0 TO SUIV-CHG-DATE
           MOVE 0 TO SUIV-CHG-HEURE
           MOVE 0 TO SUIV-CHG-NB-RESULTATS
           MOVE 0 TO SUIV-RST-DATE
           MOVE 0 TO SUIV-RST-HEURE
           MOVE SPACES TO SUIV-RST-FICHIER
           MOVE 0 TO SUIV-CLO-DATE
           MOVE 0 TO SUIV-CLO-HEURE.

       PORTER-ETAPE.
           MOVE SUIW-ETAPE TO SUIV-ETAPE
           MOVE WS-DATE-HEURE-DATE TO SUIV-DATE-ETAPE
           MOVE WS-DATE-HEURE-HEURE TO SUIV-HEURE-ETAPE
           IF SUIW-SERVICE NOT = SPACES
               MOVE SUIW-SERVICE TO SUIV-SERVICE
           END-IF
           EVALUATE TRUE
               WHEN SUIW-ETAPE-ACCEPTE OR SUIW-ETAPE-REFUSE
                   MOVE WS-DATE-HEURE-DATE TO SUIV-RCP-DATE
                   MOVE WS-DATE-HEURE-HEURE TO SUIV-RCP-HEURE
                   MOVE SUIW-LIBELLE TO SUIV-RCP-MOTIF
                   MOVE SUIW-NB-DETAILS TO SUIV-RCP-NB-DETAILS
                   MOVE SUIW-NB-REJETS TO SUIV-RCP-NB-REFUS
               WHEN SUIW-ETAPE-RECONCILIE
                   MOVE WS-DATE-HEURE-DATE TO SUIV-RCN-DATE
                   MOVE WS-DATE-HEURE-HEURE TO SUIV-RCN-HEURE
               WHEN SUIW-ETAPE-CALCULE
                   MOVE WS-DATE-HEURE-DATE TO SUIV-CAL-DATE
                   MOVE WS-DATE-HEURE-HEURE TO SUIV-CAL-HEURE
                   MOVE SUIW-DATE-PASSAGE TO SUIV-DATE-PASSAGE
                   MOVE SUIW-NB-DETAILS TO SUIV-CAL-NB-DETAILS
                   MOVE SUIW-NB-REJETS TO SUIV-CAL-NB-REJETS
                   MOVE SUIW-NB-SUSPENS TO SUIV-CAL-NB-SUSPENS
               WHEN SUIW-ETAPE-CHARGE
                   MOVE WS-DATE-HEURE-DATE TO SUIV-CHG-DATE
                   MOVE WS-DATE-HEURE-HEURE TO SUIV-CHG-HEURE
                   MOVE SUIW-NB-DETAILS TO SUIV-CHG-NB-RESULTATS
               WHEN SUIW-ETAPE-RESTITUE
                   MOVE WS-DATE-HEURE-DATE TO SUIV-RST-DATE
                   MOVE WS-DATE-HEURE-HEURE TO SUIV-RST-HEURE
                   MOVE SUIW-LIBELLE TO SUIV-RST-FICHIER
               WHEN SUIW-ETAPE-CLOS
                   MOVE WS-DATE-HEURE-DATE TO SUIV-CLO-DATE
                   MOVE WS-DATE-HEURE-HEURE TO SUIV-CLO-HEURE
           END-EVALUATE.

       ECRIRE-ENTREE.
           IF WS-ENTREE-NOUVELLE
               WRITE SUIV-RECORD
           ELSE
               REWRITE SUIV-RECORD
           END-IF
           IF NOT WS-SUIV-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCSUIV.DAT, CODE "
                   WS-SUIV-STATUS ", suivi du lot " SUIW-ID-LOT
                   " non mis a jour"
               SET SUIW-ERREUR TO TRUE
           END-IF.
