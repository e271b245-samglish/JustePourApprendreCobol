      * sequence en entree). Un resultat deja present sous la meme cle
      * (rechargement apres incident) est remplace, pas duplique.
      * Le fichier maitre est cree au premier chargement.
      * Chaque lot charge est porte au fichier de suivi des lots
      * (CALCSUIV.DAT, via le sous-programme commun CALCSUIW) avec
      * le nombre de ses resultats charges ; le lot y est retrouve
      * par sa date de passage, le fichier resultat ne portant pas
      * la date metier.
      * En fin de passage, les statistiques (resultats lus et charges,
      * code retour) sont ajoutees a CALCSTAT.DAT via CALCSTAW pour
      * la surveillance du matin (CALCTRND).
           88  WS-FIN-RESULTATS       VALUE "O".
       01  WS-NB-CHARGES        PIC 9(7) VALUE 0.
       01  WS-NB-REMPLACES      PIC 9(7) VALUE 0.
       01  WS-LOT-PRECEDENT     PIC X(8) VALUE SPACES.
       01  WS-DATE-RUN-PRECEDENTE PIC 9(8) VALUE 0.
       01  WS-NB-RESULTATS-LOT  PIC 9(7) VALUE 0.
       COPY CALCSUIP.
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
                   AT END
                       SET WS-FIN-RESULTATS TO TRUE
                   NOT AT END
                       IF RES-LOT NOT = WS-LOT-PRECEDENT
                           OR RES-DATE-RUN NOT = WS-DATE-RUN-PRECEDENTE
                           PERFORM SUIVRE-LOT-CHARGE
                           MOVE RES-LOT TO WS-LOT-PRECEDENT
                           MOVE RES-DATE-RUN TO WS-DATE-RUN-PRECEDENTE
                           MOVE 0 TO WS-NB-RESULTATS-LOT
                       END-IF
                       PERFORM CHARGER-UN-RESULTAT
                       ADD 1 TO WS-NB-RESULTATS-LOT
               END-READ
           END-PERFORM
           PERFORM SUIVRE-LOT-CHARGE

           CLOSE RES-FILE
           CLOSE MASTER-FILE
                   ADD 1 TO WS-NB-CHARGES
           END-WRITE.

       SUIVRE-LOT-CHARGE.
           IF WS-LOT-PRECEDENT NOT = SPACES
               SET SUIW-ETAPE-CHARGE TO TRUE
               MOVE WS-LOT-PRECEDENT TO SUIW-ID-LOT
               MOVE 0 TO SUIW-DATE-METIER
               MOVE WS-DATE-RUN-PRECEDENTE TO SUIW-DATE-PASSAGE
               MOVE SPACES TO SUIW-SERVICE
               MOVE WS-NB-RESULTATS-LOT TO SUIW-NB-DETAILS
               MOVE 0 TO SUIW-NB-REJETS
               MOVE 0 TO SUIW-NB-SUSPENS
               MOVE SPACES TO SUIW-LIBELLE
               CALL "CALCSUIW" USING SUIW-PARAMETRES
               IF SUIW-LOT-INCONNU
                   DISPLAY "LOT " WS-LOT-PRECEDENT " DU PASSAGE "
                       WS-DATE-RUN-PRECEDENTE
                       " ABSENT DU SUIVI DES LOTS"
               END-IF
           END-IF.

       ECRIRE-STATISTIQUES.
           MOVE "CALCRESL" TO STAT-PROGRAMME
           COMPUTE STAT-NB-LUS = WS-NB-CHARGES + WS-NB-REMPLACES
