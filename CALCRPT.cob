      * resultat de la journee. Le releve est ventile en trois
      * sections d'apres LOG-ORIGINE - calculs interactifs
      * (CALCULATRICE), calculs batch (CALCBTCH) et corrections
      * supervisees (CALCCORR et CALCAPPR, contrepassations R et
      * corrections C) -
      * suivies d'un total de la journee, pour reconcilier le releve
      * avec le volume reellement traite sans imputer les corrections
      * au travail des operateurs.
      * Dans la section des calculs interactifs, les calculs faits au
      * guichet sur un code taux (LOG-TAUX-CODE renseigne) sont
      * detailles a part - multiplications, divisions, nombre et
      * volume - a la suite des totaux de la section, qui les
      * comprennent.
      * En fin de passage, les statistiques (journal lu, lignes
      * editees, code retour) sont ajoutees a CALCSTAT.DAT via
      * CALCSTAW pour la surveillance du matin (CALCTRND).
               10  WS-NB-TOTAL          PIC 9(7).
               10  WS-VOLUME-TOTAL      PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
       01  WS-CUMULS-TAUX.
           05  WS-TX-NB-MULTIPLICATIONS PIC 9(7) VALUE 0.
           05  WS-TX-NB-DIVISIONS   PIC 9(7) VALUE 0.
           05  WS-TX-NB-TOTAL       PIC 9(7) VALUE 0.
           05  WS-TX-VOLUME-TOTAL   PIC S9(11)V99 VALUE 0
                                    SIGN IS LEADING SEPARATE.
       01  WS-NB-JOURNEE        PIC 9(7) VALUE 0.
       01  WS-VOLUME-JOURNEE    PIC S9(11)V99 VALUE 0
                                SIGN IS LEADING SEPARATE.
                   ADD 1 TO WS-NB-DIVISIONS(WS-SECTION)
               WHEN OTHER
                   ADD 1 TO WS-NB-AUTRES(WS-SECTION)
           END-EVALUATE
           IF WS-SECTION = 1 AND LOG-TAUX-CODE NOT = SPACES
               PERFORM CUMULER-UN-CALCUL-TAUX
           END-IF.

       CUMULER-UN-CALCUL-TAUX.
           ADD 1 TO WS-TX-NB-TOTAL
           ADD LOG-RESULTAT TO WS-TX-VOLUME-TOTAL
           EVALUATE LOG-OPERATION
               WHEN "*"
                   ADD 1 TO WS-TX-NB-MULTIPLICATIONS
               WHEN "/"
                   ADD 1 TO WS-TX-NB-DIVISIONS
           END-EVALUATE.

       IMPRIMER-RAPPORT.
           PERFORM VERIFIER-ECRITURE-RAPPORT
           DISPLAY REPORT-LINE
           PERFORM IMPRIMER-UNE-SECTION
           PERFORM IMPRIMER-CALCULS-TAUX

           MOVE 2 TO WS-SECTION
           MOVE "CALCULS BATCH" TO REPORT-LINE
           MOVE WS-VOLUME-TOTAL(WS-SECTION) TO WS-VAL-EDIT
           PERFORM ECRIRE-LIGNE-EDIT.

       IMPRIMER-CALCULS-TAUX.
           MOVE "  dont calculs sur code taux (CALCTAUX)" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VERIFIER-ECRITURE-RAPPORT
           DISPLAY REPORT-LINE

           MOVE "    Multiplications par un taux" TO WS-LIB-EDIT
           MOVE WS-TX-NB-MULTIPLICATIONS TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT

           MOVE "    Divisions par un taux" TO WS-LIB-EDIT
           MOVE WS-TX-NB-DIVISIONS TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT

           MOVE "    Nombre de calculs sur taux" TO WS-LIB-EDIT
           MOVE WS-TX-NB-TOTAL TO WS-CPT-EDIT
           PERFORM ECRIRE-LIGNE-CPT

           MOVE "    Volume traite sur taux" TO WS-LIB-EDIT
           MOVE WS-TX-VOLUME-TOTAL TO WS-VAL-EDIT
           PERFORM ECRIRE-LIGNE-EDIT.

       ECRIRE-LIGNE-EDIT.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LIB-EDIT DELIMITED BY SIZE
