      * et produit un extrait date (CALCAINQ.RPT) des LOG-RECORD
      * correspondants, avec les memes champs que le journal vif :
      * date, heure, operateur, lot, operation, nombres, resultat,
      * statut, origine et code taux. Une archive absente de la plage
      * est signalee dans l'extrait et la recherche continue sur les
      * mois suivants.
      * C'est le pendant, cote conformite, de CALCINQ (maitre des
      * resultats) et de CALCPROD (journal vif) : les questions d'un
      * auditeur sur un mois archive se traitent sans depouiller les
           05  WS-LE-STATUT     PIC X.
           05  FILLER           PIC X VALUE SPACES.
           05  WS-LE-ORIGINE    PIC X.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-LE-TAUX-CODE  PIC X(6).
       01  WS-LIGNE-TITRE.
           05  FILLER           PIC X(9) VALUE "DATE".
           05  FILLER           PIC X(7) VALUE "HEURE".
           05  FILLER           PIC X(17) VALUE "         RESULTAT".
           05  FILLER           PIC X(4) VALUE "  ST".
           05  FILLER           PIC X(3) VALUE " OR".
           05  FILLER           PIC X(6) VALUE "  TAUX".
       01  WS-DATE-HEURE.
           05  WS-DATE-HEURE-DATE   PIC 9(8).
           05  WS-DATE-HEURE-HEURE  PIC 9(6).
           MOVE LOG-RESULTAT TO WS-LE-RESULTAT
           MOVE LOG-STATUT TO WS-LE-STATUT
           MOVE LOG-ORIGINE TO WS-LE-ORIGINE
           MOVE LOG-TAUX-CODE TO WS-LE-TAUX-CODE
           MOVE WS-LIGNE-EXTRAIT TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           ADD 1 TO WS-NB-EXTRAITS.
