           DISPLAY "  Passe le        : " LOTR-DATE-PASSAGE
           DISPLAY "  Service         : " LOTR-SERVICE
           DISPLAY "  Details traites : " LOTR-NB-DETAILS
           DISPLAY "  Details rejetes : " LOTR-NB-REJETS
           DISPLAY "  Details suspens : " LOTR-NB-SUSPENS.

       LISTER-REGISTRE.
           MOVE "N" TO WS-FIN-LISTE-SW
