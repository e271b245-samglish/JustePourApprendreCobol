      *****************************************************************
      * CALCPARL - enregistrement de la liste des partitions de la
      * remise (CALCPART.DAT, indexe par PART-SERVICE). Ecrite par
      * CALCPART au decoupage de CALCTRAN.DAT par service emetteur :
      * une entree par partition, avec le nombre de lots, de details
      * et le total de NOMBRE1 de la partition (repris sur sa carte
      * de controle CALCCTL.<service>.DAT). Le statut suit la
      * partition de bout en bout :
      *   A  a traiter (decoupee par CALCPART)
      *   C  calcul en cours (CALCBTCH lance sur la partition)
      *   T  traitee (CALCBTCH arrive au terme de la partition)
      *   F  fusionnee (resultats, rejets et journal verses par
      *      CALCFUSN dans CALCRES.DAT, CALCREJ.DAT et CALCLOG.DAT)
      * PART-NB-SUSPENS est pose par CALCBTCH en fin de partition ;
      * PART-NB-RESULTATS et PART-NB-REJETS par CALCFUSN, qui les
      * compte dans les fichiers de la partition au moment de la
      * fusion (reprises sur point de reprise comprises).
      *****************************************************************
       01  PART-RECORD.
           05  PART-SERVICE         PIC X(10).
           05  PART-STATUT          PIC X.
               88  PART-A-TRAITER         VALUE "A".
               88  PART-EN-COURS          VALUE "C".
               88  PART-TRAITEE           VALUE "T".
               88  PART-FUSIONNEE         VALUE "F".
           05  PART-DATE-DECOUPAGE  PIC 9(8).
           05  PART-NB-LOTS         PIC 9(7).
           05  PART-NB-DETAILS      PIC 9(7).
           05  PART-TOTAL-NOMBRE1   PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           05  PART-DATE-CALCUL     PIC 9(8).
           05  PART-NB-RESULTATS    PIC 9(7).
           05  PART-NB-REJETS       PIC 9(7).
           05  PART-NB-SUSPENS      PIC 9(7).
