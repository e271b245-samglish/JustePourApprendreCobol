      *****************************************************************
      * CALCHIST - enregistrement de l'historique glissant des details
      * calcules (CALCHIST.DAT, indexe par HIST-CLE : service, puis
      * NOMBRE1, OPERATION, NOMBRE2 et code taux du detail tels que
      * remis par le service). Entretenu par CALCBTCH : chaque detail
      * calcule y inscrit ou y rafraichit le lot, la sequence et la
      * date de passage ou il a ete vu en dernier ; les entrees plus
      * anciennes que la fenetre de doublon sont purgees au debut de
      * chaque passage. Un detail d'un autre lot retrouve sous la
      * meme cle dans la fenetre est un doublon probable, mis en
      * suspens (CALCSUSP.DAT, motif DP) au lieu d'etre calcule.
      *****************************************************************
       01  HIST-RECORD.
           05  HIST-CLE.
               10  HIST-SERVICE     PIC X(10).
               10  HIST-NOMBRE1     PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
               10  HIST-OPERATION   PIC X.
               10  HIST-NOMBRE2     PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
               10  HIST-TAUX-CODE   PIC X(6).
           05  HIST-DATE-PASSAGE    PIC 9(8).
           05  HIST-LOT             PIC X(8).
           05  HIST-SEQUENCE        PIC 9(7).
