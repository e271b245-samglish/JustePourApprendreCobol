      *****************************************************************
      * CALCSUSP - enregistrement du fichier des details en suspens
      * (CALCSUSP.DAT, indexe par SUSP-CLE : date de passage, lot et
      * numero de sequence du detail dans son lot, la cle meme du
      * resultat qu'il aurait produit). CALCBTCH y depose, au lieu de
      * le calculer, un detail suspect (statut H) : doublon probable
      * d'un detail deja calcule pour le meme service sous un autre
      * lot dans la fenetre de l'historique glissant (motif DP, lot et
      * date de passage anterieurs en SUSP-LOT-ANTERIEUR et
      * SUSP-DATE-ANTERIEURE), ou montant hors de la fourchette
      * habituelle du service (motif MA).
      * Un superviseur examine les suspens dans CALCSUSR :
      *   - liberation (statut L) : CALCEDIT reinjecte le detail dans
      *     la remise suivante, dans un lot de liberation du service
      *     (statut E, lot et date de reinjection renseignes), ou il
      *     est calcule sans nouveau controle de suspicion ;
      *   - refus (statut R) : le detail est ecrit dans CALCREJ.DAT
      *     avec le motif SR et suit le circuit des rejets.
      * Superviseur, date et motif de la decision sont conserves.
      *****************************************************************
       01  SUSP-RECORD.
           05  SUSP-CLE.
               10  SUSP-DATE-PASSAGE PIC 9(8).
               10  SUSP-LOT         PIC X(8).
               10  SUSP-SEQUENCE    PIC 9(7).
           05  SUSP-SERVICE         PIC X(10).
           05  SUSP-DATE-METIER     PIC 9(8).
           05  SUSP-MOTIF           PIC X(2).
               88  SUSP-DOUBLON           VALUE "DP".
               88  SUSP-MONTANT-ANORMAL   VALUE "MA".
           05  SUSP-STATUT          PIC X.
               88  SUSP-EN-SUSPENS        VALUE "H".
               88  SUSP-LIBERE            VALUE "L".
               88  SUSP-REINJECTE         VALUE "E".
               88  SUSP-REFUSE            VALUE "R".
           05  SUSP-LOT-ANTERIEUR   PIC X(8).
           05  SUSP-DATE-ANTERIEURE PIC 9(8).
           05  SUSP-DONNEES         PIC X(40).
           05  SUSP-SUPERVISEUR     PIC X(8).
           05  SUSP-DATE-DECISION   PIC 9(8).
           05  SUSP-MOTIF-DECISION  PIC X(40).
           05  SUSP-LOT-REINJECTION PIC X(8).
           05  SUSP-DATE-REINJECTION PIC 9(8).
