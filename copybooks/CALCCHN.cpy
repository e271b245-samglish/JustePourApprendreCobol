      * premiere etape non complete - meme principe que le point de
      * reprise CALCCKPT.DAT de CALCBTCH, mais a la maille de la
      * fenetre batch entiere.
      * Un jour non ouvre (calendrier CALCCAL.DAT), la chaine n'est
      * pas executee : CALCCHNE enregistre une seule ligne d'etape 0
      * en statut N (sans passage), ignoree a la relance suivante.
      *****************************************************************
       01  CHAINE-RECORD.
           05  CHN-DATE-CHAINE      PIC 9(8).
           05  CHN-STATUT           PIC X.
               88  CHN-ETAPE-COMPLETE     VALUE "C".
               88  CHN-ETAPE-EN-ERREUR    VALUE "E".
               88  CHN-SANS-PASSAGE       VALUE "N".
           05  CHN-CODE-RETOUR      PIC 9(2).
