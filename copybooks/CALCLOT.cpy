      * meme zone d'enregistrement sous le FD ; le premier caractere
      * donne le type. Produit par CALCEDIT et CALCRCYC, controle et
      * traite lot par lot par CALCBTCH.
      * ENT-ORIGINE vaut L pour un lot de liberation construit par
      * CALCEDIT a partir des details en suspens liberes par le
      * superviseur (CALCSUSP.DAT) : CALCBTCH ne les remet pas en
      * suspens. A blanc pour une remise de service.
      *****************************************************************
       01  LOT-ENTETE-ENR.
           05  ENT-TYPE             PIC X.
           05  ENT-ID-LOT           PIC X(8).
           05  ENT-SERVICE          PIC X(10).
           05  ENT-DATE-METIER      PIC 9(8).
           05  ENT-ORIGINE          PIC X.
               88  ENT-LOT-LIBERATION     VALUE "L".
           05  FILLER               PIC X(13).
       01  LOT-DETAIL-ENR.
           05  DET-TYPE             PIC X.
               88  DET-TYPE-DETAIL        VALUE "D".
