      *****************************************************************
      * CALCPARM - parametre de lancement de CALCBTCH sur une
      * partition de la remise : zone PARM du pas de job (longueur
      * en binaire sur deux octets puis texte), ou zone passee par
      * le pilote de chaine CALCCHNE sur CALL USING. PARM-SERVICE
      * designe la partition (service emetteur, cle de CALCPART.DAT)
      * et donne le nom de ses fichiers CALCxxxx.<service>.DAT.
      *****************************************************************
       01  PARM-PARTITION.
           05  PARM-LONGUEUR        PIC S9(4) COMP.
           05  PARM-SERVICE         PIC X(10).
