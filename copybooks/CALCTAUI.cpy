      *****************************************************************
      * CALCTAUI - enregistrement de la copie indexee des taux
      * (CALCTAUI.DAT, cle code taux et date d'effet), reconstruite
      * par CALCPART a partir du fichier maitre CALCTAUX.DAT a chaque
      * decoupage de remise. Toutes les partitions de la remise y
      * recherchent leurs taux par cle (CALCBTCH), sans table en
      * memoire et donc sans plafond de lignes ; pour deux lignes du
      * meme code a la meme date d'effet, la derniere du fichier
      * maitre l'emporte, comme dans l'ancienne recherche en table.
      *****************************************************************
       01  TXI-RECORD.
           05  TXI-CLE.
               10  TXI-CODE         PIC X(6).
               10  TXI-DATE-EFFET   PIC 9(8).
           05  TXI-LIBELLE          PIC X(20).
           05  TXI-VALEUR           PIC 9(3)V9(6).
