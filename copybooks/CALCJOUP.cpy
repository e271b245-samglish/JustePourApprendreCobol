      *****************************************************************
      * CALCJOUP - zone d'appel du sous-programme commun CALCJOUV qui
      * dit si une date est un jour ouvre. L'appelant pose JOUV-DATE
      * (AAAAMMJJ) ; CALCJOUV rend JOUV-RESULTAT (ouvre, non ouvre
      * ou date invalide) et, pour un jour non ouvre, la raison dans
      * JOUV-LIBELLE (SAMEDI, DIMANCHE ou libelle du calendrier
      * CALCCAL.DAT).
      *****************************************************************
       01  JOUV-PARAMETRES.
           05  JOUV-DATE            PIC 9(8).
           05  JOUV-RESULTAT        PIC X.
               88  JOUV-OUVRE             VALUE "O".
               88  JOUV-NON-OUVRE         VALUE "N".
               88  JOUV-DATE-INVALIDE     VALUE "I".
           05  JOUV-LIBELLE         PIC X(25).
