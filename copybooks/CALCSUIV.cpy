      *****************************************************************
      * CALCSUIV - enregistrement du fichier de suivi des lots
      * (CALCSUIV.DAT, indexe par SUIV-CLE : identifiant de lot et
      * date metier, meme cle que le registre CALCLOTR). Une entree
      * par lot, mise a jour par le sous-programme commun CALCSUIW a
      * chaque etape de la chaine, avec la date et l'heure de
      * l'etape :
      *   - reception : lot accepte (A) ou refuse (F) par CALCEDIT,
      *     avec le motif du refus, les details acceptes et refuses ;
      *   - reconciliation (B) par CALCPART au decoupage de la
      *     remise, puis calcul (C) par CALCBTCH dans la partition du
      *     service, avec la date de passage et les comptes de
      *     details, de rejets et de suspens ;
      *   - chargement au maitre (M) par CALCRESL ;
      *   - restitution (R) par CALCRETS, avec le nom du fichier
      *     retour du service ;
      *   - cloture de la journee (K) par CALCCLOS.
      * SUIV-ETAPE donne la derniere etape atteinte, datee par
      * SUIV-DATE-ETAPE et SUIV-HEURE-ETAPE. Consulte par CALCLINQ
      * et par l'etat des lots bloques CALCLBLQ.
      *****************************************************************
       01  SUIV-RECORD.
           05  SUIV-CLE.
               10  SUIV-ID-LOT      PIC X(8).
               10  SUIV-DATE-METIER PIC 9(8).
           05  SUIV-SERVICE         PIC X(10).
           05  SUIV-ETAPE           PIC X.
               88  SUIV-ACCEPTE           VALUE "A".
               88  SUIV-REFUSE            VALUE "F".
               88  SUIV-RECONCILIE        VALUE "B".
               88  SUIV-CALCULE           VALUE "C".
               88  SUIV-CHARGE            VALUE "M".
               88  SUIV-RESTITUE          VALUE "R".
               88  SUIV-CLOS              VALUE "K".
           05  SUIV-DATE-ETAPE      PIC 9(8).
           05  SUIV-HEURE-ETAPE     PIC 9(6).
           05  SUIV-RECEPTION.
               10  SUIV-RCP-DATE        PIC 9(8).
               10  SUIV-RCP-HEURE       PIC 9(6).
               10  SUIV-RCP-MOTIF       PIC X(30).
               10  SUIV-RCP-NB-DETAILS  PIC 9(7).
               10  SUIV-RCP-NB-REFUS    PIC 9(7).
           05  SUIV-RECONCILIATION.
               10  SUIV-RCN-DATE        PIC 9(8).
               10  SUIV-RCN-HEURE       PIC 9(6).
           05  SUIV-CALCUL.
               10  SUIV-CAL-DATE        PIC 9(8).
               10  SUIV-CAL-HEURE       PIC 9(6).
               10  SUIV-DATE-PASSAGE    PIC 9(8).
               10  SUIV-CAL-NB-DETAILS  PIC 9(7).
               10  SUIV-CAL-NB-REJETS   PIC 9(7).
               10  SUIV-CAL-NB-SUSPENS  PIC 9(7).
           05  SUIV-CHARGEMENT.
               10  SUIV-CHG-DATE        PIC 9(8).
               10  SUIV-CHG-HEURE       PIC 9(6).
               10  SUIV-CHG-NB-RESULTATS PIC 9(7).
           05  SUIV-RESTITUTION.
               10  SUIV-RST-DATE        PIC 9(8).
               10  SUIV-RST-HEURE       PIC 9(6).
               10  SUIV-RST-FICHIER     PIC X(30).
           05  SUIV-CLOTURE.
               10  SUIV-CLO-DATE        PIC 9(8).
               10  SUIV-CLO-HEURE       PIC 9(6).
