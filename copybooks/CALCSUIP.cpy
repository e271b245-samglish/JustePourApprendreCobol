      *****************************************************************
      * CALCSUIP - zone d'appel du sous-programme commun CALCSUIW qui
      * porte une etape de la chaine au fichier de suivi des lots
      * (CALCSUIV.DAT). L'appelant pose l'etape, l'identifiant de lot
      * et sa date metier ; a defaut de date metier (zero), le lot
      * est retrouve par sa date de passage CALCBTCH. Selon l'etape,
      * il renseigne aussi le service, les comptes et le libelle
      * (motif de refus a la reception, nom du fichier retour a la
      * restitution). CALCSUIW rend SUIW-RESULTAT : etape portee,
      * lot introuvable (recherche par date de passage) ou erreur sur
      * le fichier de suivi, qui n'arrete jamais l'appelant.
      *****************************************************************
       01  SUIW-PARAMETRES.
           05  SUIW-ETAPE           PIC X.
               88  SUIW-ETAPE-ACCEPTE     VALUE "A".
               88  SUIW-ETAPE-REFUSE      VALUE "F".
               88  SUIW-ETAPE-RECONCILIE  VALUE "B".
               88  SUIW-ETAPE-CALCULE     VALUE "C".
               88  SUIW-ETAPE-CHARGE      VALUE "M".
               88  SUIW-ETAPE-RESTITUE    VALUE "R".
               88  SUIW-ETAPE-CLOS        VALUE "K".
           05  SUIW-ID-LOT          PIC X(8).
           05  SUIW-DATE-METIER     PIC 9(8).
           05  SUIW-DATE-PASSAGE    PIC 9(8).
           05  SUIW-SERVICE         PIC X(10).
           05  SUIW-NB-DETAILS      PIC 9(7).
           05  SUIW-NB-REJETS       PIC 9(7).
           05  SUIW-NB-SUSPENS      PIC 9(7).
           05  SUIW-LIBELLE         PIC X(30).
           05  SUIW-RESULTAT        PIC X.
               88  SUIW-OK                VALUE "O".
               88  SUIW-LOT-INCONNU       VALUE "I".
               88  SUIW-ERREUR            VALUE "E".
