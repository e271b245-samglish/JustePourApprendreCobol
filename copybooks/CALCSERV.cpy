      *****************************************************************
      * CALCSERV - enregistrement du fichier maitre des services
      * emetteurs (CALCSERV.DAT, indexe par SERV-CODE). Maintenu par
      * le superviseur dans CALCSVMT ; controle par CALCEDIT a
      * l'entree des remises : un lot d'un service inconnu ou ferme
      * est refuse en entier, une ligne de detail dont l'operation
      * (SERV-OPERATIONS, liste des signes + - * / admis) ou le code
      * taux CALCTAUX (SERV-TAUX-AUTORISE, dix codes au plus) n'est
      * pas autorise pour le service est refusee, de meme que les
      * details au-dela du plafond journalier (SERV-PLAFOND-JOUR,
      * nombre de details par date metier, zero = sans plafond).
      * Le libelle complet (SERV-LIBELLE) est repris par CALCFACT et
      * CALCRETS.
      * La fourchette habituelle des montants du service (valeur
      * absolue de NOMBRE1, SERV-MONTANT-MIN a SERV-MONTANT-MAX,
      * zero = borne non controlee) sert a CALCBTCH pour mettre en
      * suspens (CALCSUSP.DAT) un detail au montant inhabituel.
      *****************************************************************
       01  SERV-RECORD.
           05  SERV-CODE            PIC X(10).
           05  SERV-LIBELLE         PIC X(30).
           05  SERV-STATUT          PIC X.
               88  SERV-ACTIF             VALUE "A".
               88  SERV-FERME             VALUE "F".
           05  SERV-OPERATIONS      PIC X(4).
           05  SERV-TAUX-AUTORISES.
               10  SERV-TAUX-AUTORISE OCCURS 10 PIC X(6).
           05  SERV-PLAFOND-JOUR    PIC 9(7).
           05  SERV-MONTANT-MIN     PIC 9(7)V99.
           05  SERV-MONTANT-MAX     PIC 9(7)V99.
