      * du detail dans son lot, identifiant du lot d'origine, motif du
      * rejet et image de l'enregistrement d'origine (disposition
      * CALCREC), pour correction puis recyclage par CALCRCYC.
      * Le motif SR designe un detail mis en suspens par CALCBTCH puis
      * refuse par le superviseur dans CALCSUSR, qui l'ajoute ici
      * pour le recyclage ; la ligne ne vit que jusqu'a la fusion
      * suivante (CALCFUSN recree le fichier) et n'est pas restituee
      * depuis ce fichier : CALCRETS la reprend du grand livre des
      * rejets (CALCRJL.DAT).
      * REJ-DATE-RUN (date du passage qui a rejete le detail) complete
      * la cle du grand livre permanent des rejets (CALCRJL.DAT).
      * REJ-SERVICE porte le service emetteur du lot, pour la
      * ventilation des retours par service (CALCRETS).
      *****************************************************************
       01  REJET-RECORD.
           05  REJ-NUM-ENTREE       PIC 9(7).
               88  REJ-DEPASSEMENT        VALUE "DE".
               88  REJ-TAUX-INCONNU       VALUE "TX".
               88  REJ-TAUX-NON-EFFECTIF  VALUE "TE".
               88  REJ-SUSPECT-REFUSE     VALUE "SR".
           05  REJ-DONNEES          PIC X(40).
           05  REJ-DATE-RUN         PIC 9(8).
           05  REJ-SERVICE          PIC X(10).
