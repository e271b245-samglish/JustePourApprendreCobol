      *****************************************************************
      * CALCRJL - enregistrement du grand livre permanent des rejets
      * (CALCRJL.DAT, indexe par RJL-CLE : date de passage, lot et
      * numero de sequence du detail dans son lot). Contrairement a
      * CALCREJ.DAT, recree a chaque passage de la chaine, le grand
      * livre garde chaque rejet jusqu'a son denouement :
      *   - O ouvert : inscrit par CALCBTCH a l'ecriture du rejet, ou
      *     par CALCSUSR au refus d'un detail en suspens (motif SR) ;
      *   - R recycle : marque par CALCRCYC quand le rejet est repris
      *     dans un lot RECYCLE (date de recyclage renseignee) ;
      *   - A abandonne : passe en perte par un superviseur dans
      *     CALCRJMT, avec son identifiant, la date et le motif.
      * CALCRJAG edite par service les rejets encore ouverts depuis
      * plus de 2, 5 et 10 jours ouvres.
      * Un suspect refuse (motif SR) est ajoute a CALCREJ.DAT apres la
      * restitution du jour, et ce fichier est recree par la fusion
      * suivante : c'est donc depuis le grand livre que CALCRETS le
      * restitue au service, dans son fichier retour suivant.
      * RJL-DATE-RESTITUTION date ce retour (zero tant qu'il n'a pas
      * eu lieu) ; une restitution relancee le meme jour reprend les
      * refus deja dates du jour.
      *****************************************************************
       01  RJL-RECORD.
           05  RJL-CLE.
               10  RJL-DATE-RUN     PIC 9(8).
               10  RJL-LOT          PIC X(8).
               10  RJL-SEQUENCE     PIC 9(7).
           05  RJL-SERVICE          PIC X(10).
           05  RJL-DATE-METIER      PIC 9(8).
           05  RJL-MOTIF            PIC X(2).
           05  RJL-STATUT           PIC X.
               88  RJL-OUVERT             VALUE "O".
               88  RJL-RECYCLE            VALUE "R".
               88  RJL-ABANDONNE          VALUE "A".
           05  RJL-DONNEES          PIC X(40).
           05  RJL-DATE-RECYCLAGE   PIC 9(8).
           05  RJL-SUPERVISEUR      PIC X(8).
           05  RJL-DATE-ABANDON     PIC 9(8).
           05  RJL-MOTIF-ABANDON    PIC X(40).
           05  RJL-DATE-RESTITUTION PIC 9(8).
