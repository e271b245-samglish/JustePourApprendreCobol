      *****************************************************************
      * CALCATTN - enregistrement du fichier des modifications en
      * attente d'approbation (CALCATTN.DAT, indexe par ATT-CLE :
      * date, heure au centieme et identifiant du demandeur). Double
      * controle : une correction de resultat du maitre (CALCCORR)
      * ou un ajout de taux (CALCTXMT) n'est plus applique par celui
      * qui le saisit mais depose ici en attente (statut A), avec le
      * demandeur et le motif de la demande. Un second superviseur,
      * jamais le demandeur, l'approuve ou le refuse dans CALCAPPR :
      * l'approbation applique la modification (statut V), le refus
      * la laisse sans effet avec son motif (statut R). Le fichier
      * garde la trace complete des decisions (approbateur, date et
      * heure) ; CALCATRP edite chaque matin les demandes restees en
      * attente depuis plus d'un jour.
      * La zone ATT-DONNEES porte, selon ATT-TYPE, la correction
      * demandee (cle du maitre, nouvelles entrees et resultat du
      * maitre au moment de la demande) ou la ligne de taux a
      * ajouter.
      *****************************************************************
       01  ATT-RECORD.
           05  ATT-CLE.
               10  ATT-DATE-DEMANDE  PIC 9(8).
               10  ATT-HEURE-DEMANDE PIC 9(8).
               10  ATT-DEMANDEUR     PIC X(8).
           05  ATT-TYPE             PIC X.
               88  ATT-CORRECTION         VALUE "C".
               88  ATT-AJOUT-TAUX         VALUE "T".
           05  ATT-STATUT           PIC X.
               88  ATT-EN-ATTENTE         VALUE "A".
               88  ATT-APPROUVEE          VALUE "V".
               88  ATT-REFUSEE            VALUE "R".
           05  ATT-MOTIF-DEMANDE    PIC X(40).
           05  ATT-APPROBATEUR      PIC X(8).
           05  ATT-DATE-DECISION    PIC 9(8).
           05  ATT-HEURE-DECISION   PIC 9(6).
           05  ATT-MOTIF-REFUS      PIC X(40).
           05  ATT-DONNEES          PIC X(60).
           05  ATT-DONNEES-CORRECTION REDEFINES ATT-DONNEES.
               10  ATT-COR-DATE-RUN PIC 9(8).
               10  ATT-COR-LOT      PIC X(8).
               10  ATT-COR-SEQUENCE PIC 9(7).
               10  ATT-COR-NOMBRE1  PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
               10  ATT-COR-OPERATION PIC X.
               10  ATT-COR-NOMBRE2  PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
               10  ATT-COR-ANC-RESULTAT PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
               10  FILLER           PIC X(4).
           05  ATT-DONNEES-TAUX REDEFINES ATT-DONNEES.
               10  ATT-TX-CODE      PIC X(6).
               10  ATT-TX-LIBELLE   PIC X(20).
               10  ATT-TX-VALEUR    PIC 9(3)V9(6).
               10  ATT-TX-DATE-EFFET PIC 9(8).
               10  FILLER           PIC X(17).
