      *****************************************************************
      * CALCECRG - enregistrements du fichier des ecritures du grand
      * livre (CALCCPTB.DAT), produit par CALCCPTB pour une journee
      * close et repris tel quel par la comptabilite generale. Format
      * fixe de 80 caracteres, trois types d'enregistrement :
      *   H  entete : date comptable, numero d'envoi (1 au premier
      *      envoi, augmente a chaque renvoi autorise), date et heure
      *      de production, nombre d'enregistrements de detail et
      *      total de controle ;
      *   D  detail : une ligne d'ecriture ; chaque ecriture (un
      *      service et une operation) compte deux lignes de meme
      *      montant, l'une au debit, l'autre au credit, et est donc
      *      equilibree par construction ;
      *   T  fin : date comptable, nombre d'enregistrements de detail,
      *      total de controle, total des debits et des credits.
      * Le nombre d'enregistrements ne compte que les lignes D ; le
      * total de controle est la somme des montants de toutes les
      * lignes D (debits et credits). Les montants sont non signes,
      * le sens (D ou C) portant le signe.
      *****************************************************************
       01  ECR-ENTETE-ENR.
           05  ECH-TYPE             PIC X.
               88  ECH-TYPE-ENTETE        VALUE "H".
           05  ECH-DATE-COMPTABLE   PIC 9(8).
           05  ECH-EMETTEUR         PIC X(8).
           05  ECH-NUMERO-ENVOI     PIC 9(3).
           05  ECH-DATE-ENVOI       PIC 9(8).
           05  ECH-HEURE-ENVOI      PIC 9(6).
           05  ECH-NB-ENREGISTREMENTS PIC 9(7).
           05  ECH-TOTAL-CONTROLE   PIC 9(13)V99.
           05  FILLER               PIC X(24).
       01  ECR-DETAIL-ENR.
           05  ECD-TYPE             PIC X.
               88  ECD-TYPE-DETAIL        VALUE "D".
           05  ECD-DATE-COMPTABLE   PIC 9(8).
           05  ECD-NUMERO-ECRITURE  PIC 9(5).
           05  ECD-LIGNE            PIC 9.
           05  ECD-COMPTE           PIC X(6).
           05  ECD-SERVICE          PIC X(10).
           05  ECD-OPERATION        PIC X.
           05  ECD-SENS             PIC X.
               88  ECD-DEBIT              VALUE "D".
               88  ECD-CREDIT             VALUE "C".
           05  ECD-MONTANT          PIC 9(13)V99.
           05  ECD-LIBELLE          PIC X(30).
           05  FILLER               PIC X(2).
       01  ECR-FIN-ENR.
           05  ECF-TYPE             PIC X.
               88  ECF-TYPE-FIN           VALUE "T".
           05  ECF-DATE-COMPTABLE   PIC 9(8).
           05  ECF-NB-ENREGISTREMENTS PIC 9(7).
           05  ECF-TOTAL-CONTROLE   PIC 9(13)V99.
           05  ECF-TOTAL-DEBIT      PIC 9(13)V99.
           05  ECF-TOTAL-CREDIT     PIC 9(13)V99.
           05  FILLER               PIC X(19).
