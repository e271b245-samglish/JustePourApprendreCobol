      * c'est cette cle (date, lot, sequence) qui permet de charger
      * les resultats dans le fichier maitre indexe (CALCRESM.DAT,
      * programme CALCRESL) et de repondre aux recherches (CALCINQ).
      * RES-SERVICE porte le service emetteur du lot (partition de la
      * remise traitee par CALCBTCH) : CALCRETS ventile les retours
      * par service sans relire les entetes du fichier de
      * transactions.
      *****************************************************************
       01  RES-RECORD.
           05  RES-DATE-RUN         PIC 9(8).
           05  RES-LOT              PIC X(8).
           05  RES-SEQUENCE         PIC 9(7).
           05  RES-DONNEES          PIC X(40).
           05  RES-SERVICE          PIC X(10).
