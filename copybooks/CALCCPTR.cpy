      *****************************************************************
      * CALCCPTR - enregistrement du registre des comptabilisations
      * (CALCCPTR.DAT, indexe par CPTR-DATE-COMPTABLE). Ecrit par
      * CALCCPTB apres production du fichier des ecritures du grand
      * livre d'une journee close : une entree par date comptable,
      * pour qu'une meme journee ne soit envoyee qu'une fois. Un
      * renvoi delibere n'est produit qu'avec l'identifiant d'un
      * superviseur actif (CALCOPER.DAT) et un motif : l'entree garde
      * alors le nombre d'envois, la date du premier envoi, le
      * superviseur et le motif du dernier renvoi.
      * Les totaux du dernier envoi y sont conserves avec le volume
      * convenu a la cloture (CLOS-VOLUME-JOUR) : l'accord entre le
      * grand livre et la chaine de calcul reste demontrable.
      *****************************************************************
       01  CPTR-RECORD.
           05  CPTR-DATE-COMPTABLE  PIC 9(8).
           05  CPTR-NB-ENVOIS       PIC 9(3).
           05  CPTR-DATE-PREMIER-ENVOI PIC 9(8).
           05  CPTR-DATE-ENVOI      PIC 9(8).
           05  CPTR-HEURE-ENVOI     PIC 9(6).
           05  CPTR-NB-ECRITURES    PIC 9(5).
           05  CPTR-NB-ENREGISTREMENTS PIC 9(7).
           05  CPTR-TOTAL-CONTROLE  PIC 9(13)V99.
           05  CPTR-TOTAL-NET       PIC S9(13)V99
                                     SIGN IS LEADING SEPARATE.
           05  CPTR-VOLUME-CLOTURE  PIC S9(13)V99
                                     SIGN IS LEADING SEPARATE.
           05  CPTR-SUPERVISEUR     PIC X(8).
           05  CPTR-MOTIF-RENVOI    PIC X(40).
