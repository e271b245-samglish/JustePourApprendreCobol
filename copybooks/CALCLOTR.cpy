      * details et de rejets et le total de NOMBRE1 : c'est l'assise
      * du releve mensuel d'activite par service (CALCFACT), base de
      * la refacturation aux services.
      * LOTR-NB-SUSPENS compte les details du lot mis en suspens
      * (CALCSUSP.DAT) au lieu d'etre calcules : un lot equilibre
      * quand details = resultats + rejets + suspens. Un registre
      * anterieur a ce champ est converti une fois par le job
      * jcl/CALCCNVS.jcl (dechargement, redefinition a 67 octets,
      * rechargement par CALCCNVS avec un compte a zero).
      *****************************************************************
       01  LOTR-RECORD.
           05  LOTR-CLE.
           05  LOTR-NB-REJETS       PIC 9(7).
           05  LOTR-TOTAL-NOMBRE1   PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           05  LOTR-NB-SUSPENS      PIC 9(7).
