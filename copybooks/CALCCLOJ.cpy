      * les resultats ecrits (CALCRES.DAT), les entrees batch en
      * statut E egalent les rejets (CALCREJ.DAT), et le compte des
      * calculs interactifs du journal egale les compteurs
      * journaliers (CALCCPTJ.DAT). Les details mis en suspens par
      * CALCBTCH (CALCSUSP.DAT) ce jour-la sont comptes a part
      * (CLOS-NB-SUSPENS) : details des lots passes = resultats +
      * rejets + suspens. Un fichier anterieur a ce champ est
      * converti une fois par le job jcl/CALCCNVS.jcl (dechargement,
      * redefinition a 58 octets, rechargement par CALCCNVS avec un
      * compte a zero). Les totaux convenus sont
      * conserves dans l'enregistrement : la journee equilibree est
      * un fait demontrable, plus une supposition.
      * Une date close est verrouillee : CALCULATRICE refuse d'ouvrir
      * une session, CALCBTCH refuse de traiter, CALCCORR refuse de
      * corriger et CALCAPPR d'appliquer une correction ce jour-la,
      * pour qu'aucune ecriture tardive ne vienne fausser un releve
      * deja edite ni les totaux convenus.
      *****************************************************************
       01  CLOS-RECORD.
           05  CLOS-DATE            PIC 9(8).
           05  CLOS-NB-INTERACTIFS  PIC 9(7).
           05  CLOS-VOLUME-JOUR     PIC S9(13)V99
                                     SIGN IS LEADING SEPARATE.
           05  CLOS-NB-SUSPENS      PIC 9(7).
