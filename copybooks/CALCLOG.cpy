      * avec l'identifiant du passage dans LOG-LOT), et lu par les
      * etats (CALCRPT, CALCPROD) et par l'archivage mensuel
      * (CALCARCH). Une correction supervisee d'un resultat du maitre
      * (demandee dans CALCCORR, appliquee a l'approbation dans
      * CALCAPPR) journalise deux enregistrements au nom du
      * superviseur approbateur : la contrepassation de l'ancienne
      * valeur (origine R, resultat en signe inverse) puis la nouvelle
      * valeur (origine C), pour que chaque correction reste visible
      * et attribuable dans les releves et devant les auditeurs.
      * La retarification retroactive (CALCRTAR) journalise la meme
      * paire R/C pour chaque resultat retarife, l'operateur portant
      * alors l'identifiant du passage de retarification (RThhmmss).
      * LOG-TAUX-CODE porte le code taux du fichier maitre CALCTAUX.DAT
      * applique au calcul (a blanc pour un calcul a deux nombres),
      * au guichet (CALCULATRICE) comme en batch (CALCBTCH) et sur les
      * paires R/C : NOMBRE2 est alors la valeur du taux retenu.
      * LOG-DATE-RUN porte la date de passage du resultat concerne :
      * celle du passage CALCBTCH en batch, celle du resultat corrige
      * (RESM-DATE-RUN) sur les paires R/C, pour que l'interface de
      * comptabilisation (CALCCPTB) rattache chaque correction a la
      * journee du resultat et non au seul identifiant du lot ; zero
      * au guichet, a blanc sur les enregistrements anterieurs.
      *****************************************************************
       01  LOG-RECORD.
           05  LOG-DATE             PIC 9(8).
               88  LOG-CONTREPASSATION    VALUE "R".
               88  LOG-CORRECTION         VALUE "C".
           05  LOG-LOT              PIC X(8).
           05  LOG-TAUX-CODE        PIC X(6).
           05  LOG-DATE-RUN         PIC 9(8).
