      * et ecrit un fichier resultat (disposition CALCRESR : date de
      * passage, lot, numero de sequence du detail dans son lot, puis
      * l'image CALCREC avec RESULTAT renseigne). Tous les lots de la
      * partition sont controles puis traites en un seul passage,
      * avec un bilan par lot. Les resultats sont ensuite reunis
      * par CALCFUSN puis charges dans le fichier maitre indexe
      * CALCRESM.DAT par CALCRESL pour les recherches CALCINQ.
      * La date metier de l'entete de lot sert de date de calcul pour
      * la recherche des taux en vigueur (CALCTAUX.DAT).
      *
      * Partitions : la remise est decoupee par service emetteur par
      * CALCPART, et CALCBTCH traite une seule partition par
      * lancement, designee par le parametre de lancement (copybook
      * CALCPARM : PARM du pas de job, ou zone passee par CALCCHNE).
      * Tous les fichiers du passage portent le service dans leur
      * nom : CALCTRAN.<service>.DAT en entree, CALCCTL.<service>.DAT
      * pour la carte de controle, CALCRES.<service>.DAT,
      * CALCREJ.<service>.DAT et CALCLOG.<service>.DAT en sortie,
      * CALCCKPT.<service>.DAT pour le point de reprise. Les
      * partitions d'une remise peuvent ainsi tourner chacune dans
      * son pas de job, et une partition en echec se relance seule
      * sur son propre point de reprise. La liste des partitions
      * (CALCPART.DAT, copybook CALCPARL) suit l'avancement : la
      * partition passe au statut C au lancement, puis T en fin de
      * passage avec la date de calcul et son compte de suspens ;
      * une partition deja traitee (T) ou fusionnee (F) n'est pas
      * recalculee et le passage rend 0. CALCFUSN reunit ensuite
      * resultats, rejets et journaux des partitions.
      *
      * Point de reprise : le nombre d'enregistrements traites avec
      * succes est enregistre tous les WS-INTERVALLE-CKPT
      * enregistrements dans CALCCKPT.<service>.DAT. A chaque point
      * de reprise, OUT-FILE est ferme puis rouvert (EXTEND) pour
      * forcer l'ecriture sur disque des resultats deja produits
      * avant que le point de reprise ne les declare traites. Si le
      * job est relance apres un abend, les enregistrements deja
      * traites sont sautes en entree et le fichier resultat est
      * complete (EXTEND) au lieu d'etre recree, pour ne pas perdre
      * le traitement deja effectue.
      *
      * Reconciliation : avant tout traitement, la structure des lots
      * (entete et fin apparies, identifiants concordants) et les
      * totaux de fin de lot (nombre de details et total de NOMBRE1
      * par lot) sont controles, puis le nombre total de details et le
      * total general de NOMBRE1 sont compares a la carte de controle
      * de la partition (CALCCTL.<service>.DAT, posee par CALCPART).
      * En cas d'ecart (fichier tronque ou altere), le job s'arrete
      * avant de produire le moindre RESULTAT exploitable en aval.
      * La remise entiere a deja ete reconciliee contre CALCCTL.DAT
      * par CALCPART avant decoupage.
      *
      * Registre des lots traites : chaque lot arrive a son terme est
      * inscrit au registre indexe CALCLOTR.DAT (cle : identifiant de
      * lot et date metier). La passe de reconciliation refuse, avant
      * tout RESULTAT, un lot deja present au registre (remise
      * resoumise ou CALCTRAN.DAT relance apres incident) ; le lot
      * en double dans la remise elle-meme est refuse par CALCPART,
      * qui voit la remise entiere : le double chargement silencieux
      * du maitre sous la meme cle devient impossible. Un
      * retraitement delibere passe par la maintenance superviseur
      * CALCLRMT, qui retire l'entree du registre avant la relance.
      * A la reprise sur point de reprise, seuls les lots inscrits a
      * la date de passage du jour (donc par le passage interrompu)
      * sont toleres ; une entree plus ancienne reste refusee comme
      * doublon.
      * L'inscription conserve le service emetteur du lot et ses
      * comptes (details, rejets, total de NOMBRE1) : le lien lot-
      * service survit ainsi au passage et alimente le releve
      *
      * Rejets : les transactions en erreur (operation non reconnue,
      * division par zero, depassement de capacite) ne sont plus
      * ecrites dans le fichier resultat mais dans un fichier de
      * rejets (copybook CALCREJ) avec leur numero de sequence
      * en entree et un motif, pour correction puis recyclage par
      * CALCRCYC. Un bilan des rejets est affiche en fin de job.
      *
      * Journal d'audit : chaque calcul du lot (reussi ou rejete) est
      * journalise dans le journal de la partition, verse dans
      * CALCLOG.DAT par CALCFUSN, comme les calculs interactifs de
      * CALCULATRICE, avec l'origine B (batch) et un identifiant de
      * passage construit au lancement, pour que le releve quotidien
      * (CALCRPT) reconcilie enfin le volume reellement traite.
      *
      * Taux : une transaction porteuse d'un code taux (CALC-TAUX-CODE
      * non blanc) n'utilise pas le NOMBRE2 saisi en amont : le taux
      * en vigueur a la date de calcul est recherche dans la copie
      * indexee des taux CALCTAUI.DAT (copybook CALCTAUI, cle code et
      * date d'effet, reconstruite par CALCPART a partir de
      * CALCTAUX.DAT) : ligne du code la plus recente dont la date
      * d'effet est atteinte, lue par cle sans table en memoire ni
      * plafond de lignes, et appliquee a NOMBRE1 (multiplication ou
      * division, a la precision du fichier des taux) ; NOMBRE2
      * recoit le taux applique a titre de trace. Code inconnu
      * (motif TX) ou sans date d'effet atteinte (motif TE) :
      * transaction rejetee.
      *
      * Statistiques de passage : un enregistrement CALCSTAT (debut
      * et fin de passage, enregistrements lus, ecrits, rejetes, code
      * des clotures de journee (CALCCLOS.DAT, ecrit par CALCCLOS),
      * le traitement est refuse avant toute ecriture - plus aucune
      * journalisation dans une journee deja equilibree et close.
      *
      * Details suspects : avant son calcul, chaque detail est
      * confronte a l'historique glissant des details calcules
      * (CALCHIST.DAT, copybook CALCHIST, cle service et valeurs du
      * detail) et a la fourchette habituelle des montants du
      * service (SERV-MONTANT-MIN et SERV-MONTANT-MAX de
      * CALCSERV.DAT, zero = borne non controlee). Un detail deja vu
      * pour le meme service sous un autre lot (ou un autre passage)
      * depuis moins de WS-FENETRE-DOUBLON jours (motif DP), ou dont
      * la valeur absolue de NOMBRE1 sort de la fourchette (motif
      * MA), n'est ni calcule ni journalise : il est depose dans le
      * fichier des suspens CALCSUSP.DAT (copybook CALCSUSP) avec
      * son motif, pour examen par le superviseur dans CALCSUSR.
      * Les details d'un lot de liberation (ENT-LOT-LIBERATION,
      * suspens liberes reinjectes par CALCEDIT) ne sont pas
      * recontroles. Chaque detail calcule rafraichit l'historique,
      * purge au debut du passage des entrees sorties de la fenetre.
      * Les suspens figurent au bilan par lot et au registre des
      * lots (LOTR-NB-SUSPENS) : un lot equilibre quand details =
      * resultats + rejets + suspens, et CALCCLOS en tient compte.
      *
      * Grand livre des rejets : chaque rejet ecrit au fichier des
      * rejets (qui porte desormais la date de passage, REJ-DATE-RUN)
      * est aussi inscrit, au statut ouvert, dans le grand livre
      * permanent CALCRJL.DAT (copybook CALCRJL, cle date de
      * passage, lot et sequence) avec le service du lot et la date
      * metier. Le grand livre survit aux passages suivants : il
      * suit le rejet jusqu'a son recyclage (CALCRCYC) ou son
      * abandon par un superviseur (CALCRJMT) et alimente l'etat
      * d'anciennete des rejets ouverts (CALCRJAG).
      *
      * Suivi des lots : a l'inscription au registre, chaque lot est
      * porte calcule au fichier de suivi CALCSUIV.DAT
      * (sous-programme commun CALCSUIW) avec la date de passage et
      * ses comptes de details, de rejets et de suspens ; l'etape
      * reconcilie y est portee par CALCPART.
      * Resultats et rejets portent le service de la partition
      * (RES-SERVICE, REJ-SERVICE) pour la ventilation des retours.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN USING WS-NOM-TRANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT OUT-FILE ASSIGN USING WS-NOM-RESULTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING WS-NOM-CKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN USING WS-NOM-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN USING WS-NOM-REJET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT LOG-FILE ASSIGN USING WS-NOM-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT TAUXI-FILE ASSIGN TO "CALCTAUI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-CLE
               FILE STATUS IS WS-TAUX-FILE-STATUS.
           SELECT PARTITION-FILE ASSIGN TO "CALCPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-SERVICE
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT COMPTEUR-FILE ASSIGN TO "CALCCPTJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLOS-DATE
               FILE STATUS IS WS-CLOS-FILE-STATUS.
           SELECT SERV-FILE ASSIGN TO "CALCSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SERV-CODE
               FILE STATUS IS WS-SERV-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLE
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUSP-CLE
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT RJL-FILE ASSIGN TO "CALCRJL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RJL-CLE
               FILE STATUS IS WS-RJL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       COPY CALCLOG.

       FD  TAUXI-FILE.
       COPY CALCTAUI.

       FD  PARTITION-FILE.
       COPY CALCPARL.

       FD  COMPTEUR-FILE.
       COPY CALCCPTJ.
       FD  CLOTURE-FILE.
       COPY CALCCLOJ.

       FD  SERV-FILE.
       COPY CALCSERV.

       FD  HIST-FILE.
       COPY CALCHIST.

       FD  SUSP-FILE.
       COPY CALCSUSP.

       FD  RJL-FILE.
       COPY CALCRJL.

       WORKING-STORAGE SECTION.
       COPY CALCREC.
       01  WS-FIN-FICHIER       PIC X VALUE "N".
       01  WS-TOTAL-LOT         PIC S9(9)V99 VALUE 0
                                 SIGN IS LEADING SEPARATE.
       01  WS-DATE-PASSAGE      PIC 9(8).
       01  WS-NB-LOTS           PIC 9(7) VALUE 0.
       01  WS-TAUX-FILE-STATUS  PIC X(2).
           88  WS-TAUX-STATUT-OK      VALUE "00".
           88  WS-TAUX-FICHIER-ABSENT VALUE "35".
       01  WS-PART-FILE-STATUS  PIC X(2).
           88  WS-PART-STATUT-OK      VALUE "00".
           88  WS-PART-INTROUVABLE    VALUE "23".
           88  WS-PART-FICHIER-ABSENT VALUE "35".
       01  WS-SERVICE-PARTITION PIC X(10).
       01  WS-NOM-TRANS         PIC X(24).
       01  WS-NOM-RESULTAT      PIC X(24).
       01  WS-NOM-CKPT          PIC X(24).
       01  WS-NOM-CTL           PIC X(24).
       01  WS-NOM-REJET         PIC X(24).
       01  WS-NOM-JOURNAL       PIC X(24).
       01  WS-CPTJ-FILE-STATUS  PIC X(2).
           88  WS-CPTJ-STATUT-OK      VALUE "00".
           88  WS-CPTJ-INTROUVABLE    VALUE "23".
           88  WS-CLOS-STATUT-OK      VALUE "00".
           88  WS-CLOS-INTROUVABLE    VALUE "23".
           88  WS-CLOS-FICHIER-ABSENT VALUE "35".
       01  WS-FIN-TAUX-SW       PIC X VALUE "N".
           88  WS-FIN-TAUX            VALUE "O".
       01  WS-TAUX-SW           PIC X VALUE "N".
           88  WS-TAUX-ABSENTS        VALUE "O".
       01  WS-DATE-CALCUL       PIC 9(8).
       01  WS-TAUX-APPLIQUE     PIC 9(3)V9(6).
       01  WS-DATE-RETENUE      PIC 9(8).
       01  WS-RECONCILIATION-SW PIC X VALUE "O".
           88  WS-RECONCILIATION-OK   VALUE "O".
       01  WS-NB-RESULTATS      PIC 9(7) VALUE 0.
       01  WS-SERV-FILE-STATUS  PIC X(2).
           88  WS-SERV-STATUT-OK      VALUE "00".
           88  WS-SERV-INTROUVABLE    VALUE "23".
           88  WS-SERV-FICHIER-ABSENT VALUE "35".
       01  WS-HIST-FILE-STATUS  PIC X(2).
           88  WS-HIST-STATUT-OK      VALUE "00".
           88  WS-HIST-INTROUVABLE    VALUE "23".
           88  WS-HIST-FICHIER-ABSENT VALUE "35".
       01  WS-SUSP-FILE-STATUS  PIC X(2).
           88  WS-SUSP-STATUT-OK      VALUE "00".
           88  WS-SUSP-CLE-EXISTANTE  VALUE "22".
           88  WS-SUSP-INTROUVABLE    VALUE "23".
           88  WS-SUSP-FICHIER-ABSENT VALUE "35".
       01  WS-RJL-FILE-STATUS   PIC X(2).
           88  WS-RJL-STATUT-OK       VALUE "00".
           88  WS-RJL-CLE-EXISTANTE   VALUE "22".
           88  WS-RJL-FICHIER-ABSENT  VALUE "35".
       01  WS-SERVICES-SW       PIC X VALUE "N".
           88  WS-SERVICES-ABSENTS    VALUE "O".
       01  WS-FIN-HIST-SW       PIC X VALUE "N".
           88  WS-FIN-HIST            VALUE "O".
       01  WS-LOT-LIBERATION-SW PIC X VALUE "N".
           88  WS-LOT-LIBERATION      VALUE "O".
       01  WS-SERVICE-COURANT   PIC X(10).
       01  WS-MONTANT-MIN       PIC 9(7)V99 VALUE 0.
       01  WS-MONTANT-MAX       PIC 9(7)V99 VALUE 0.
       01  WS-MONTANT-ABSOLU    PIC 9(7)V99.
       01  WS-FENETRE-DOUBLON   PIC 9(3) VALUE 5.
       01  WS-ECART-JOURS       PIC S9(7).
       01  WS-CLE-HISTORIQUE    PIC X(37).
       01  WS-MOTIF-SUSPENS     PIC X(2).
           88  WS-DETAIL-SAIN         VALUE SPACES.
       01  WS-LOT-ANTERIEUR     PIC X(8).
       01  WS-DATE-ANTERIEURE   PIC 9(8).
       01  WS-NB-SUSPENS        PIC 9(7) VALUE 0.
       01  WS-NB-SUSPENS-LOT    PIC 9(7) VALUE 0.
       01  WS-NB-PURGES         PIC 9(7) VALUE 0.
       COPY CALCSUIP.
       COPY CALCSTAT.

       LINKAGE SECTION.
       COPY CALCPARM.

       PROCEDURE DIVISION USING PARM-PARTITION.
       TRAITEMENT-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO STAT-DATE-DEBUT
           MOVE WS-DATE-HEURE-DATE TO WS-DATE-PASSAGE
           MOVE WS-DATE-HEURE-DATE TO WS-DATE-CALCUL

           PERFORM NOMMER-FICHIERS-PARTITION
           PERFORM CONTROLER-JOURNEE-CLOSE
           PERFORM PRENDRE-PARTITION
           PERFORM LIRE-POINT-REPRISE
           PERFORM OUVRIR-REGISTRE-LOTS
           PERFORM VERIFIER-TOTAUX-CONTROLE
           END-IF

           MOVE "N" TO WS-FIN-FICHIER
           PERFORM OUVRIR-TAUX
           PERFORM OUVRIR-FICHIERS
           PERFORM SAUTER-ENR-DEJA-TRAITES

           CLOSE LOG-FILE
           CLOSE COMPTEUR-FILE
           CLOSE REGISTRE-FILE
           CLOSE HIST-FILE
           CLOSE SUSP-FILE
           CLOSE RJL-FILE
           IF NOT WS-SERVICES-ABSENTS
               CLOSE SERV-FILE
           END-IF
           IF NOT WS-TAUX-ABSENTS
               CLOSE TAUXI-FILE
           END-IF
           PERFORM TERMINER-PARTITION
           PERFORM ECRIRE-STATISTIQUES
           GOBACK.

       NOMMER-FICHIERS-PARTITION.
           MOVE SPACES TO WS-SERVICE-PARTITION
           IF PARM-LONGUEUR > 0 AND PARM-LONGUEUR <= 10
               MOVE PARM-SERVICE(1:PARM-LONGUEUR)
                   TO WS-SERVICE-PARTITION
           END-IF
           IF WS-SERVICE-PARTITION = SPACES
               DISPLAY "PARTITION NON DESIGNEE : le service de la "
                   "partition est attendu en parametre (CALCPART.DAT)"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           MOVE SPACES TO WS-NOM-TRANS
           STRING "CALCTRAN." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-TRANS
           MOVE SPACES TO WS-NOM-RESULTAT
           STRING "CALCRES." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-RESULTAT
           MOVE SPACES TO WS-NOM-CKPT
           STRING "CALCCKPT." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-CKPT
           MOVE SPACES TO WS-NOM-CTL
           STRING "CALCCTL." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-CTL
           MOVE SPACES TO WS-NOM-REJET
           STRING "CALCREJ." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-REJET
           MOVE SPACES TO WS-NOM-JOURNAL
           STRING "CALCLOG." DELIMITED BY SIZE
               WS-SERVICE-PARTITION DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-JOURNAL
           DISPLAY "CALCBTCH PARTITION " WS-SERVICE-PARTITION.

       PRENDRE-PARTITION.
           PERFORM LIRE-PARTITION
           IF PART-TRAITEE OR PART-FUSIONNEE
               DISPLAY "PARTITION " WS-SERVICE-PARTITION
                   " DEJA TRAITEE LE " PART-DATE-CALCUL
                   " (statut " PART-STATUT "), pas de recalcul"
               CLOSE PARTITION-FILE
               MOVE 0 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           SET PART-EN-COURS TO TRUE
           PERFORM REECRIRE-PARTITION.

       TERMINER-PARTITION.
           PERFORM LIRE-PARTITION
           SET PART-TRAITEE TO TRUE
           MOVE WS-DATE-PASSAGE TO PART-DATE-CALCUL
           MOVE WS-NB-SUSPENS TO PART-NB-SUSPENS
           PERFORM REECRIRE-PARTITION.

       LIRE-PARTITION.
           OPEN I-O PARTITION-FILE
           IF WS-PART-FICHIER-ABSENT
               DISPLAY "LISTE DES PARTITIONS ABSENTE : CALCPART.DAT "
                   "introuvable (decoupage CALCPART non passe)"
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           IF NOT WS-PART-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCPART.DAT, CODE "
                   WS-PART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           MOVE WS-SERVICE-PARTITION TO PART-SERVICE
           READ PARTITION-FILE
           IF NOT WS-PART-STATUT-OK
               IF WS-PART-INTROUVABLE
                   DISPLAY "PARTITION INCONNUE : "
                       WS-SERVICE-PARTITION
                       " absente de CALCPART.DAT"
               ELSE
                   DISPLAY "ERREUR LECTURE CALCPART.DAT, CODE "
                       WS-PART-FILE-STATUS
               END-IF
               CLOSE PARTITION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF.

       REECRIRE-PARTITION.
           REWRITE PART-RECORD
           IF NOT WS-PART-STATUT-OK
               DISPLAY "ERREUR REECRITURE CALCPART.DAT, CODE "
                   WS-PART-FILE-STATUS
               CLOSE PARTITION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM ECRIRE-STATISTIQUES
               GOBACK
           END-IF
           CLOSE PARTITION-FILE.

       VERIFIER-TOTAUX-CONTROLE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FICHIER-ABSENT
               DISPLAY "CARTE DE CONTROLE ABSENTE : "
                   WS-NOM-CTL " introuvable"
               MOVE "N" TO WS-RECONCILIATION-SW
           ELSE
               READ CONTROL-FILE
                   AT END
                       DISPLAY "CARTE DE CONTROLE VIDE : "
                           WS-NOM-CTL " sans enregistrement"
                       MOVE "N" TO WS-RECONCILIATION-SW
               END-READ
               CLOSE CONTROL-FILE
                   OPEN INPUT TRANS-FILE
                   IF WS-TRANS-FICHIER-ABSENT
                       DISPLAY "FICHIER DE TRANSACTIONS ABSENT : "
                           WS-NOM-TRANS " introuvable"
                       MOVE "N" TO WS-RECONCILIATION-SW
                   ELSE
                       PERFORM UNTIL WS-FIN-TRANS
           END-IF.

       CONTROLER-LOT-AU-REGISTRE.
           MOVE ENT-ID-LOT TO LOTR-ID-LOT
           MOVE ENT-DATE-METIER TO LOTR-DATE-METIER
           READ REGISTRE-FILE
           MOVE WS-ID-LOT-COURANT TO LOTR-ID-LOT
           MOVE WS-DATE-CALCUL TO LOTR-DATE-METIER
           MOVE WS-DATE-PASSAGE TO LOTR-DATE-PASSAGE
           MOVE WS-SERVICE-COURANT TO LOTR-SERVICE
           MOVE WS-NB-DETAILS-LOT TO LOTR-NB-DETAILS
           MOVE WS-NB-REJETS-LOT TO LOTR-NB-REJETS
           MOVE WS-TOTAL-LOT TO LOTR-TOTAL-NOMBRE1
           MOVE WS-NB-SUSPENS-LOT TO LOTR-NB-SUSPENS
           WRITE LOTR-RECORD
               INVALID KEY
                   REWRITE LOTR-RECORD
                   WS-LOTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET SUIW-ETAPE-CALCULE TO TRUE
           MOVE LOTR-ID-LOT TO SUIW-ID-LOT
           MOVE LOTR-DATE-METIER TO SUIW-DATE-METIER
           MOVE LOTR-DATE-PASSAGE TO SUIW-DATE-PASSAGE
           MOVE LOTR-SERVICE TO SUIW-SERVICE
           MOVE LOTR-NB-DETAILS TO SUIW-NB-DETAILS
           MOVE LOTR-NB-REJETS TO SUIW-NB-REJETS
           MOVE LOTR-NB-SUSPENS TO SUIW-NB-SUSPENS
           MOVE SPACES TO SUIW-LIBELLE
           CALL "CALCSUIW" USING SUIW-PARAMETRES.

       LIRE-POINT-REPRISE.
           OPEN INPUT CHECKPOINT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF NOT WS-OUT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-RESULTAT ", CODE "
                   WS-OUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-REJ-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-REJET ", CODE "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
               OPEN OUTPUT LOG-FILE
           END-IF
           IF NOT WS-LOG-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-JOURNAL ", CODE "
                   WS-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
                   WS-CPTJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SERV-FILE
           IF WS-SERV-FICHIER-ABSENT
               SET WS-SERVICES-ABSENTS TO TRUE
               DISPLAY "FICHIER DES SERVICES ABSENT : CALCSERV.DAT "
                   "introuvable, montants non controles"
           ELSE
               IF NOT WS-SERV-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCSERV.DAT, CODE "
                       WS-SERV-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HIST-FICHIER-ABSENT
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF NOT WS-HIST-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCHIST.DAT, CODE "
                   WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PURGER-HISTORIQUE
           OPEN I-O SUSP-FILE
           IF WS-SUSP-FICHIER-ABSENT
               OPEN OUTPUT SUSP-FILE
               CLOSE SUSP-FILE
               OPEN I-O SUSP-FILE
           END-IF
           IF NOT WS-SUSP-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCSUSP.DAT, CODE "
                   WS-SUSP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O RJL-FILE
           IF WS-RJL-FICHIER-ABSENT
               OPEN OUTPUT RJL-FILE
               CLOSE RJL-FILE
               OPEN I-O RJL-FILE
           END-IF
           IF NOT WS-RJL-STATUT-OK
               DISPLAY "ERREUR OUVERTURE CALCRJL.DAT, CODE "
                   WS-RJL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       PURGER-HISTORIQUE.
           PERFORM UNTIL WS-FIN-HIST
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-HIST TO TRUE
                   NOT AT END
                       COMPUTE WS-ECART-JOURS =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-PASSAGE)
                           - FUNCTION INTEGER-OF-DATE
                               (HIST-DATE-PASSAGE)
                       IF WS-ECART-JOURS > WS-FENETRE-DOUBLON
                           DELETE HIST-FILE RECORD
                           IF NOT WS-HIST-STATUT-OK
                               DISPLAY "ERREUR SUPPRESSION "
                                   "CALCHIST.DAT, CODE "
                                   WS-HIST-FILE-STATUS
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-NB-PURGES
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLER-JOURNEE-CLOSE.
           OPEN INPUT CLOTURE-FILE
           IF WS-CLOS-FICHIER-ABSENT
               CLOSE CLOTURE-FILE
           END-IF.

       OUVRIR-TAUX.
           OPEN INPUT TAUXI-FILE
           IF WS-TAUX-FICHIER-ABSENT
               SET WS-TAUX-ABSENTS TO TRUE
               DISPLAY "COPIE INDEXEE DES TAUX ABSENTE : CALCTAUI.DAT "
                   "introuvable, toute transaction a code taux "
                   "sera rejetee"
           ELSE
               IF NOT WS-TAUX-STATUT-OK
                   DISPLAY "ERREUR OUVERTURE CALCTAUI.DAT, CODE "
                       WS-TAUX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       SAUTER-ENR-DEJA-TRAITES.
                               MOVE DET-DONNEES TO CALC-RECORD
                               ADD NOMBRE1 OF CALC-RECORD
                                   TO WS-TOTAL-LOT
                               PERFORM RECOMPTER-SUSPENS
                           WHEN FIN-TYPE-FIN
                               PERFORM CLORE-LOT
                       END-EVALUATE
           END-PERFORM
           MOVE WS-POINT-REPRISE TO WS-NB-ENR-TRAITES.

       RECOMPTER-SUSPENS.
           MOVE WS-DATE-PASSAGE TO SUSP-DATE-PASSAGE
           MOVE WS-ID-LOT-COURANT TO SUSP-LOT
           MOVE WS-NB-DETAILS-LOT TO SUSP-SEQUENCE
           READ SUSP-FILE
           EVALUATE TRUE
               WHEN WS-SUSP-STATUT-OK
                   ADD 1 TO WS-NB-SUSPENS
                   ADD 1 TO WS-NB-SUSPENS-LOT
               WHEN WS-SUSP-INTROUVABLE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERREUR LECTURE CALCSUSP.DAT, CODE "
                       WS-SUSP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       TRAITER-UN-ENREGISTREMENT.
           EVALUATE TRUE
               WHEN ENT-TYPE-ENTETE
                   PERFORM OUVRIR-LOT
               WHEN DET-TYPE-DETAIL
                   MOVE DET-DONNEES TO CALC-RECORD
                   ADD 1 TO WS-NB-DETAILS-LOT
                   ADD NOMBRE1 OF CALC-RECORD TO WS-TOTAL-LOT
                   MOVE WS-NB-DETAILS-LOT TO WS-NUM-ENR-COURANT
                   PERFORM CONTROLER-SUSPICION
                   IF WS-DETAIL-SAIN
                       PERFORM CALCULER-UNE-LIGNE
                       IF REJ-AUCUN
                           PERFORM ECRIRE-RESULTAT
                           IF NOT WS-OUT-STATUT-OK
                               DISPLAY "ERREUR ECRITURE "
                                   WS-NOM-RESULTAT ", CODE "
                                   WS-OUT-FILE-STATUS
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           PERFORM MAJ-HISTORIQUE
                       ELSE
                           PERFORM ECRIRE-REJET
                       END-IF
                       PERFORM JOURNALISER-CALCUL
                   ELSE
                       PERFORM METTRE-EN-SUSPENS
                   END-IF
               WHEN FIN-TYPE-FIN
                   PERFORM CLORE-LOT
                   PERFORM ENREGISTRER-LOT-TRAITE
           MOVE ENT-DATE-METIER TO WS-DATE-CALCUL
           MOVE 0 TO WS-NB-DETAILS-LOT
           MOVE 0 TO WS-NB-REJETS-LOT
           MOVE 0 TO WS-NB-SUSPENS-LOT
           MOVE 0 TO WS-TOTAL-LOT
           MOVE ENT-SERVICE TO WS-SERVICE-COURANT
           IF ENT-LOT-LIBERATION
               SET WS-LOT-LIBERATION TO TRUE
           ELSE
               MOVE "N" TO WS-LOT-LIBERATION-SW
           END-IF
           PERFORM CHERCHER-FOURCHETTE-SERVICE
           ADD 1 TO WS-NB-LOTS.

       CHERCHER-FOURCHETTE-SERVICE.
           MOVE 0 TO WS-MONTANT-MIN
           MOVE 0 TO WS-MONTANT-MAX
           IF NOT WS-SERVICES-ABSENTS
               MOVE ENT-SERVICE TO SERV-CODE
               READ SERV-FILE
               EVALUATE TRUE
                   WHEN WS-SERV-STATUT-OK
                       MOVE SERV-MONTANT-MIN TO WS-MONTANT-MIN
                       MOVE SERV-MONTANT-MAX TO WS-MONTANT-MAX
                   WHEN WS-SERV-INTROUVABLE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERREUR LECTURE CALCSERV.DAT, CODE "
                           WS-SERV-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.

      *    bilan du lot affiche a sa cloture, au fil du passage
       CLORE-LOT.
           MOVE "N" TO WS-LOT-OUVERT-SW
           DISPLAY "  Lot " WS-ID-LOT-COURANT
               " service " WS-SERVICE-COURANT
               " : " WS-NB-DETAILS-LOT
               " detail(s), " WS-NB-REJETS-LOT
               " rejet(s), " WS-NB-SUSPENS-LOT
               " suspens".

       ECRIRE-POINT-REPRISE.
           CLOSE OUT-FILE
           CLOSE LOG-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           IF NOT WS-CKPT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-CKPT ", CODE "
                   WS-CKPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           SET CKPT-EN-COURS TO TRUE
           WRITE CHECKPOINT-RECORD
           IF NOT WS-CKPT-STATUT-OK
               DISPLAY "ERREUR ECRITURE " WS-NOM-CKPT ", CODE "
                   WS-CKPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           CLOSE CHECKPOINT-FILE
           OPEN EXTEND OUT-FILE
           IF NOT WS-OUT-STATUT-OK
               DISPLAY "ERREUR REOUVERTURE " WS-NOM-RESULTAT ", CODE "
                   WS-OUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND REJECT-FILE
           IF NOT WS-REJ-STATUT-OK
               DISPLAY "ERREUR REOUVERTURE " WS-NOM-REJET ", CODE "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND LOG-FILE
           IF NOT WS-LOG-STATUT-OK
               DISPLAY "ERREUR REOUVERTURE " WS-NOM-JOURNAL ", CODE "
                   WS-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           CLOSE LOG-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           IF NOT WS-CKPT-STATUT-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-CKPT ", CODE "
                   WS-CKPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           SET CKPT-TERMINE TO TRUE
           WRITE CHECKPOINT-RECORD
           IF NOT WS-CKPT-STATUT-OK
               DISPLAY "ERREUR ECRITURE " WS-NOM-CKPT ", CODE "
                   WS-CKPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           CLOSE CHECKPOINT-FILE
           OPEN EXTEND OUT-FILE
           IF NOT WS-OUT-STATUT-OK
               DISPLAY "ERREUR REOUVERTURE " WS-NOM-RESULTAT ", CODE "
                   WS-OUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND REJECT-FILE
           IF NOT WS-REJ-STATUT-OK
               DISPLAY "ERREUR REOUVERTURE " WS-NOM-REJET ", CODE "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND LOG-FILE
           IF NOT WS-LOG-STATUT-OK
               DISPLAY "ERREUR REOUVERTURE " WS-NOM-JOURNAL ", CODE "
                   WS-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       CONTROLER-SUSPICION.
           MOVE SPACES TO WS-MOTIF-SUSPENS
           MOVE WS-SERVICE-COURANT TO HIST-SERVICE
           MOVE NOMBRE1 OF CALC-RECORD TO HIST-NOMBRE1
           MOVE OPERATION OF CALC-RECORD TO HIST-OPERATION
           MOVE NOMBRE2 OF CALC-RECORD TO HIST-NOMBRE2
           MOVE CALC-TAUX-CODE OF CALC-RECORD TO HIST-TAUX-CODE
           MOVE HIST-CLE TO WS-CLE-HISTORIQUE
           IF NOT WS-LOT-LIBERATION
               PERFORM CONTROLER-DOUBLON
               IF WS-DETAIL-SAIN
                   PERFORM CONTROLER-MONTANT
               END-IF
           END-IF.

       CONTROLER-DOUBLON.
           READ HIST-FILE
           EVALUATE TRUE
               WHEN WS-HIST-STATUT-OK
                   COMPUTE WS-ECART-JOURS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-PASSAGE)
                       - FUNCTION INTEGER-OF-DATE(HIST-DATE-PASSAGE)
                   IF WS-ECART-JOURS <= WS-FENETRE-DOUBLON
                       AND (HIST-LOT NOT = WS-ID-LOT-COURANT
                       OR HIST-DATE-PASSAGE NOT = WS-DATE-PASSAGE)
                       MOVE "DP" TO WS-MOTIF-SUSPENS
                       MOVE HIST-LOT TO WS-LOT-ANTERIEUR
                       MOVE HIST-DATE-PASSAGE TO WS-DATE-ANTERIEURE
                   END-IF
               WHEN WS-HIST-INTROUVABLE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERREUR LECTURE CALCHIST.DAT, CODE "
                       WS-HIST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       CONTROLER-MONTANT.
           MOVE FUNCTION ABS(NOMBRE1 OF CALC-RECORD)
               TO WS-MONTANT-ABSOLU
           IF (WS-MONTANT-MIN > 0
               AND WS-MONTANT-ABSOLU < WS-MONTANT-MIN)
               OR (WS-MONTANT-MAX > 0
               AND WS-MONTANT-ABSOLU > WS-MONTANT-MAX)
               MOVE "MA" TO WS-MOTIF-SUSPENS
               MOVE SPACES TO WS-LOT-ANTERIEUR
               MOVE 0 TO WS-DATE-ANTERIEURE
           END-IF.

       METTRE-EN-SUSPENS.
           MOVE WS-DATE-PASSAGE TO SUSP-DATE-PASSAGE
           MOVE WS-ID-LOT-COURANT TO SUSP-LOT
           MOVE WS-NUM-ENR-COURANT TO SUSP-SEQUENCE
           MOVE WS-SERVICE-COURANT TO SUSP-SERVICE
           MOVE WS-DATE-CALCUL TO SUSP-DATE-METIER
           MOVE WS-MOTIF-SUSPENS TO SUSP-MOTIF
           SET SUSP-EN-SUSPENS TO TRUE
           MOVE WS-LOT-ANTERIEUR TO SUSP-LOT-ANTERIEUR
           MOVE WS-DATE-ANTERIEURE TO SUSP-DATE-ANTERIEURE
           MOVE CALC-RECORD TO SUSP-DONNEES
           MOVE SPACES TO SUSP-SUPERVISEUR
           MOVE 0 TO SUSP-DATE-DECISION
           MOVE SPACES TO SUSP-MOTIF-DECISION
           MOVE SPACES TO SUSP-LOT-REINJECTION
           MOVE 0 TO SUSP-DATE-REINJECTION
           WRITE SUSP-RECORD
      *    cle deja presente : suspens depose par le passage
      *    interrompu du jour, rejoue a la reprise
           IF NOT WS-SUSP-STATUT-OK
               AND NOT WS-SUSP-CLE-EXISTANTE
               DISPLAY "ERREUR ECRITURE CALCSUSP.DAT, CODE "
                   WS-SUSP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Detail mis en suspens, motif " WS-MOTIF-SUSPENS
               ", lot " WS-ID-LOT-COURANT " detail numero "
               WS-NUM-ENR-COURANT
           ADD 1 TO WS-NB-SUSPENS
           ADD 1 TO WS-NB-SUSPENS-LOT.

       MAJ-HISTORIQUE.
           MOVE WS-CLE-HISTORIQUE TO HIST-CLE
           MOVE WS-DATE-PASSAGE TO HIST-DATE-PASSAGE
           MOVE WS-ID-LOT-COURANT TO HIST-LOT
           MOVE WS-NUM-ENR-COURANT TO HIST-SEQUENCE
           WRITE HIST-RECORD
               INVALID KEY
                   REWRITE HIST-RECORD
           END-WRITE
           IF NOT WS-HIST-STATUT-OK
               DISPLAY "ERREUR ECRITURE CALCHIST.DAT, CODE "
                   WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       CALCULER-UNE-LIGNE.
           MOVE SPACES TO REJ-MOTIF
           IF CALC-TAUX-CODE OF CALC-RECORD NOT = SPACES
               PERFORM APPLIQUER-TAUX
               SET CALC-ERREUR OF CALC-RECORD TO TRUE
           END-IF.

      *    lignes du code lues par cle dans l'ordre des dates d'effet :
      *    la derniere atteinte a la date de calcul est retenue
       CHERCHER-TAUX.
           MOVE "N" TO WS-CODE-EXISTE-SW
           MOVE "N" TO WS-TAUX-TROUVE-SW
           MOVE 0 TO WS-DATE-RETENUE
           MOVE "N" TO WS-FIN-TAUX-SW
           IF WS-TAUX-ABSENTS
               SET WS-FIN-TAUX TO TRUE
           ELSE
               MOVE CALC-TAUX-CODE OF CALC-RECORD TO TXI-CODE
               MOVE 0 TO TXI-DATE-EFFET
               START TAUXI-FILE KEY IS NOT LESS THAN TXI-CLE
                   INVALID KEY
                       SET WS-FIN-TAUX TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-FIN-TAUX
               READ TAUXI-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-TAUX TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TXI-CODE
                               NOT = CALC-TAUX-CODE OF CALC-RECORD
                               SET WS-FIN-TAUX TO TRUE
                           WHEN TXI-DATE-EFFET > WS-DATE-CALCUL
                               SET WS-CODE-EXISTE TO TRUE
                               SET WS-FIN-TAUX TO TRUE
                           WHEN OTHER
                               SET WS-CODE-EXISTE TO TRUE
                               MOVE TXI-VALEUR TO WS-TAUX-APPLIQUE
                               MOVE TXI-DATE-EFFET TO WS-DATE-RETENUE
                               SET WS-TAUX-TROUVE TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF NOT WS-CODE-EXISTE
               SET REJ-TAUX-INCONNU TO TRUE
           MOVE WS-ID-LOT-COURANT TO RES-LOT
           MOVE WS-NUM-ENR-COURANT TO RES-SEQUENCE
           MOVE CALC-RECORD TO RES-DONNEES
           MOVE WS-SERVICE-PARTITION TO RES-SERVICE
           WRITE RES-RECORD
           ADD 1 TO WS-NB-RESULTATS.

           MOVE WS-NUM-ENR-COURANT TO REJ-NUM-ENTREE
           MOVE WS-ID-LOT-COURANT TO REJ-LOT
           MOVE CALC-RECORD TO REJ-DONNEES
           MOVE WS-DATE-PASSAGE TO REJ-DATE-RUN
           MOVE WS-SERVICE-PARTITION TO REJ-SERVICE
           DISPLAY "Enregistrement rejete, motif " REJ-MOTIF
               ", lot " WS-ID-LOT-COURANT " detail numero "
               WS-NUM-ENR-COURANT
           WRITE REJET-RECORD
           IF NOT WS-REJ-STATUT-OK
               DISPLAY "ERREUR ECRITURE " WS-NOM-REJET ", CODE "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM INSCRIRE-GRAND-LIVRE
           ADD 1 TO WS-NB-REJETS
           ADD 1 TO WS-NB-REJETS-LOT.

       INSCRIRE-GRAND-LIVRE.
           MOVE WS-DATE-PASSAGE TO RJL-DATE-RUN
           MOVE WS-ID-LOT-COURANT TO RJL-LOT
           MOVE WS-NUM-ENR-COURANT TO RJL-SEQUENCE
           MOVE WS-SERVICE-COURANT TO RJL-SERVICE
           MOVE WS-DATE-CALCUL TO RJL-DATE-METIER
           MOVE REJ-MOTIF TO RJL-MOTIF
           SET RJL-OUVERT TO TRUE
           MOVE REJ-DONNEES TO RJL-DONNEES
           MOVE 0 TO RJL-DATE-RECYCLAGE
           MOVE SPACES TO RJL-SUPERVISEUR
           MOVE 0 TO RJL-DATE-ABANDON
           MOVE SPACES TO RJL-MOTIF-ABANDON
           MOVE 0 TO RJL-DATE-RESTITUTION
           WRITE RJL-RECORD
      *    cle deja presente : rejet inscrit par le passage
      *    interrompu du jour, rejoue a la reprise
           IF NOT WS-RJL-STATUT-OK
               AND NOT WS-RJL-CLE-EXISTANTE
               DISPLAY "ERREUR ECRITURE CALCRJL.DAT, CODE "
                   WS-RJL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       JOURNALISER-CALCUL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE-DATE TO LOG-DATE
           MOVE CALC-STATUT OF CALC-RECORD TO LOG-STATUT
           SET LOG-BATCH TO TRUE
           MOVE WS-ID-LOT-COURANT TO LOG-LOT
           MOVE CALC-TAUX-CODE OF CALC-RECORD TO LOG-TAUX-CODE
           MOVE WS-DATE-PASSAGE TO LOG-DATE-RUN
           WRITE LOG-RECORD
           IF NOT WS-LOG-STATUT-OK
               DISPLAY "ERREUR ECRITURE " WS-NOM-JOURNAL ", CODE "
                   WS-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       AFFICHER-BILAN.
           DISPLAY "CALCBTCH TERMINE, PARTITION " WS-SERVICE-PARTITION
           DISPLAY "  Enregistrements lus     : " WS-NB-ENR-TRAITES
           DISPLAY "  Lots traites            : " WS-NB-LOTS
           DISPLAY "  Enregistrements rejetes : " WS-NB-REJETS
               " (voir " WS-NOM-REJET ")"
           DISPLAY "  Details en suspens      : " WS-NB-SUSPENS
               " (voir CALCSUSR)"
           IF WS-NB-PURGES > 0
               DISPLAY "  Historique purge        : " WS-NB-PURGES
                   " entree(s) hors fenetre"
           END-IF.

       ECRIRE-STATISTIQUES.
           MOVE "CALCBTCH" TO STAT-PROGRAMME
