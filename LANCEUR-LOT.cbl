              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstVerifTele.

      *-- Verdict du controle qualite des donnees panel depose par
      *   STATITIC-TELE : RESULTAT-TELE.txt ne part que publiable ou
      *   avec avertissements (cf. VERIF-QUALITE-TELE).
       SELECT FIC-VERIF-QUALITE  ASSIGN  TO 'QUALITE-TELE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstVerifQualite.

      *-- Trailer de controle de la fusion, relu pour rapprocher le
      *   nombre d'ecritures annonce du contenu reel de FICSOR.txt
      *   (cf. VERIF-CONTROLE-FUSION). Un fichier de controle que
      *   PARAM-TELE.txt a la place des valeurs par defaut). Absent :
      *   chaine complete historique. Present : seules les etapes
      *   marquees O sont lancees, les controles par etape demeurent.
      *   Etapes de la cloture mensuelle : PAIEMENTS, RAPPROCHEMENT,
      *   RECYCLAGE, CLOTURE (cf. CHAINE-CLOTURE-MENSUELLE).
      *   Lignes FIC1 a FIC4 : conduite a tenir pour cet extrait s'il
      *   n'est pas livre a l'heure limite d'attente (cf.
      *   ATTENTE-EXTRAITS) - A abandon de la chaine, D mode degrade.
       SELECT FIC-PLAN  ASSIGN  TO 'PLAN-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstPlan.
      *   periode). Consulte au lancement pour regler la chaine de
      *   routine sans toucher au plan : pas de REMBOURSEMENT un
      *   ferie sans livraison de DECOMPTE.txt, ROTATION declenchee
      *   en fin de mois, chaine de cloture mensuelle le jour de
      *   cloture. PLAN-LOT.txt present = le plan commande et le
      *   calendrier ne s'applique pas (cf. LECTURE-CALENDRIER).
      *-- Extraits omis en mode degrade, remis a FUSION-FICHIER : une
      *   ligne 'FICENTn identifiant-d-execution' par extrait non
      *   livre a l'heure limite et dont le plan accepte l'absence.
      *   Recree a chaque pre-vol ; l'identifiant borne sa validite
      *   a l'execution qui l'a ecrit.
       SELECT FIC-OMIS  ASSIGN  TO 'EXTRAITS-OMIS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstOmis.

       SELECT FIC-CALENDRIER  ASSIGN  TO 'CALENDRIER-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstCalendrier.

      *-- Presence de ce fichier = execution en simulation : la chaine
      *   tourne sur une copie des fichiers de production prise au
      *   lancement dans le repertoire SIMULATION, ou vont toutes ses
      *   ecritures (cf. PREPARATION-SIMULATION). Consomme au
      *   lancement : une demande oubliee ne transforme pas la nuit
      *   suivante en simulation. Optionnel.
       SELECT FIC-SIMULATION  ASSIGN  TO 'SIMULATION-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstSimulation.

      *-- Comparaison de fin de simulation avec la derniere execution
      *   reelle (cf. RAPPORT-COMPARAISON-SIMULATION), ecrite dans le
      *   repertoire de simulation.
       SELECT FIC-COMPARAISON  ASSIGN  TO 'COMPARAISON-SIMULATION.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstComparaison.

       DATA DIVISION.

       FILE SECTION.
       FD  FIC-VERIF-TELE.
       01 E-VERIF-TELE                             PIC X(100).

       FD  FIC-VERIF-QUALITE.
       01 E-VERIF-QUALITE.
           05 E-VQUAL-VERDICT                      PIC X(13).
           05 E-VQUAL-DETAIL                       PIC X(87).

       FD  FIC-VERIF-CTL.
       01 E-VERIF-CTL                               PIC X(60).

           05 FILLER                                PIC X.
           05 E-VERROU-DEBUT                        PIC X(15).

       FD  FIC-OMIS.
       01 E-FIC-OMIS.
           05 E-OMIS-FIC                            PIC X(7).
           05 FILLER                                PIC X.
           05 E-OMIS-RUNID                          PIC X(15).

       FD  FIC-SIMULATION.
       01 E-FIC-SIMULATION                          PIC X.

       FD  FIC-COMPARAISON.
       01 E-FIC-COMPARAISON                         PIC X(100).

       FD  FIC-CALENDRIER.
       01 E-FIC-CALENDRIER.
           05 E-CAL-DATE                            PIC X(8).
       01 L-FstVerifSor2                           PIC 99.
       01 L-FstVerifResultat                        PIC 99.
       01 L-FstVerifTele                            PIC 99.
       01 L-FstVerifQualite                         PIC 99.
       01 L-FstParamTele                           PIC 99.

      *-- Libelle de l'etape en cours de controle, pour les messages
           05 FILLER                  PIC X(20) VALUE 'REMBOURSEMENT'.
           05 FILLER                  PIC X(20) VALUE 'STATISTIQUES'.
           05 FILLER                  PIC X(20) VALUE 'ROTATION'.
      *-- Chaine de cloture mensuelle (etapes 6 a 9), lancee entre
      *   les etapes quotidiennes et la rotation du journal.
           05 FILLER                  PIC X(20) VALUE 'PAIEMENTS'.
           05 FILLER                  PIC X(20) VALUE 'RAPPROCHEMENT'.
           05 FILLER                  PIC X(20) VALUE 'RECYCLAGE'.
           05 FILLER                  PIC X(20) VALUE 'CLOTURE'.
       01 W-ETAPES-NOMS-TAB REDEFINES W-ETAPES-NOMS.
           05 W-EtapeNom  OCCURS 9 TIMES             PIC X(20).
       01 W-ETAPES-FAITES.
           05 W-EtapeFaite  OCCURS 9 TIMES
                            INDEXED BY IDX-ETAPE     PIC X.
               88 W-EtapeFaite-OK                 VALUE 'O'.
       01 W-EtapeCourante                           PIC 9 VALUE ZERO.
       01 W-PlanPresent                             PIC X.
           88 W-PlanPresent-OK                      VALUE 'O'.
       01 W-ETAPES-DEMANDEES.
           05 W-EtapeDemandee  OCCURS 9 TIMES       PIC X.
               88 W-EtapeDemandee-OK                VALUE 'O'.
       01 W-ParamTele-Nbr                           PIC 99 VALUE 15.
       01 W-PARAMS-TELE.
      *   echecs de nuit sont transitoires ; ETAT-CHAINE.txt rend le
      *   re-lancement sur.
       01 W-ETAPES-RETRY.
           05 W-EtapeRetry  OCCURS 9 TIMES.
               10 W-EtapeRetryOpt                   PIC X.
                   88 W-EtapeRetry-OK               VALUE 'O'.
               10 W-EtapeRetryDelai                 PIC 9(3).
      *-- Entrees attendues par la chaine : fichier, etape qui le
      *   consomme, obligatoire ou non, bornes de longueur plausibles
      *   d'un enregistrement. FICENT.txt figure deux fois : les
      *   etapes 2 et 4 le lisent chacune ; DECOMPTE.txt est lu par
      *   le remboursement, le rapprochement et la cloture.
       01 W-PrevolNom                               PIC X(30).
       01 W-PREVOL-DEFS.
           05 FILLER  PIC X(30) VALUE
              'FIC1.txt              1O011040'.
           05 FILLER  PIC X(30) VALUE
              'FIC2.txt              1O017040'.
           05 FILLER  PIC X(30) VALUE
              'FIC3.txt              1N017040'.
           05 FILLER  PIC X(30) VALUE
              'FIC4.txt              1N017040'.
           05 FILLER  PIC X(30) VALUE
              'FICENT.txt            2O008045'.
           05 FILLER  PIC X(30) VALUE
              'FICENT.txt            4O008045'.
           05 FILLER  PIC X(30) VALUE
              'DECOMPTE.txt          3O035064'.
           05 FILLER  PIC X(30) VALUE
              'PAIEMENTS.txt         6O030039'.
           05 FILLER  PIC X(30) VALUE
              'DECOMPTE.txt          7O035064'.
           05 FILLER  PIC X(30) VALUE
              'REJETS.txt            8O040120'.
           05 FILLER  PIC X(30) VALUE
              'DECOMPTE.txt          9O035064'.
           05 FILLER  PIC X(30) VALUE
              'PERIODE-COMPTABLE.txt 9O006006'.
       01 W-PREVOL-TAB REDEFINES W-PREVOL-DEFS.
           05 W-Prevol  OCCURS 12 TIMES INDEXED BY IDX-PREVOL.
               10 W-PrevolFic                       PIC X(22).
               10 W-PrevolEtape                     PIC 9.
               10 W-PrevolOblig                     PIC X.
                   88 W-PrevolOblig-OK              VALUE 'O'.
       01 W-PrevolLong                              PIC 9(3).
       01 W-PrevolKo                                PIC X.
           88 W-PrevolKo-OK                         VALUE 'O'.
       01 W-PrevolDelim                             PIC X.
           88 W-PrevolDelim-OK                      VALUE 'O'.

      *-- Attente des extraits fournisseurs en retard (cf.
      *   ATTENTE-EXTRAITS) : heure limite HHMM (cle ATTENTE-LIMITE de
      *   PARAMS-LOT.txt, absente = pas d'attente), intervalle de
      *   scrutation en secondes (cle ATTENTE-INTERVALLE), et par
      *   extrait FIC1 a FIC4 : declare au plan, choix A(bandon) ou
      *   D(egrade), attendu (absent au lancement), omis (mode
      *   degrade retenu a l'heure limite).
       01 L-FstOmis                                 PIC 99.
       01 W-AttenteLimite                           PIC 9(4) VALUE ZERO.
       01 W-AttenteLimite-R REDEFINES W-AttenteLimite.
           05 W-AttenteLimHH                        PIC 99.
           05 W-AttenteLimMM                        PIC 99.
       01 W-AttenteIntervalle                       PIC 9(3) VALUE 300.
       01 W-AttenteSommeil                          PIC 9(3).
       01 W-AttenteDebut                            PIC 9(7).
       01 W-AttenteFin                              PIC 9(7).
       01 W-AttenteCourant                          PIC 9(7).
       01 W-AttenteReste                            PIC 9(7).
       01 W-AttenteEchue                            PIC X.
           88 W-AttenteEchue-OK                     VALUE 'O'.
       01 W-LIMITE-EDIT.
           05 W-LimiteEditHH                        PIC 99.
           05 FILLER                                PIC X VALUE ':'.
           05 W-LimiteEditMM                        PIC 99.
       01 W-NbrEnAttente                            PIC 9.
       01 W-NbrExtraitsLivres                       PIC 9.
       01 W-IdxExtrait                              PIC 9.
       01 W-EXTRAITS-CHOIX.
           05 W-Extrait  OCCURS 4 TIMES.
               10 W-ExtraitDeclare                  PIC X.
                   88 W-ExtraitDeclare-OK           VALUE 'O'.
               10 W-ExtraitChoix                    PIC X.
                   88 W-ExtraitDegrade-OK           VALUE 'D'.
               10 W-ExtraitAttendu                  PIC X.
                   88 W-ExtraitAttendu-OK           VALUE 'O'.
               10 W-ExtraitOmis                     PIC X.
                   88 W-ExtraitOmis-OK              VALUE 'O'.

       01 L-FstVerifCtl                             PIC 99.

       01 W-JourCloture                             PIC X.
           88 W-JourCloture-OK                      VALUE 'O'.
       01 W-DUREES-HISTO.
           05 W-DureeHist  OCCURS 9 TIMES.
               10 W-DureeHistTot                    PIC 9(9).
               10 W-DureeHistNbr                    PIC 9(5).
       01 W-IdxDuree                                PIC 99.
       01 W-DebSecondes                             PIC 9(7).
       01 W-FinSecondes                             PIC 9(7).
       01 W-DureeEtape                              PIC S9(7).
       01 W-DureeLimite                             PIC 9(9)V99.
       01 W-DureeSeuil                              PIC 9(3) VALUE 50.
       01 W-DUREE-EDIT                              PIC ZZZZZZ9.

      *-- Controle de concordance FICSOR.txt / FICSOR.idx apres la
      *   fusion (cf. CONTROLE-MASTER-INDEXE), demande par la cle
      *   VERIF-MASTER=1 de PARAMS-LOT.txt.
       01 W-VerifMaster                             PIC X VALUE 'N'.
           88 W-VerifMaster-OK                      VALUE 'O'.
       01 W-MOY-EDIT                                PIC ZZZZZZ9.

      *-- Cloture mensuelle (cf. CHAINE-CLOTURE-MENSUELLE) : nombre
      *   d'ecarts inexpliques laisses par RAPPROCHEMENT-PAIEMENTS
      *   au-dela duquel la cloture est refusee (cle
      *   CLOTURE-ECARTS-MAX de PARAMS-LOT.txt, zero par defaut :
      *   on ne clot pas une periode dont les paiements ne sont pas
      *   rapproches), et decompte releve dans son rapport.
       01 W-EcartsMax                               PIC 9(9) VALUE ZERO.
       01 W-NbrEcarts                               PIC 9(9).
       01 W-NbrEcartsLigne                          PIC 9(7).
       01 W-TotauxLus                               PIC 9.
       01 W-ECARTS-EDIT                             PIC ZZZZZZZZ9.
       01 W-CloturePresente                         PIC X.
           88 W-CloturePresente-OK                  VALUE 'O'.

      *-- Simulation (cf. LECTURE-MODE-SIMULATION) : fichiers de la
      *   chaine a recopier dans le repertoire de simulation (C), ou
      *   seulement a y effacer (E). Un fichier absent en production
      *   est absent de la simulation ; present sous
      *   SIMULATION-CANDIDATS, c'est cette version candidate
      *   (parametres, referentiel) qui est recopiee.
       01 L-FstSimulation                           PIC 99.
       01 L-FstComparaison                          PIC 99.
       01 W-Simulation                              PIC X VALUE 'N'.
           88 W-Simulation-OK                       VALUE 'O'.
       01 W-SimRepertoire             PIC X(30) VALUE 'SIMULATION'.
       01 W-SimCandidats    PIC X(30) VALUE 'SIMULATION-CANDIDATS'.
       01 W-SimDemande      PIC X(30) VALUE 'SIMULATION-LOT.txt'.
       01 W-SimRemonte                PIC X(30) VALUE '..'.
       01 W-SimSource                               PIC X(80).
       01 W-SimCible                                PIC X(80).
       01 W-RC-Sim                                  PIC S9(9) COMP.
       01 W-SimNbr                                  PIC 99 VALUE 88.
       01 W-SIM-DEFS.
           05 FILLER  PIC X(30) VALUE 'CALIAS-REFERENCES.txt'.
           05 FILLER  PIC X(30) VALUE 'CARCHIVES-AUDIT.txt'.
           05 FILLER  PIC X(30) VALUE 'CAYANTS-DROIT.txt'.
           05 FILLER  PIC X(30) VALUE 'CBAREMES.txt'.
           05 FILLER  PIC X(30) VALUE 'CCALENDRIER-LOT.txt'.
           05 FILLER  PIC X(30) VALUE 'CCLOTURE-RAPPORT.txt'.
           05 FILLER  PIC X(30) VALUE 'CCODES-ACTES.txt'.
           05 FILLER  PIC X(30) VALUE 'CCONTRATS-POLICES.txt'.
           05 FILLER  PIC X(30) VALUE 'CCORRECTIONS.txt'.
           05 FILLER  PIC X(30) VALUE 'CCORRECTIONS-TELE.txt'.
           05 FILLER  PIC X(30) VALUE 'CDATE-EXTRACTION.txt'.
           05 FILLER  PIC X(30) VALUE 'CDECOMPTE.txt'.
           05 FILLER  PIC X(30) VALUE 'CDECOMPTE-CLOTURE.txt'.
           05 FILLER  PIC X(30) VALUE 'CDECOMPTE-RECYCLE.txt'.
           05 FILLER  PIC X(30) VALUE 'CDECOMPTES-ADMIS.txt'.
           05 FILLER  PIC X(30) VALUE 'CDECOMPTES-REOUVERTS.txt'.
           05 FILLER  PIC X(30) VALUE 'CDETAIL-PANEL.txt'.
           05 FILLER  PIC X(30) VALUE 'CDUREES-ETAPES.txt'.
           05 FILLER  PIC X(30) VALUE 'CETAT-CONTRATS.txt'.
           05 FILLER  PIC X(30) VALUE 'CEXTRAITS-OMIS.txt'.
           05 FILLER  PIC X(30) VALUE 'CFIC1.csv'.
           05 FILLER  PIC X(30) VALUE 'CFIC1.txt'.
           05 FILLER  PIC X(30) VALUE 'CFIC2.csv'.
           05 FILLER  PIC X(30) VALUE 'CFIC2.txt'.
           05 FILLER  PIC X(30) VALUE 'CFIC3.csv'.
           05 FILLER  PIC X(30) VALUE 'CFIC3.txt'.
           05 FILLER  PIC X(30) VALUE 'CFIC4.csv'.
           05 FILLER  PIC X(30) VALUE 'CFIC4.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICCHK.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICCTL.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICENT.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICEXCEP.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICEXCHIST.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICEXCODE.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICMVT.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICMVTHIST.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICREFCTL.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICSOR.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICSOR.idx'.
           05 FILLER  PIC X(30) VALUE 'CFICSOR2.txt'.
           05 FILLER  PIC X(30) VALUE 'CFICSYNT.txt'.
           05 FILLER  PIC X(30) VALUE 'CFORMAT-EXTRAITS.txt'.
           05 FILLER  PIC X(30) VALUE 'CFUSION-REPRISE.txt'.
           05 FILLER  PIC X(30) VALUE 'CGENERATIONS.txt'.
           05 FILLER  PIC X(30) VALUE 'CGRILLE-PROGRAMMES.txt'.
           05 FILLER  PIC X(30) VALUE 'CHISTO-DECOMPTES.txt'.
           05 FILLER  PIC X(30) VALUE 'CHISTO-TELE.txt'.
           05 FILLER  PIC X(30) VALUE 'CIBAN-RETOURNES.txt'.
           05 FILLER  PIC X(30) VALUE 'CJOURS-FERIES.txt'.
           05 FILLER  PIC X(30) VALUE 'CMANIFESTE-FICHIERS.txt'.
           05 FILLER  PIC X(30) VALUE 'CMODE-COMPLETER.txt'.
           05 FILLER  PIC X(30) VALUE 'CMODE-FUSION.txt'.
           05 FILLER  PIC X(30) VALUE 'CMODE-VERIF-MASTER.txt'.
           05 FILLER  PIC X(30) VALUE 'CMVT-MANUELS.txt'.
           05 FILLER  PIC X(30) VALUE 'CPAIEMENTS.txt'.
           05 FILLER  PIC X(30) VALUE 'CPAIEMENTS-REJETS.txt'.
           05 FILLER  PIC X(30) VALUE 'CPAIEMENTS-VALIDES.txt'.
           05 FILLER  PIC X(30) VALUE 'CPARAM-TELE.txt'.
           05 FILLER  PIC X(30) VALUE 'CPARAMS-HISTORIQUE.txt'.
           05 FILLER  PIC X(30) VALUE 'CPARAMS-LOT.txt'.
           05 FILLER  PIC X(30) VALUE 'CPERIODE-COMPTABLE.txt'.
           05 FILLER  PIC X(30) VALUE 'CPLAN-LOT.txt'.
           05 FILLER  PIC X(30) VALUE 'CPOIDS-PANEL.txt'.
           05 FILLER  PIC X(30) VALUE 'CPOLICES.txt'.
           05 FILLER  PIC X(30) VALUE 'CPOLICES-HISTO.txt'.
           05 FILLER  PIC X(30) VALUE 'CPRESTATAIRES.txt'.
           05 FILLER  PIC X(30) VALUE 'CQUALITE-TELE.txt'.
           05 FILLER  PIC X(30) VALUE 'CRAPPROCHEMENT-PAIEMENTS.txt'.
           05 FILLER  PIC X(30) VALUE 'CRECYCLAGE-LOG.txt'.
           05 FILLER  PIC X(30) VALUE 'CREFERENTIEL-CODES.txt'.
           05 FILLER  PIC X(30) VALUE 'CREJETS.txt'.
           05 FILLER  PIC X(30) VALUE 'CRELEVE-ANNEE.txt'.
           05 FILLER  PIC X(30) VALUE 'CRELEVE-BANCAIRE.txt'.
           05 FILLER  PIC X(30) VALUE 'CREPORT-DECOMPTES.txt'.
           05 FILLER  PIC X(30) VALUE 'CRESULTAT.txt'.
           05 FILLER  PIC X(30) VALUE 'CRESULTAT-TELE.txt'.
           05 FILLER  PIC X(30) VALUE 'CRETENTION-GENERATIONS.txt'.
           05 FILLER  PIC X(30) VALUE 'CSEUIL-VARIATION.txt'.
           05 FILLER  PIC X(30) VALUE 'CSUSPENS-AGE.txt'.
           05 FILLER  PIC X(30) VALUE 'CSUSPENS-PAIEMENTS.txt'.
           05 FILLER  PIC X(30) VALUE 'CTARIFS-PUB.txt'.
      *-- Controle de la chaine et journaux : repartent a blanc.
           05 FILLER  PIC X(30) VALUE 'ECOMPARAISON-SIMULATION.txt'.
           05 FILLER  PIC X(30) VALUE 'ECOMPTE-RENDU-LOT.txt'.
           05 FILLER  PIC X(30) VALUE 'EETAT-CHAINE.txt'.
           05 FILLER  PIC X(30) VALUE 'EJOURNAL-AUDIT.txt'.
           05 FILLER  PIC X(30) VALUE 'EJOURNAL-ERREURS.txt'.
           05 FILLER  PIC X(30) VALUE 'ERELANCE-COMPLETE.txt'.
           05 FILLER  PIC X(30) VALUE 'EVERROU-CHAINE.txt'.
       01 W-SIM-TAB REDEFINES W-SIM-DEFS.
           05 W-SimFichier  OCCURS 88 TIMES.
               10 W-SimAction                       PIC X.
                   88 W-SimAction-Copie             VALUE 'C'.
               10 W-SimNom                          PIC X(29).
       01 W-SIM-CANDIDATS.
           05 W-SimCandidat  OCCURS 88 TIMES        PIC X.
               88 W-SimCandidat-OK                  VALUE 'O'.
       01 W-IdxSim                                  PIC 99.
       01 W-NbrSimCopies                            PIC 99.
       01 W-NbrSimCandidats                         PIC 99.

      *-- Comparaison de fin de simulation (cf. RAPPORT-COMPARAISON-
      *   SIMULATION). Volumes par programme : derniere ligne d'audit
      *   d'une execution de chaine au journal de production, ligne
      *   de la simulation au journal du repertoire de simulation.
      *   Decoupage d'une ligne comme AUDIT-SYNTHESE.
       01 W-PartDateHeure                           PIC X(15).
       01 W-PartPgm                                 PIC X(20).
       01 W-PartLus                                 PIC X(20).
       01 W-PartEcrits                              PIC X(20).
       01 W-PartRunId                               PIC X(15).
       01 W-LigneAudit                              PIC X(100).
       01 W-AuditSimulation                         PIC X.
           88 W-AuditSimulation-OK                  VALUE 'O'.
       01 W-DerRunReel                PIC X(15) VALUE '(aucune)'.
       01 W-NbrCmpPgm                               PIC 99 VALUE ZERO.
       01 W-CMP-PGM.
           05 W-CmpPgm  OCCURS 20 TIMES.
               10 W-CmpPgmNom                       PIC X(20).
               10 W-CmpReelVu                       PIC X.
                   88 W-CmpReelVu-OK                VALUE 'O'.
               10 W-CmpReelLus                      PIC 9(7).
               10 W-CmpReelEcr                      PIC 9(7).
               10 W-CmpSimVu                        PIC X.
                   88 W-CmpSimVu-OK                 VALUE 'O'.
               10 W-CmpSimLus                       PIC 9(7).
               10 W-CmpSimEcr                       PIC 9(7).
       01 W-IdxCmp                                  PIC 99.
       01 W-IdxCmpTrouve                            PIC 99.

      *-- Sorties principales comparees, avec l'etape qui les produit
      *   (une sortie d'une etape non rejouee est la copie de
      *   production, non comparable) : nombre d'enregistrements hors
      *   entete/trailer, et total annonce par le trailer s'il y en a.
       01 W-SORTIES-DEFS.
           05 FILLER  PIC X(31) VALUE 'FICSOR.txt                    1'.
           05 FILLER  PIC X(31) VALUE 'FICSOR2.txt                   2'.
           05 FILLER  PIC X(31) VALUE 'RESULTAT.txt                  3'.
           05 FILLER  PIC X(31) VALUE 'REJETS.txt                    3'.
           05 FILLER  PIC X(31) VALUE 'DECOMPTES-ADMIS.txt           3'.
           05 FILLER  PIC X(31) VALUE 'ECARTS-BAREME.txt             3'.
           05 FILLER  PIC X(31) VALUE 'RESULTAT-TELE.txt             4'.
           05 FILLER  PIC X(31) VALUE 'PAIEMENTS-VALIDES.txt         6'.
           05 FILLER  PIC X(31) VALUE 'PAIEMENTS-REJETS.txt          6'.
           05 FILLER  PIC X(31) VALUE 'RAPPROCHEMENT-PAIEMENTS.txt   7'.
           05 FILLER  PIC X(31) VALUE 'DECOMPTE-RECYCLE.txt          8'.
           05 FILLER  PIC X(31) VALUE 'DECOMPTE-CLOTURE.txt          9'.
       01 W-SORTIES-TAB REDEFINES W-SORTIES-DEFS.
           05 W-Sortie  OCCURS 12 TIMES.
               10 W-SortieNom                       PIC X(30).
               10 W-SortieEtape                     PIC 9.
       01 W-IdxSortie                               PIC 99.
       01 W-CptNom                                  PIC X(30).
       01 W-CptPresent                              PIC X.
           88 W-CptPresent-OK                       VALUE 'O'.
       01 W-CptNbr                                  PIC 9(9).
       01 W-CptTotal                                PIC 9(9)V99.
       01 W-CptTotalLu                              PIC 9(9)V99.
       01 W-CptTotalLu-X REDEFINES W-CptTotalLu     PIC X(11).
       01 W-EtapeSortie                             PIC 9.
       01 W-CptTrailer                              PIC X.
           88 W-CptTrailer-OK                       VALUE 'O'.
       01 W-CptReelNbr                              PIC 9(9).
       01 W-CptReelTotal                            PIC 9(9)V99.
       01 W-CptReelTrailer                          PIC X.
       01 W-CptReelPresent                          PIC X.
       01 W-CMP-EDIT.
           05 W-CmpEdit1                            PIC ZZZZZZZZ9.
           05 W-CmpEdit2                            PIC ZZZZZZZZ9.
           05 W-CmpEcart                            PIC -(9)9.
           05 W-CmpMt1                              PIC ZZZZZZZZ9.99.
           05 W-CmpMt2                              PIC ZZZZZZZZ9.99.
       01 W-CmpEcartNum                             PIC S9(9).

      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
           COPY Params_COPY.

           PERFORM ETAPE-COMPLETER
           PERFORM ETAPE-REMBOURSEMENT
           PERFORM ETAPE-STATISTIQUES
           PERFORM CHAINE-CLOTURE-MENSUELLE
           PERFORM ETAPE-ROTATION
           PERFORM FIN-TRT
           .
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           PERFORM LECTURE-MODE-SIMULATION
           PERFORM PRISE-VERROU
           IF W-Simulation-OK
               PERFORM PREPARATION-SIMULATION
           END-IF
           PERFORM LECTURE-ETAT-CHAINE
           PERFORM LECTURE-PLAN-LOT
           PERFORM LECTURE-PARAMS-LOT
               INTO W-CR-LIGNE
           END-STRING
           PERFORM ECRITURE-CR-LIGNE
           IF W-Simulation-OK
               PERFORM ENTETE-CR-SIMULATION
           END-IF

      *-- Pre-etape : les parametres d'exploitation sont valides
      *   contre le dictionnaire des cles connues avant de lancer
               CLOSE FIC-VERROU
           END-IF

      *-- En simulation, le verrou de production est seulement
      *   consulte : la simulation ne lit que ses propres copies et
      *   ne doit pas bloquer la chaine de nuit.
           IF W-Simulation-OK
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT FIC-VERROU
           IF L-FstVerrou NOT = ZERO
               DISPLAY 'Impossible de prendre le verrou de chaine '
      *----------------------------------------------------------------------------
       LIBERATION-VERROU.
      *-----
      *-- Verrou vide = chaine sans execution en vol. Une simulation
      *   n'a pas pris le verrou (cf. PRISE-VERROU).
           IF W-Simulation-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FIC-VERROU
           IF L-FstVerrou = ZERO
               CLOSE FIC-VERROU
           END-IF
           .

      *----------------------------------------------------------------------------
       LECTURE-MODE-SIMULATION.
      *-----
      *-- SIMULATION-LOT.txt present : la chaine tourne en simulation.
           OPEN INPUT FIC-SIMULATION
           IF L-FstSimulation = ZERO
               SET W-Simulation-OK        TO TRUE
               CLOSE FIC-SIMULATION
               DISPLAY 'MODE SIMULATION : sorties sous '
                   FUNCTION TRIM(W-SimRepertoire)
                   ', etat de production intact'
           END-IF
           .

      *----------------------------------------------------------------------------
       PREPARATION-SIMULATION.
      *-----
      *-- Constitue le repertoire de simulation : chaque fichier de la
      *   chaine y est efface, puis recopie de production ou de sa
      *   version candidate, et le processus s'y installe. Les etapes,
      *   appelees dans ce meme processus, lisent alors ces copies et
      *   n'ecrivent que la : etats, historiques, generations,
      *   journaux et manifeste de production restent tels quels.
           CALL 'CBL_CREATE_DIR' USING W-SimRepertoire
               RETURNING W-RC-Sim
           END-CALL
           MOVE ZERO TO W-NbrSimCopies W-NbrSimCandidats
           MOVE SPACES TO W-SIM-CANDIDATS
           PERFORM COPIE-FICHIER-SIMULATION
               VARYING W-IdxSim FROM 1 BY 1 UNTIL W-IdxSim > W-SimNbr
           DISPLAY 'Simulation : ' W-NbrSimCopies ' fichiers recopies'
               ' dont ' W-NbrSimCandidats ' candidats'

      *-- Demande consommee (cf. FIC-SIMULATION)
           CALL 'CBL_DELETE_FILE' USING W-SimDemande
               RETURNING W-RC-Sim
           END-CALL

           CALL 'CBL_CHANGE_DIR' USING W-SimRepertoire
               RETURNING W-RC-Sim
           END-CALL
           IF W-RC-Sim NOT = ZERO
               DISPLAY 'Repertoire de simulation inaccessible (RC='
                   W-RC-Sim '), chaine non lancee'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      *----------------------------------------------------------------------------
       COPIE-FICHIER-SIMULATION.
      *-----
      *-- Fichier W-IdxSim de la table : efface dans le repertoire de
      *   simulation (reste d'une simulation precedente), puis recopie
      *   s'il est a recopier. Un fichier absent ne l'est pas.
           MOVE SPACES TO W-SimCible
           STRING FUNCTION TRIM(W-SimRepertoire) '/'
               FUNCTION TRIM(W-SimNom(W-IdxSim))
               DELIMITED BY SIZE INTO W-SimCible
           END-STRING
           CALL 'CBL_DELETE_FILE' USING W-SimCible
               RETURNING W-RC-Sim
           END-CALL
           IF NOT W-SimAction-Copie(W-IdxSim)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-SimSource
           STRING FUNCTION TRIM(W-SimCandidats) '/'
               FUNCTION TRIM(W-SimNom(W-IdxSim))
               DELIMITED BY SIZE INTO W-SimSource
           END-STRING
           CALL 'CBL_COPY_FILE' USING W-SimSource W-SimCible
               RETURNING W-RC-Sim
           END-CALL
           IF W-RC-Sim = ZERO
               SET W-SimCandidat-OK(W-IdxSim) TO TRUE
               ADD 1 TO W-NbrSimCopies W-NbrSimCandidats
               DISPLAY 'Simulation : ' FUNCTION TRIM(W-SimSource)
                   ' en lieu et place de la production'
               EXIT PARAGRAPH
           END-IF

           MOVE W-SimNom(W-IdxSim) TO W-SimSource
           CALL 'CBL_COPY_FILE' USING W-SimSource W-SimCible
               RETURNING W-RC-Sim
           END-CALL
           IF W-RC-Sim = ZERO
               ADD 1 TO W-NbrSimCopies
           END-IF
           .

      *----------------------------------------------------------------------------
       ENTETE-CR-SIMULATION.
      *-----
      *-- Le compte rendu d'une simulation le dit d'entree, avec les
      *   versions candidates mises a l'essai.
           MOVE 'MODE SIMULATION : copie de production prise au '
               TO W-CR-LIGNE
           MOVE 'lancement, etat de production intact'
               TO W-CR-LIGNE(48:)
           PERFORM ECRITURE-CR-LIGNE
           PERFORM VARYING W-IdxSim FROM 1 BY 1
                   UNTIL W-IdxSim > W-SimNbr
               IF W-SimCandidat-OK(W-IdxSim)
                   MOVE SPACES TO W-CR-LIGNE
                   STRING 'CANDIDAT : ' W-SimNom(W-IdxSim)
                       ' (' FUNCTION TRIM(W-SimCandidats) ')'
                       DELIMITED BY SIZE INTO W-CR-LIGNE
                   END-STRING
                   PERFORM ECRITURE-CR-LIGNE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------------------
       RAPPORT-COMPARAISON-SIMULATION.
      *-----
      *-- Fin de simulation : volumes lus/ecrits par programme et
      *   sorties principales (enregistrements, total du trailer),
      *   simulation contre derniere execution reelle de la chaine.
      *   Un incident ici ne change pas le verdict de la simulation.
           OPEN OUTPUT FIC-COMPARAISON
           IF L-FstComparaison NOT = ZERO
               DISPLAY 'Comparaison de simulation non ecrite (FS='
                   L-FstComparaison ')'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO W-NbrCmpPgm
           INITIALIZE W-CMP-PGM
           MOVE 'N' TO W-AuditSimulation
           MOVE SPACES TO W-PrevolNom
           STRING FUNCTION TRIM(W-SimRemonte) '/JOURNAL-AUDIT.txt'
               DELIMITED BY SIZE INTO W-PrevolNom
           END-STRING
           OPEN INPUT FIC-PREVOL
           IF L-FstPrevol = ZERO
               PERFORM UNTIL L-FstPrevol NOT = ZERO
                   READ FIC-PREVOL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE E-FIC-PREVOL TO W-LigneAudit
                       PERFORM RANGEMENT-LIGNE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE FIC-PREVOL
           END-IF
           SET W-AuditSimulation-OK TO TRUE
           OPEN INPUT FIC-AUDIT-LEC
           IF L-FstAuditLec = ZERO
               PERFORM UNTIL L-FstAuditLec NOT = ZERO
                   READ FIC-AUDIT-LEC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE E-FIC-AUDIT-LEC TO W-LigneAudit
                       PERFORM RANGEMENT-LIGNE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE FIC-AUDIT-LEC
           END-IF

           MOVE SPACES TO E-FIC-COMPARAISON
           STRING 'COMPARAISON SIMULATION ' W-RunId
               ' / DERNIERE EXECUTION REELLE ' W-DerRunReel
               DELIMITED BY SIZE INTO E-FIC-COMPARAISON
           END-STRING
           WRITE E-FIC-COMPARAISON
           MOVE ALL '-' TO E-FIC-COMPARAISON
           WRITE E-FIC-COMPARAISON
           MOVE 'VOLUMES PAR PROGRAMME (journal d audit)'
               TO E-FIC-COMPARAISON
           WRITE E-FIC-COMPARAISON
           MOVE SPACES TO E-FIC-COMPARAISON
           STRING 'PROGRAMME              REEL LUS   SIM LUS'
               '  REEL ECR   SIM ECR  ECART ECR'
               DELIMITED BY SIZE INTO E-FIC-COMPARAISON
           END-STRING
           WRITE E-FIC-COMPARAISON
           PERFORM EDITION-COMPARAISON-PGM
               VARYING W-IdxCmp FROM 1 BY 1 UNTIL W-IdxCmp > W-NbrCmpPgm

           MOVE ALL '-' TO E-FIC-COMPARAISON
           WRITE E-FIC-COMPARAISON
           MOVE 'SORTIES PRINCIPALES (enregistrements hors entete/'
               TO E-FIC-COMPARAISON
           MOVE 'trailer, total annonce par le trailer)'
               TO E-FIC-COMPARAISON(50:)
           WRITE E-FIC-COMPARAISON
           MOVE SPACES TO E-FIC-COMPARAISON
           STRING 'FICHIER                         REEL NBR   SIM NBR'
               '     ECART    REEL TOTAL     SIM TOTAL'
               DELIMITED BY SIZE INTO E-FIC-COMPARAISON
           END-STRING
           WRITE E-FIC-COMPARAISON
           PERFORM COMPARAISON-SORTIE
               VARYING W-IdxSortie FROM 1 BY 1 UNTIL W-IdxSortie > 12
           CLOSE FIC-COMPARAISON

           MOVE 'COMPARAISON AVEC LA DERNIERE EXECUTION REELLE : '
               TO W-CR-LIGNE
           MOVE 'COMPARAISON-SIMULATION.txt' TO W-CR-LIGNE(50:)
           PERFORM ECRITURE-CR-LIGNE
           DISPLAY 'Comparaison avec la derniere execution reelle : '
               'COMPARAISON-SIMULATION.txt'
           .

      *----------------------------------------------------------------------------
       RANGEMENT-LIGNE-AUDIT.
      *-----
      *-- Une ligne d'audit (decoupage de AuditEcriture_COPY) range
      *   les compteurs de son programme, la plus recente l'emportant.
      *   Cote production, seules les executions de chaine font
      *   reference (pas un programme relance a la main) ; cote
      *   simulation, seules les lignes de cette simulation.
           MOVE SPACES TO W-PartDateHeure W-PartPgm W-PartLus
                          W-PartEcrits W-PartRunId
           UNSTRING W-LigneAudit DELIMITED BY ' - '
               INTO W-PartDateHeure
                    W-PartPgm
                    W-PartLus
                    W-PartEcrits
                    W-PartRunId
           END-UNSTRING
           IF W-PartPgm = SPACES OR W-PartLus(1:5) NOT = 'lus :'
               EXIT PARAGRAPH
           END-IF
           IF W-AuditSimulation-OK
               IF W-PartRunId NOT = W-RunId
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF W-PartRunId = SPACES
                  OR W-PartRunId = '(hors chaine)'
                   EXIT PARAGRAPH
               END-IF
               MOVE W-PartRunId TO W-DerRunReel
           END-IF

           MOVE ZERO TO W-IdxCmpTrouve
           PERFORM VARYING W-IdxCmp FROM 1 BY 1
                   UNTIL W-IdxCmp > W-NbrCmpPgm
               IF W-CmpPgmNom(W-IdxCmp) = W-PartPgm
                   MOVE W-IdxCmp TO W-IdxCmpTrouve
               END-IF
           END-PERFORM
           IF W-IdxCmpTrouve = ZERO
               IF W-NbrCmpPgm >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrCmpPgm
               MOVE W-NbrCmpPgm TO W-IdxCmpTrouve
               MOVE W-PartPgm TO W-CmpPgmNom(W-IdxCmpTrouve)
           END-IF

           IF W-AuditSimulation-OK
               SET W-CmpSimVu-OK(W-IdxCmpTrouve) TO TRUE
               COMPUTE W-CmpSimLus(W-IdxCmpTrouve) =
                   FUNCTION NUMVAL(W-PartLus(6:14))
               COMPUTE W-CmpSimEcr(W-IdxCmpTrouve) =
                   FUNCTION NUMVAL(W-PartEcrits(9:12))
           ELSE
               SET W-CmpReelVu-OK(W-IdxCmpTrouve) TO TRUE
               COMPUTE W-CmpReelLus(W-IdxCmpTrouve) =
                   FUNCTION NUMVAL(W-PartLus(6:14))
               COMPUTE W-CmpReelEcr(W-IdxCmpTrouve) =
                   FUNCTION NUMVAL(W-PartEcrits(9:12))
           END-IF
           .

      *----------------------------------------------------------------------------
       EDITION-COMPARAISON-PGM.
      *-----
      *-- Programme W-IdxCmp, s'il a tourne dans la simulation.
           IF NOT W-CmpSimVu-OK(W-IdxCmp)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO E-FIC-COMPARAISON
           IF W-CmpReelVu-OK(W-IdxCmp)
               MOVE W-CmpReelLus(W-IdxCmp) TO W-CmpEdit1
               MOVE W-CmpSimLus(W-IdxCmp)  TO W-CmpEdit2
               COMPUTE W-CmpEcartNum = W-CmpSimEcr(W-IdxCmp)
                   - W-CmpReelEcr(W-IdxCmp)
               MOVE W-CmpEcartNum TO W-CmpEcart
               STRING W-CmpPgmNom(W-IdxCmp) W-CmpEdit1 ' ' W-CmpEdit2
                   DELIMITED BY SIZE INTO E-FIC-COMPARAISON
               END-STRING
               MOVE W-CmpReelEcr(W-IdxCmp) TO W-CmpEdit1
               MOVE W-CmpSimEcr(W-IdxCmp)  TO W-CmpEdit2
               STRING W-CmpEdit1 ' ' W-CmpEdit2 ' ' W-CmpEcart
                   DELIMITED BY SIZE INTO E-FIC-COMPARAISON(41:)
               END-STRING
           ELSE
               MOVE W-CmpSimLus(W-IdxCmp) TO W-CmpEdit2
               MOVE W-CmpSimEcr(W-IdxCmp) TO W-CmpEdit1
               STRING W-CmpPgmNom(W-IdxCmp) '          ' W-CmpEdit2
                   '           ' W-CmpEdit1
                   '  pas de reference'
                   DELIMITED BY SIZE INTO E-FIC-COMPARAISON
               END-STRING
           END-IF
           WRITE E-FIC-COMPARAISON
           .

      *----------------------------------------------------------------------------
       COMPARAISON-SORTIE.
      *-----
      *-- Sortie W-IdxSortie : production (repertoire parent) contre
      *   simulation. Sortie d'une etape non rejouee : c'est la copie
      *   de production, elle n'est pas comparee.
           MOVE SPACES TO E-FIC-COMPARAISON
           MOVE W-SortieNom(W-IdxSortie) TO E-FIC-COMPARAISON
           MOVE W-SortieEtape(W-IdxSortie) TO W-EtapeSortie
           IF NOT W-EtapeFaite-OK(W-EtapeSortie)
               MOVE 'non rejoue par la simulation'
                   TO E-FIC-COMPARAISON(33:)
               WRITE E-FIC-COMPARAISON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-CptNom
           STRING FUNCTION TRIM(W-SimRemonte) '/'
               FUNCTION TRIM(W-SortieNom(W-IdxSortie))
               DELIMITED BY SIZE INTO W-CptNom
           END-STRING
           PERFORM COMPTAGE-SORTIE
           MOVE W-CptPresent TO W-CptReelPresent
           MOVE W-CptTrailer TO W-CptReelTrailer
           MOVE W-CptNbr     TO W-CptReelNbr
           MOVE W-CptTotal   TO W-CptReelTotal
           MOVE W-SortieNom(W-IdxSortie) TO W-CptNom
           PERFORM COMPTAGE-SORTIE

           IF NOT W-CptPresent-OK
               MOVE 'absent de la simulation'
                   TO E-FIC-COMPARAISON(33:)
               WRITE E-FIC-COMPARAISON
               EXIT PARAGRAPH
           END-IF
           MOVE W-CptReelNbr TO W-CmpEdit1
           MOVE W-CptNbr     TO W-CmpEdit2
           COMPUTE W-CmpEcartNum = W-CptNbr - W-CptReelNbr
           MOVE W-CmpEcartNum TO W-CmpEcart
           IF W-CptReelPresent = 'O'
               MOVE W-CmpEdit1 TO E-FIC-COMPARAISON(32:9)
           ELSE
               MOVE '   absent' TO E-FIC-COMPARAISON(32:9)
           END-IF
           MOVE W-CmpEdit2 TO E-FIC-COMPARAISON(42:9)
           MOVE W-CmpEcart TO E-FIC-COMPARAISON(51:10)
           IF W-CptReelTrailer = 'O'
               MOVE W-CptReelTotal TO W-CmpMt1
               MOVE W-CmpMt1 TO E-FIC-COMPARAISON(62:12)
           END-IF
           IF W-CptTrailer-OK
               MOVE W-CptTotal TO W-CmpMt2
               MOVE W-CmpMt2 TO E-FIC-COMPARAISON(76:12)
           END-IF
           WRITE E-FIC-COMPARAISON
           .

      *----------------------------------------------------------------------------
       COMPTAGE-SORTIE.
      *-----
      *-- Enregistrements de W-CptNom hors entete et trailer, et total
      *   annonce par son trailer (dessin 'TRAILER nnnnn montant').
           MOVE 'N' TO W-CptPresent W-CptTrailer
           MOVE ZERO TO W-CptNbr W-CptTotal
           MOVE W-CptNom TO W-PrevolNom
           OPEN INPUT FIC-PREVOL
           IF L-FstPrevol NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET W-CptPresent-OK TO TRUE
           PERFORM UNTIL L-FstPrevol NOT = ZERO
               READ FIC-PREVOL
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN E-FIC-PREVOL(1:6) = 'ENTETE'
                           CONTINUE
                       WHEN E-FIC-PREVOL(1:7) = 'TRAILER'
                           IF E-FIC-PREVOL(15:11) NUMERIC
                               SET W-CptTrailer-OK TO TRUE
                               MOVE E-FIC-PREVOL(15:11)
                                   TO W-CptTotalLu-X
                               MOVE W-CptTotalLu TO W-CptTotal
                           END-IF
                       WHEN OTHER
                           ADD 1 TO W-CptNbr
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FIC-PREVOL
           .

      *----------------------------------------------------------------------------
       SURCHARGE-PARAMS.
      *-----
           END-IF
           DISPLAY 'Seuil de depassement de duree en vigueur : '
               W-DureeSeuil ' %'
           MOVE 'VERIF-MASTER' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM = 1
               SET W-VerifMaster-OK TO TRUE
               DISPLAY 'Controle FICSOR.txt / FICSOR.idx apres fusion'
           END-IF
           MOVE 'ATTENTE-LIMITE' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK
               MOVE CPY-PARAM-VALNUM TO W-AttenteLimite
           END-IF
           MOVE 'ATTENTE-INTERVALLE' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               MOVE CPY-PARAM-VALNUM TO W-AttenteIntervalle
           END-IF
           MOVE 'CLOTURE-ECARTS-MAX' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK
               MOVE CPY-PARAM-VALNUM TO W-EcartsMax
           END-IF
           .

      *----------------------------------------------------------------------------
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING W-IdxDuree FROM 1 BY 1
                               UNTIL W-IdxDuree > 9
                           IF W-EtapeNom(W-IdxDuree) = E-DUREE-ETAPE
                              AND E-DUREE-SECONDES NUMERIC
                               ADD E-DUREE-SECONDES
      *   tourne (la rotation du journal d'audit, mensuelle, ne se
      *   lance que sur demande du plan) ; avec plan, on execute
      *   exactement ce qu'il dit.
           MOVE 'OOOONNNNN'               TO W-ETAPES-DEMANDEES
           MOVE ALL '1'                   TO W-PARAMS-TELE
           MOVE 0                         TO W-ParamTele(15)
           MOVE SPACES                    TO W-PlanPresent
           INITIALIZE W-ETAPES-RETRY
           MOVE SPACES                    TO W-EXTRAITS-CHOIX

           OPEN INPUT FIC-PLAN
           IF L-FstPlan = ZERO
               SET W-PlanPresent-OK       TO TRUE
               MOVE 'NNNNNNNNN'           TO W-ETAPES-DEMANDEES
               DISPLAY 'Plan d execution PLAN-LOT.txt pris en compte'
               PERFORM UNTIL L-FstPlan NOT = ZERO
                   READ FIC-PLAN
      *-- Applique au jeu d'etapes par defaut les marques du
      *   calendrier pour la date du jour : FERIE suspend le
      *   remboursement (DECOMPTE.txt non livre), FINMOIS et CLOTURE
      *   declenchent la rotation mensuelle, CLOTURE seul la chaine
      *   de cloture mensuelle (paiements, rapprochement, recyclage
      *   des rejets, cloture de periode). Calendrier absent = la
      *   chaine historique tourne telle quelle.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateJour
           MOVE SPACES TO W-JourFerie
                   DISPLAY 'Calendrier : fin de mois ou cloture, '
                       'etape ROTATION declenchee'
               END-IF
               IF W-JourCloture-OK
                   PERFORM VARYING IDX-ETAPE FROM 6 BY 1
                           UNTIL IDX-ETAPE > 9
                       MOVE 'O' TO W-EtapeDemandee(IDX-ETAPE)
                   END-PERFORM
                   DISPLAY 'Calendrier : jour de cloture, chaine de '
                       'cloture mensuelle declenchee'
               END-IF
           END-IF
           .

      *   son execution, et les parametres de la ligne STATISTIQUES
      *   remplacent les valeurs par defaut de PARAM-TELE.txt.
           MOVE E-PLAN-NOM                TO W-NomEtapePlan
           PERFORM VARYING IDX-ETAPE FROM 1 BY 1 UNTIL IDX-ETAPE > 9
               IF W-EtapeNom(IDX-ETAPE) = W-NomEtapePlan
                   IF E-PLAN-EXEC = 'O'
                       MOVE 'O' TO W-EtapeDemandee(IDX-ETAPE)
                   PERFORM EXTRACTION-RETRY-PLAN
               END-IF
           END-PERFORM
      *-- Lignes FIC1 a FIC4 : conduite a l'heure limite d'attente si
      *   l'extrait manque (D = mode degrade, sinon abandon). Un
      *   extrait optionnel ainsi declare est attendu comme les
      *   autres.
           IF W-NomEtapePlan(1:3) = 'FIC'
              AND W-NomEtapePlan(4:1) >= '1'
              AND W-NomEtapePlan(4:1) <= '4'
              AND W-NomEtapePlan(5:16) = SPACES
               MOVE W-NomEtapePlan(4:1)   TO W-IdxExtrait
               SET W-ExtraitDeclare-OK(W-IdxExtrait) TO TRUE
               IF E-PLAN-EXEC = 'D'
                   MOVE 'D'
                       TO W-ExtraitChoix(W-IdxExtrait)
               ELSE
                   MOVE 'A'
                       TO W-ExtraitChoix(W-IdxExtrait)
               END-IF
               DISPLAY 'Extrait ' W-NomEtapePlan(1:4)
                   ' : choix a l heure limite = '
                   W-ExtraitChoix(W-IdxExtrait)
           END-IF
           .

      *----------------------------------------------------------------------------
                           CONTINUE
                       NOT AT END
                           PERFORM VARYING IDX-ETAPE FROM 1 BY 1
                                   UNTIL IDX-ETAPE > 9
                               IF W-EtapeNom(IDX-ETAPE) = E-FIC-ETAT
                                   SET W-EtapeFaite-OK(IDX-ETAPE)
                                       TO TRUE
      *   refus, pour que l'operateur corrige tout en une fois. Les
      *   entrees d'etapes non demandees ou deja franchies ne sont
      *   pas exigees.
      *-- Un extrait fournisseur attendu mais absent n'est pas un
      *   refus immediat : il est attendu jusqu'a l'heure limite,
      *   puis le plan decide pour lui abandon ou mode degrade (cf.
      *   ATTENTE-EXTRAITS / DECISION-EXTRAITS-MANQUANTS).
           MOVE SPACES                    TO W-PrevolKo
           MOVE ZERO                      TO W-NbrEnAttente
           MOVE ZERO                      TO W-NbrExtraitsLivres
           PERFORM VARYING W-IdxExtrait FROM 1 BY 1
                   UNTIL W-IdxExtrait > 4
               MOVE SPACES            TO W-ExtraitAttendu(W-IdxExtrait)
               MOVE SPACES            TO W-ExtraitOmis(W-IdxExtrait)
           END-PERFORM
           IF W-AttenteLimHH > 23 OR W-AttenteLimMM > 59
               DISPLAY 'ATTENTE-LIMITE ' W-AttenteLimite
                   ' n est pas une heure HHMM'
               MOVE 'ATTENTE-LIMITE INVALIDE (HHMM ATTENDU)'
                   TO W-CR-LIGNE
               PERFORM ECRITURE-CR-LIGNE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING IDX-PREVOL FROM 1 BY 1 UNTIL IDX-PREVOL > 12
               IF W-EtapeDemandee-OK(W-PrevolEtape(IDX-PREVOL))
                  AND NOT W-EtapeFaite-OK(W-PrevolEtape(IDX-PREVOL))
                   PERFORM CONTROLE-UNE-ENTREE
               END-IF
           END-PERFORM
           IF W-NbrEnAttente > ZERO AND NOT W-PrevolKo-OK
               PERFORM ATTENTE-EXTRAITS
           END-IF
           IF W-NbrEnAttente > ZERO
               PERFORM DECISION-EXTRAITS-MANQUANTS
           END-IF
           IF W-EtapeDemandee-OK(1) AND NOT W-EtapeFaite-OK(1)
               PERFORM ECRITURE-EXTRAITS-OMIS
           END-IF
           IF W-PrevolKo-OK
               DISPLAY 'Pre-vol en echec : chaine non lancee'
               PERFORM ERREUR
      *----------------------------------------------------------------------------
       CONTROLE-UNE-ENTREE.
      *-----
      *-- W-IdxExtrait ne designe un extrait fournisseur que pour les
      *   quatre premieres entrees ; au-dela, il est force hors de
      *   cette plage.
           IF IDX-PREVOL <= 4
               SET W-IdxExtrait           TO IDX-PREVOL
           ELSE
               MOVE 9                     TO W-IdxExtrait
           END-IF
           MOVE W-PrevolFic(IDX-PREVOL)   TO W-PrevolNom
           OPEN INPUT FIC-PREVOL
      *-- Extrait fournisseur livre en format delimite : FICn.csv
      *   tient lieu de FICn.txt, que FUSION-FICHIER en derivera
      *   (cf. FORMAT-EXTRAITS.txt). Pas de bornes de longueur sur
      *   un dessin propre au fournisseur : presence et non-vacuite.
           IF L-FstPrevol NOT = ZERO
              AND W-PrevolNom(1:3) = 'FIC'
              AND W-PrevolNom(4:1) IS NUMERIC
              AND W-PrevolNom(5:4) = '.txt'
               MOVE 'csv'                 TO W-PrevolNom(6:3)
               OPEN INPUT FIC-PREVOL
               IF L-FstPrevol = ZERO
                   SET W-PrevolDelim-OK   TO TRUE
               ELSE
                   MOVE W-PrevolFic(IDX-PREVOL) TO W-PrevolNom
               END-IF
           END-IF
           IF W-PrevolDelim-OK
               ADD 1                      TO W-NbrExtraitsLivres
               READ FIC-PREVOL
               AT END
                   DISPLAY 'PRE-VOL KO : ' W-PrevolNom ' vide'
                   SET W-PrevolKo-OK      TO TRUE
               NOT AT END
                   DISPLAY 'PRE-VOL OK : ' W-PrevolNom
                       ' (extrait delimite)'
               END-READ
               CLOSE FIC-PREVOL
               MOVE SPACES                TO W-PrevolDelim
           ELSE
               IF L-FstPrevol NOT = ZERO
                   IF W-IdxExtrait <= 4 AND L-FstPrevol = 35
                      AND (W-PrevolOblig-OK(IDX-PREVOL)
                           OR W-ExtraitDeclare-OK(W-IdxExtrait))
                       SET W-ExtraitAttendu-OK(W-IdxExtrait) TO TRUE
                       ADD 1                  TO W-NbrEnAttente
                       DISPLAY 'PRE-VOL    : ' W-PrevolNom
                           ' absent, livraison attendue'
                   ELSE
                   IF W-PrevolOblig-OK(IDX-PREVOL)
                       DISPLAY 'PRE-VOL KO : ' W-PrevolNom
                           ' absent (FS=' L-FstPrevol ')'
                       SET W-PrevolKo-OK      TO TRUE
                   ELSE
                       DISPLAY 'PRE-VOL    : ' W-PrevolNom
                           ' absent (optionnel)'
                   END-IF
                   END-IF
               ELSE
                   IF W-IdxExtrait <= 4
                       ADD 1                  TO W-NbrExtraitsLivres
                   END-IF
                   READ FIC-PREVOL
                   AT END
                       DISPLAY 'PRE-VOL KO : ' W-PrevolNom ' vide'
                       SET W-PrevolKo-OK      TO TRUE
                   NOT AT END
                       COMPUTE W-PrevolLong = FUNCTION LENGTH(
                           FUNCTION TRIM(E-FIC-PREVOL TRAILING))
                       IF W-PrevolLong < W-PrevolMin(IDX-PREVOL)
                          OR W-PrevolLong > W-PrevolMax(IDX-PREVOL)
                           DISPLAY 'PRE-VOL KO : ' W-PrevolNom
                               ' longueur ' W-PrevolLong
                               ' hors bornes ' W-PrevolMin(IDX-PREVOL)
                               '-' W-PrevolMax(IDX-PREVOL)
                           SET W-PrevolKo-OK  TO TRUE
                       ELSE
                           DISPLAY 'PRE-VOL OK : ' W-PrevolNom
                       END-IF
                   END-READ
                   CLOSE FIC-PREVOL
               END-IF
           END-IF
           .

      *----------------------------------------------------------------------------
       ATTENTE-EXTRAITS.
      *-----
      *-- Extraits attendus absents au lancement : scrutation toutes
      *   les W-AttenteIntervalle secondes jusqu'a l'heure limite
      *   ATTENTE-LIMITE, pour qu'un fournisseur en retard ne coute
      *   pas la nuit entiere. Sans heure limite, la decision tombe
      *   tout de suite. Une heure limite situee a plus de
      *   W-VerrouAgeMax secondes est celle d'une nuit deja passee
      *   (relance tardive) : pas d'attente non plus.
           IF W-AttenteLimite = ZERO
               DISPLAY 'Pas d heure limite d attente (ATTENTE-LIMITE)'
           ELSE
               PERFORM HORODATAGE
               PERFORM CONVERSION-HEURE-SECONDES
               MOVE W-FinSecondes         TO W-AttenteDebut
               MOVE W-FinSecondes         TO W-AttenteCourant
               COMPUTE W-AttenteFin = W-AttenteLimHH * 3600
                   + W-AttenteLimMM * 60
               IF W-AttenteFin <= W-AttenteDebut
                   ADD 86400              TO W-AttenteFin
               END-IF
               MOVE W-AttenteLimHH        TO W-LimiteEditHH
               MOVE W-AttenteLimMM        TO W-LimiteEditMM
               MOVE SPACES TO W-CR-LIGNE
               IF W-AttenteFin - W-AttenteDebut > W-VerrouAgeMax
                   STRING 'HEURE LIMITE ' W-LIMITE-EDIT
                       ' DEJA PASSEE : PAS D ATTENTE DES EXTRAITS'
                       DELIMITED BY SIZE INTO W-CR-LIGNE
                   END-STRING
                   PERFORM ECRITURE-CR-LIGNE
               ELSE
                   STRING 'ATTENTE DES EXTRAITS MANQUANTS JUSQU A '
                       W-LIMITE-EDIT ' (SCRUTATION TOUTES LES '
                       W-AttenteIntervalle ' S)'
                       DELIMITED BY SIZE INTO W-CR-LIGNE
                   END-STRING
                   PERFORM ECRITURE-CR-LIGNE
                   DISPLAY 'Attente des extraits manquants jusqu a '
                       W-LIMITE-EDIT
                   MOVE SPACES            TO W-AttenteEchue
                   PERFORM UNTIL W-NbrEnAttente = ZERO
                           OR W-AttenteEchue-OK
                       PERFORM SCRUTATION-EXTRAITS
                   END-PERFORM
               END-IF
           END-IF
           .

      *----------------------------------------------------------------------------
       SCRUTATION-EXTRAITS.
      *-----
      *-- Un cycle d'attente : sommeil (borne a l'heure limite), puis
      *   nouvel essai d'ouverture de chaque extrait encore attendu.
      *   Passage de minuit couvert par le report de 86400 s.
           COMPUTE W-AttenteReste = W-AttenteFin - W-AttenteCourant
           IF W-AttenteReste < W-AttenteIntervalle
               MOVE W-AttenteReste        TO W-AttenteSommeil
           ELSE
               MOVE W-AttenteIntervalle   TO W-AttenteSommeil
           END-IF
           IF W-AttenteSommeil > ZERO
               CALL 'C$SLEEP' USING W-AttenteSommeil
           END-IF
           PERFORM HORODATAGE
           PERFORM CONVERSION-HEURE-SECONDES
           MOVE W-FinSecondes             TO W-AttenteCourant
           IF W-AttenteCourant < W-AttenteDebut
               ADD 86400                  TO W-AttenteCourant
           END-IF
           PERFORM VARYING IDX-PREVOL FROM 1 BY 1 UNTIL IDX-PREVOL > 4
               SET W-IdxExtrait           TO IDX-PREVOL
               IF W-ExtraitAttendu-OK(W-IdxExtrait)
                   PERFORM RECONTROLE-EXTRAIT
               END-IF
           END-PERFORM
           IF W-AttenteCourant >= W-AttenteFin
               SET W-AttenteEchue-OK      TO TRUE
           END-IF
           .

      *----------------------------------------------------------------------------
       RECONTROLE-EXTRAIT.
      *-----
      *-- Extrait arrive (au dessin fixe ou delimite) : il sort de
      *   l'attente, l'heure d'arrivee est portee au compte rendu et
      *   il passe le controle pre-vol complet.
           MOVE W-PrevolFic(IDX-PREVOL)   TO W-PrevolNom
           OPEN INPUT FIC-PREVOL
           IF L-FstPrevol NOT = ZERO
               MOVE 'csv'                 TO W-PrevolNom(6:3)
               OPEN INPUT FIC-PREVOL
           END-IF
           IF L-FstPrevol = ZERO
               CLOSE FIC-PREVOL
               MOVE SPACES            TO W-ExtraitAttendu(W-IdxExtrait)
               SUBTRACT 1                 FROM W-NbrEnAttente
               MOVE SPACES TO W-CR-LIGNE
               STRING 'EXTRAIT ' DELIMITED BY SIZE
                   W-PrevolNom DELIMITED BY SPACE
                   ' LIVRE EN RETARD A ' W-HoroHeure
                   DELIMITED BY SIZE INTO W-CR-LIGNE
               END-STRING
               PERFORM ECRITURE-CR-LIGNE
               DISPLAY 'Extrait ' W-PrevolNom ' arrive a ' W-HoroHeure
               PERFORM CONTROLE-UNE-ENTREE
           END-IF
           .

      *----------------------------------------------------------------------------
       DECISION-EXTRAITS-MANQUANTS.
      *-----
      *-- Heure limite passee (ou pas d'attente) : pour chaque extrait
      *   toujours absent, le choix du plan. D : la chaine part sans
      *   lui, omission tracee au compte rendu et remise a la fusion
      *   (cf. ECRITURE-EXTRAITS-OMIS), qui la reporte sur FICCTL.txt.
      *   A, ou pas de choix au plan : refus de demarrage comme
      *   historiquement. Une fusion sans aucun extrait n'a pas de
      *   sens : refus aussi.
           PERFORM VARYING IDX-PREVOL FROM 1 BY 1 UNTIL IDX-PREVOL > 4
               SET W-IdxExtrait           TO IDX-PREVOL
               IF W-ExtraitAttendu-OK(W-IdxExtrait)
                   MOVE SPACES TO W-CR-LIGNE
                   IF W-ExtraitDegrade-OK(W-IdxExtrait)
                       SET W-ExtraitOmis-OK(W-IdxExtrait) TO TRUE
                       STRING 'MODE DEGRADE : ' DELIMITED BY SIZE
                           W-PrevolFic(IDX-PREVOL) DELIMITED BY SPACE
                           ' non livre a l heure limite, fusion sans '
                           'cet extrait' DELIMITED BY SIZE
                           INTO W-CR-LIGNE
                       END-STRING
                       DISPLAY 'MODE DEGRADE : ' W-PrevolFic(IDX-PREVOL)
                           ' omis'
                   ELSE
                       STRING 'PRE-VOL KO : ' DELIMITED BY SIZE
                           W-PrevolFic(IDX-PREVOL) DELIMITED BY SPACE
                           ' non livre a l heure limite'
                           DELIMITED BY SIZE INTO W-CR-LIGNE
                       END-STRING
                       DISPLAY 'PRE-VOL KO : ' W-PrevolFic(IDX-PREVOL)
                           ' non livre a l heure limite'
                       SET W-PrevolKo-OK  TO TRUE
                   END-IF
                   PERFORM ECRITURE-CR-LIGNE
               END-IF
           END-PERFORM
           IF W-NbrExtraitsLivres = ZERO
               MOVE 'PRE-VOL KO : AUCUN EXTRAIT FOURNISSEUR LIVRE'
                   TO W-CR-LIGNE
               PERFORM ECRITURE-CR-LIGNE
               DISPLAY 'PRE-VOL KO : aucun extrait fournisseur livre'
               SET W-PrevolKo-OK          TO TRUE
           END-IF
           .

      *----------------------------------------------------------------------------
       ECRITURE-EXTRAITS-OMIS.
      *-----
      *-- Recree a chaque pre-vol de la fusion, vide en l'absence
      *   d'omission : un mode degrade ne survit pas a son execution.
           OPEN OUTPUT FIC-OMIS
           IF L-FstOmis NOT = ZERO
               DISPLAY 'Erreur creation EXTRAITS-OMIS.txt (FS='
                   L-FstOmis ')'
               PERFORM ERREUR
           END-IF
           PERFORM VARYING W-IdxExtrait FROM 1 BY 1
                   UNTIL W-IdxExtrait > 4
               IF W-ExtraitOmis-OK(W-IdxExtrait)
                   MOVE SPACES            TO E-FIC-OMIS
                   STRING 'FICENT' W-IdxExtrait DELIMITED BY SIZE
                       INTO E-OMIS-FIC
                   END-STRING
                   MOVE W-RunId           TO E-OMIS-RUNID
                   WRITE E-FIC-OMIS
               END-IF
           END-PERFORM
           CLOSE FIC-OMIS
           .

      *----------------------------------------------------------------------------
       HORODATAGE.
      *-----
                   CALL 'STATITIC-TELE'
               WHEN 5
                   CALL 'ROTATION-AUDIT'
               WHEN 6
                   CALL 'CONTROLE-PAIEMENTS'
               WHEN 7
                   CALL 'RAPPROCHEMENT-PAIEMENTS'
               WHEN 8
                   CALL 'RECYCLAGE-REJETS'
               WHEN 9
                   CALL 'CLOTURE-PERIODE'
           END-EVALUATE
           .

               PERFORM VERIF-FICSOR
               PERFORM VERIF-CONTROLE-FUSION
               PERFORM FIN-SECTION-CR
               IF W-VerifMaster-OK
                   PERFORM CONTROLE-MASTER-INDEXE
               END-IF
               PERFORM MARQUE-ETAPE-FAITE
           END-IF
           END-IF
               PERFORM LANCEMENT-ETAPE-AVEC-REPRISE
               MOVE 'RESULTAT-TELE.txt' TO W-EtapeLib
               PERFORM VERIF-TELE
               PERFORM VERIF-QUALITE-TELE
               PERFORM FIN-SECTION-CR
               PERFORM MARQUE-ETAPE-FAITE
           END-IF
           END-IF
           .

      *----------------------------------------------------------------------------
       CHAINE-CLOTURE-MENSUELLE.
      *-----
      *-- Cloture mensuelle des remboursements, jusqu'ici lancee a la
      *   main programme par programme : quatre etapes enchainees
      *   sous le meme verrou, le meme identifiant d'execution, la
      *   meme reprise et le meme compte rendu que la chaine
      *   quotidienne. Declenchee par la marque CLOTURE du calendrier
      *   ou par le plan. Chaque etape n'est lancee que si la
      *   precedente a abouti (un echec arrete la chaine) et que son
      *   resultat le permet : pas de cloture de periode tant que le
      *   rapprochement laisse plus de W-EcartsMax ecarts inexpliques.
           IF W-ETAPES-DEMANDEES(6:4) = 'NNNN'
               EXIT PARAGRAPH
           END-IF
           MOVE ALL '='                   TO W-CR-LIGNE
           PERFORM ECRITURE-CR-LIGNE
           MOVE SPACES TO W-CR-LIGNE
           MOVE W-EcartsMax               TO W-ECARTS-EDIT
           STRING 'CHAINE DE CLOTURE MENSUELLE (ECARTS INEXPLIQUES '
               'ADMIS AU RAPPROCHEMENT : ' W-ECARTS-EDIT ')'
               DELIMITED BY SIZE INTO W-CR-LIGNE
           END-STRING
           PERFORM ECRITURE-CR-LIGNE
           PERFORM ETAPE-PAIEMENTS
           PERFORM ETAPE-RAPPROCHEMENT
           PERFORM ETAPE-RECYCLAGE
           PERFORM ETAPE-CLOTURE
           .

      *----------------------------------------------------------------------------
       ETAPE-PAIEMENTS.
      *-----
           IF NOT W-EtapeDemandee-OK(6)
               DISPLAY 'Cloture 1/4 : CONTROLE-PAIEMENTS non demandee '
                   'par le plan, sautee'
           ELSE
           IF W-EtapeFaite-OK(6)
               DISPLAY 'Cloture 1/4 : CONTROLE-PAIEMENTS deja '
                   'terminee, sautee (reprise)'
           ELSE
               DISPLAY 'Cloture 1/4 : CONTROLE-PAIEMENTS'
               MOVE 6 TO W-EtapeCourante
               PERFORM DEBUT-SECTION-CR
               PERFORM LANCEMENT-ETAPE-AVEC-REPRISE
      *-- Sans paiement valide, le rapprochement qui suit n'aurait
      *   rien a pointer : arret.
               MOVE 'PAIEMENTS-VALIDES.txt' TO W-PrevolNom
               MOVE 'PAIEMENTS-VALIDES.txt' TO W-EtapeLib
               PERFORM VERIF-SORTIE-ETAPE
               PERFORM FIN-SECTION-CR
               PERFORM MARQUE-ETAPE-FAITE
           END-IF
           END-IF
           .

      *----------------------------------------------------------------------------
       ETAPE-RAPPROCHEMENT.
      *-----
           IF NOT W-EtapeDemandee-OK(7)
               DISPLAY 'Cloture 2/4 : RAPPROCHEMENT-PAIEMENTS non '
                   'demandee par le plan, sautee'
           ELSE
           IF W-EtapeFaite-OK(7)
               DISPLAY 'Cloture 2/4 : RAPPROCHEMENT-PAIEMENTS deja '
                   'terminee, sautee (reprise)'
           ELSE
               DISPLAY 'Cloture 2/4 : RAPPROCHEMENT-PAIEMENTS'
               MOVE 7 TO W-EtapeCourante
               PERFORM DEBUT-SECTION-CR
               PERFORM LANCEMENT-ETAPE-AVEC-REPRISE
      *-- Ecarts au-dela du seuil : l'etape n'est pas marquee faite,
      *   une relance apres traitement des ecarts la rejoue.
               MOVE 'ecarts de RAPPROCHEMENT-PAIEMENTS.txt'
                   TO W-EtapeLib
               PERFORM CONTROLE-ECARTS-RAPPROCHEMENT
               PERFORM FIN-SECTION-CR
               PERFORM MARQUE-ETAPE-FAITE
           END-IF
           END-IF
           .

      *----------------------------------------------------------------------------
       ETAPE-RECYCLAGE.
      *-----
           IF NOT W-EtapeDemandee-OK(8)
               DISPLAY 'Cloture 3/4 : RECYCLAGE-REJETS non demandee '
                   'par le plan, sautee'
           ELSE
           IF W-EtapeFaite-OK(8)
               DISPLAY 'Cloture 3/4 : RECYCLAGE-REJETS deja '
                   'terminee, sautee (reprise)'
           ELSE
               DISPLAY 'Cloture 3/4 : RECYCLAGE-REJETS'
               MOVE 8 TO W-EtapeCourante
               PERFORM DEBUT-SECTION-CR
               PERFORM LANCEMENT-ETAPE-AVEC-REPRISE
               MOVE 'RECYCLAGE-LOG.txt' TO W-PrevolNom
               MOVE 'RECYCLAGE-LOG.txt (RECYCLAGE-REJETS)'
                   TO W-EtapeLib
               PERFORM VERIF-SORTIE-ETAPE
               PERFORM FIN-SECTION-CR
               PERFORM MARQUE-ETAPE-FAITE
           END-IF
           END-IF
           .

      *----------------------------------------------------------------------------
       ETAPE-CLOTURE.
      *-----
      *-- Le seuil d'ecarts est recontrole avant de clore, meme quand
      *   le rapprochement n'a pas tourne dans cette execution (plan
      *   sans lui, ou reprise) : c'est son dernier rapport qui fait
      *   foi.
           IF NOT W-EtapeDemandee-OK(9)
               DISPLAY 'Cloture 4/4 : CLOTURE-PERIODE non demandee '
                   'par le plan, sautee'
           ELSE
           IF W-EtapeFaite-OK(9)
               DISPLAY 'Cloture 4/4 : CLOTURE-PERIODE deja '
                   'terminee, sautee (reprise)'
           ELSE
               DISPLAY 'Cloture 4/4 : CLOTURE-PERIODE'
               MOVE 9 TO W-EtapeCourante
               PERFORM DEBUT-SECTION-CR
               PERFORM CONTROLE-ECARTS-RAPPROCHEMENT
               PERFORM LANCEMENT-ETAPE-AVEC-REPRISE
               MOVE 'CLOTURE-RAPPORT.txt (rapprochement OK)'
                   TO W-EtapeLib
               PERFORM VERIF-RAPPORT-CLOTURE
               PERFORM FIN-SECTION-CR
               PERFORM MARQUE-ETAPE-FAITE
           END-IF
           END-IF
           .

      *----------------------------------------------------------------------------
       VERIF-SORTIE-ETAPE.
      *-- Meme controle que VERIF-FICSOR, sur le fichier W-PrevolNom.
           OPEN INPUT FIC-PREVOL
           IF L-FstPrevol NOT = ZERO
               DISPLAY 'Fichier attendu absent ou erreur (FS='
                   L-FstPrevol ') apres ' W-EtapeLib
               PERFORM ERREUR
           END-IF
           READ FIC-PREVOL
               AT END
                   DISPLAY 'Fichier attendu vide apres ' W-EtapeLib
                   CLOSE FIC-PREVOL
                   PERFORM ERREUR
           END-READ
           CLOSE FIC-PREVOL
           DISPLAY '  -> OK, fichier present et non vide : ' W-EtapeLib
           .

      *----------------------------------------------------------------------------
       CONTROLE-ECARTS-RAPPROCHEMENT.
      *-- Ecarts inexpliques du dernier rapprochement, releves sur les
      *   totaux de RAPPROCHEMENT-PAIEMENTS.txt : calcules non payes,
      *   payes non calcules, montants differents et, quand le releve
      *   bancaire a ete rapproche, payes non debites et debits sans
      *   paiement. Les virements retournes sont expliques (decomptes
      *   rouverts) et ne comptent pas. Rapport absent ou sans ses
      *   totaux = arret, on ne clot pas a l'aveugle.
           MOVE ZERO                      TO W-NbrEcarts
           MOVE ZERO                      TO W-TotauxLus
           MOVE 'RAPPROCHEMENT-PAIEMENTS.txt' TO W-PrevolNom
           OPEN INPUT FIC-PREVOL
           IF L-FstPrevol NOT = ZERO
               DISPLAY 'RAPPROCHEMENT-PAIEMENTS.txt absent ou '
                   'illisible (FS=' L-FstPrevol '), cloture refusee'
               MOVE 'CLOTURE REFUSEE : RAPPORT DE RAPPROCHEMENT ABSENT'
                   TO W-CR-LIGNE
               PERFORM ECRITURE-CR-LIGNE
               PERFORM ERREUR
           END-IF
           PERFORM UNTIL L-FstPrevol NOT = ZERO
               READ FIC-PREVOL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ZERO              TO W-NbrEcartsLigne
                   EVALUATE TRUE
                       WHEN E-FIC-PREVOL(1:25) =
                               'TOTAL CALCULES NON PAYES='
                         OR E-FIC-PREVOL(1:25) =
                               'TOTAL PAYES NON CALCULES='
                         OR E-FIC-PREVOL(1:25) =
                               'TOTAL PAYES NON DEBITES ='
                         OR E-FIC-PREVOL(1:25) =
                               'TOTAL DEBITS SANS PAIEMT='
                           COMPUTE W-NbrEcartsLigne =
                               FUNCTION NUMVAL(E-FIC-PREVOL(26:7))
                           ADD 1          TO W-TotauxLus
                       WHEN E-FIC-PREVOL(1:26) =
                               'TOTAL MONTANTS DIFFERENTS='
                           COMPUTE W-NbrEcartsLigne =
                               FUNCTION NUMVAL(E-FIC-PREVOL(27:7))
                           ADD 1          TO W-TotauxLus
                   END-EVALUATE
                   ADD W-NbrEcartsLigne   TO W-NbrEcarts
               END-READ
           END-PERFORM
           CLOSE FIC-PREVOL
           IF W-TotauxLus < 3
               DISPLAY 'Totaux absents de RAPPROCHEMENT-PAIEMENTS.txt'
                   ' (rapprochement interrompu ?), cloture refusee'
               MOVE 'CLOTURE REFUSEE : TOTAUX DU RAPPROCHEMENT ABSENTS'
                   TO W-CR-LIGNE
               PERFORM ECRITURE-CR-LIGNE
               PERFORM ERREUR
           END-IF
           MOVE W-NbrEcarts               TO W-ECARTS-EDIT
           MOVE SPACES TO W-CR-LIGNE
           STRING 'ECARTS INEXPLIQUES DU RAPPROCHEMENT : '
               W-ECARTS-EDIT DELIMITED BY SIZE INTO W-CR-LIGNE
           END-STRING
           PERFORM ECRITURE-CR-LIGNE
           IF W-NbrEcarts > W-EcartsMax
               MOVE W-EcartsMax           TO W-ECARTS-EDIT
               MOVE SPACES TO W-CR-LIGNE
               STRING 'CLOTURE REFUSEE : ECARTS AU-DELA DU SEUIL '
                   'CLOTURE-ECARTS-MAX (' W-ECARTS-EDIT ')'
                   DELIMITED BY SIZE INTO W-CR-LIGNE
               END-STRING
               PERFORM ECRITURE-CR-LIGNE
               DISPLAY 'Rapprochement : ' W-NbrEcarts ' ecarts '
                   'inexpliques, seuil ' W-EcartsMax
               DISPLAY 'Cloture de periode refusee, voir '
                   'RAPPROCHEMENT-PAIEMENTS.txt'
               PERFORM ERREUR
           END-IF
           DISPLAY '  -> OK, ecarts du rapprochement dans le seuil ('
               W-NbrEcarts ')'
           .

      *----------------------------------------------------------------------------
       VERIF-RAPPORT-CLOTURE.
      *-- CLOTURE-RAPPORT.txt doit porter le rapprochement reportes +
      *   entrants = presentes de CLOTURE-PERIODE ; sa ligne de
      *   verdict est reprise au compte rendu.
           MOVE SPACES                    TO W-CloturePresente
           MOVE 'CLOTURE-RAPPORT.txt'     TO W-PrevolNom
           OPEN INPUT FIC-PREVOL
           IF L-FstPrevol NOT = ZERO
               DISPLAY 'Fichier attendu absent ou erreur (FS='
                   L-FstPrevol ') apres ' W-EtapeLib
               PERFORM ERREUR
           END-IF
           PERFORM UNTIL L-FstPrevol NOT = ZERO
               READ FIC-PREVOL
               AT END
                   CONTINUE
               NOT AT END
                   IF E-FIC-PREVOL(1:16) = 'RAPPROCHEMENT OK'
                       SET W-CloturePresente-OK TO TRUE
                       MOVE SPACES TO W-CR-LIGNE
                       STRING 'CLOTURE : ' E-FIC-PREVOL
                           DELIMITED BY SIZE INTO W-CR-LIGNE
                       END-STRING
                       PERFORM ECRITURE-CR-LIGNE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-PREVOL
           IF NOT W-CloturePresente-OK
               DISPLAY 'Rapprochement de cloture non confirme dans '
                   'CLOTURE-RAPPORT.txt'
               PERFORM ERREUR
           END-IF
           DISPLAY '  -> OK, cloture de periode rapprochee'
           .

      *----------------------------------------------------------------------------
       VERIF-JOURNAL-VIF.
      *-- Apres rotation, le journal vivant doit exister et porter au
                       COMPUTE W-CtlAnnonce =
                           FUNCTION NUMVAL(E-VERIF-CTL(13:5))
                   END-IF
      *-- Omission d'extrait en mode degrade, reportee par la fusion
                   IF E-VERIF-CTL(1:12) = 'EXTRAIT OMIS'
                       MOVE SPACES TO W-CR-LIGNE
                       STRING 'FICCTL : ' E-VERIF-CTL
                           DELIMITED BY SIZE INTO W-CR-LIGNE
                       END-STRING
                       PERFORM ECRITURE-CR-LIGNE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-VERIF-CTL
               W-CtlRecompte ' enregistrements)'
           .

      *----------------------------------------------------------------------------
       CONTROLE-MASTER-INDEXE.
      *-- Concordance des deux faces du master apres la fusion (cf.
      *   VERIF-MASTER). Des ecarts (RETURN-CODE 4) n'arretent pas la
      *   chaine - FICSOR.txt, qui alimente la suite, est juste - mais
      *   sont portes au compte rendu pour l'equipe du matin. Un echec
      *   du controle lui-meme arrete la chaine.
           MOVE ZERO TO RETURN-CODE
           CALL 'VERIF-MASTER'
           MOVE RETURN-CODE TO W-RcEtape
           MOVE SPACES TO W-CR-LIGNE
           EVALUATE RETURN-CODE
               WHEN ZERO
                   STRING 'CONTROLE OK : FICSOR.idx concordant avec '
                       'FICSOR.txt' DELIMITED BY SIZE INTO W-CR-LIGNE
                   END-STRING
                   PERFORM ECRITURE-CR-LIGNE
               WHEN 4
                   STRING 'ATTENTION : ecarts FICSOR.txt / FICSOR.idx,'
                       ' voir VERIF-MASTER-RAPPORT.txt'
                       DELIMITED BY SIZE INTO W-CR-LIGNE
                   END-STRING
                   PERFORM ECRITURE-CR-LIGNE
                   DISPLAY '  -> ATTENTION, ecarts FICSOR.txt / '
                       'FICSOR.idx (VERIF-MASTER-RAPPORT.txt)'
                   MOVE ZERO TO RETURN-CODE
               WHEN OTHER
                   STRING 'CONTROLE FICSOR.idx EN ECHEC (RETURN-CODE '
                       W-RcEtape ')' DELIMITED BY SIZE INTO W-CR-LIGNE
                   END-STRING
                   PERFORM ECRITURE-CR-LIGNE
                   DISPLAY 'VERIF-MASTER RETURN-CODE =' RETURN-CODE
                   PERFORM ERREUR
           END-EVALUATE
           .

      *----------------------------------------------------------------------------
       VERIF-FICSOR2.
      *-- Meme controle que VERIF-FICSOR, sur FICSOR2.txt (sortie
           DISPLAY '  -> OK, fichier present et non vide : ' W-EtapeLib
           .

      *----------------------------------------------------------------------------
       VERIF-QUALITE-TELE.
      *-- Verdict qualite de STATITIC-TELE : BLOQUE arrete la chaine
      *   avant que RESULTAT-TELE.txt ne parte, AVERTISSEMENT passe
      *   avec mention au compte rendu. Verdict absent = arret aussi,
      *   on ne publie pas des donnees que personne n'a controlees.
           OPEN INPUT FIC-VERIF-QUALITE
           IF L-FstVerifQualite NOT = ZERO
               DISPLAY 'QUALITE-TELE.txt absent ou illisible (FS='
                   L-FstVerifQualite '), publication refusee'
               PERFORM ERREUR
           END-IF
           READ FIC-VERIF-QUALITE
               AT END
                   DISPLAY 'QUALITE-TELE.txt vide, publication refusee'
                   CLOSE FIC-VERIF-QUALITE
                   PERFORM ERREUR
           END-READ
           CLOSE FIC-VERIF-QUALITE
           MOVE SPACES TO W-CR-LIGNE
           STRING 'QUALITE : ' DELIMITED BY SIZE
               E-VQUAL-VERDICT DELIMITED BY SPACE
               ' ' E-VQUAL-DETAIL DELIMITED BY SIZE
               INTO W-CR-LIGNE
           END-STRING
           PERFORM ECRITURE-CR-LIGNE
           EVALUATE E-VQUAL-VERDICT
               WHEN 'PUBLIABLE'
                   DISPLAY '  -> OK, donnees panel publiables'
               WHEN 'AVERTISSEMENT'
                   DISPLAY '  -> OK, publication avec avertissements : '
                       E-VQUAL-DETAIL
               WHEN OTHER
                   DISPLAY 'Donnees panel bloquees par le controle '
                       'qualite : ' E-VQUAL-DETAIL
                   DISPLAY 'RESULTAT-TELE.txt non publie'
                   PERFORM ERREUR
           END-EVALUATE
           .

      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
      *-- Chaine arrivee au bout sans incident : l'etat d'avancement
      *   est purge, la prochaine execution rejouera tout. Sur fin
      *   anormale, l'etat reste en place pour la reprise. Le compte
      *   rendu se clot sur le verdict de la nuit, precede en
      *   simulation de la comparaison avec la derniere nuit reelle.
           IF W-Simulation-OK
               MOVE ALL '-'               TO W-CR-LIGNE
               PERFORM ECRITURE-CR-LIGNE
               PERFORM RAPPORT-COMPARAISON-SIMULATION
           END-IF
           MOVE ALL '-'                   TO W-CR-LIGNE
           PERFORM ECRITURE-CR-LIGNE
           PERFORM HORODATAGE
               PERFORM PURGE-ETAT-CHAINE
           END-IF
           PERFORM LIBERATION-VERROU
           IF W-Simulation-OK
               CALL 'CBL_CHANGE_DIR' USING W-SimRemonte
                   RETURNING W-RC-Sim
               END-CALL
           END-IF
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
      *----
           DISPLAY 'Fin anormale - chaine de traitement interrompue'
           MOVE SPACES TO W-CR-LIGNE
           IF W-EtapeCourante >= 1 AND W-EtapeCourante <= 9
               STRING 'ETAPE EN ECHEC : '
                   W-EtapeNom(W-EtapeCourante) DELIMITED BY SIZE
                   INTO W-CR-LIGNE
