               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolTrav.

      *> Decomptes admis du run, au dessin E-LISTE, le montant
      *> rembourse portant la seule part admise (sous plafond annuel),
      *> ferme par un trailer compte / total : c'est la source des
      *> ordres de paiement (cf. ORDRES-PAIEMENT). Sans trailer (fin
      *> anormale), le fichier n'est pas emissible.
           SELECT ADMIS ASSIGN TO 'DECOMPTES-ADMIS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstAdmis.

      *> Historique des decomptes payes, une ligne par decompte admis
      *> (police, code acte, date de soin, montant presente, periode
      *> de paiement AAAAMM) : un soin deja paye sur une autre
      *> periode est rejete en doublon (cf. VERIF-DOUBLON-HISTO).
      *> Relu a l'INIT, reecrit sur fin normale. Absent : premier run,
      *> rien a comparer.
           SELECT HISTODEC ASSIGN TO 'HISTO-DECOMPTES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstHisto.

      *> Decomptes proches d'un decompte deja paye (meme police, code
      *> et date de soin, montant different), a revoir : admis, mais
      *> listes pour controle.
           SELECT DBLPROCHE ASSIGN TO 'DOUBLONS-PROCHES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstDblProche.

      *> Ventilation triee par police / annee / mois
           SELECT POLTRI ASSIGN TO 'POLICES-TRIEES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstCodeRef.

      *> Referentiel des polices (numero, nom de l'assure, statut,
      *> niveau de garantie), charge a l'INIT : les decomptes de
      *> polices inconnues partent en rejet et les editions par police
      *> portent le nom de l'assure (cf. CHARGEMENT-POLICES /
      *> VERIF-POLICE). Le niveau de garantie choisit la ligne du
      *> bareme (cf. CONTROLE-BAREME) ; a blanc (ancien dessin) :
      *> bareme par defaut.
           SELECT POLREF ASSIGN TO 'POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolRef.

      *> Historique date des polices tenu par MAJ-POLICES : le statut
      *> et le niveau juges sont ceux en vigueur a la date de soin
      *> (cf. VERIF-STATUT-DATE-SOIN). Absent, ou police sans
      *> historique : statut du jour de POLICES.txt.
           SELECT POLHIS ASSIGN TO 'POLICES-HISTO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolHis.

      *> Bareme de remboursement : taux et franchise fixe par code
      *> d'acte et niveau de garantie, avec dates d'effet. Charge a
      *> l'INIT ; absent : pas de controle du rembourse contre le
      *> bareme.
           SELECT BAREMES ASSIGN TO 'BAREMES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstBareme.

      *> Ecarts rembourse / attendu du bareme au-dela de la tolerance,
      *> et impact financier par mois de soin (cf. CONTROLE-BAREME).
           SELECT ECARTBAR ASSIGN TO 'ECARTS-BAREME.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstEcartBar.

      *> Composition familiale des polices (police, numero d'ayant
      *> droit, nom, lien, date de naissance, debut et fin de
      *> couverture), chargee a l'INIT : un decompte pour un ayant
      *> droit inconnu ou non couvert a la date de soin part en rejet
      *> (cf. CHARGEMENT-AYANTS-DROIT / VERIF-AYANT-DROIT). Absent :
      *> controle coupe.
           SELECT AYANTREF ASSIGN TO 'AYANTS-DROIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstAyantRef.

      *> Referentiel des prestataires de soins (identifiant, nom,
      *> specialite, indicateur actif), charge a l'INIT : un decompte
      *> d'un prestataire inconnu ou inactif part en rejet (cf.
      *> VERIF-PRESTATAIRE). Absent : controle coupe, pas de rapport
      *> prestataires.
           SELECT PRSREF ASSIGN TO 'PRESTATAIRES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPrsRef.

      *> Classement des prestataires par code d'acte (volume, montant
      *> moyen) avec signalement des moyennes tres au-dessus de celle
      *> de la specialite (cf. RAPPORT-PRESTATAIRES).
           SELECT RAPPRS ASSIGN TO 'RAPPORT-PRESTATAIRES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstRapPrs.

      *> Correspondance contrats / polices et etat des contrats de
      *> COMPLETER-FICHIER (fermetures datees), charges a l'INIT : un
      *> decompte dont la date de soin suit la fermeture du dernier
      *> contrat de la police part en rejet (cf. VERIF-CONTRAT-FERME).
      *> Correspondance absente : controle coupe.
           SELECT FIC-XREF ASSIGN TO 'CONTRATS-POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstXref.
           SELECT FIC-ETATCTR ASSIGN TO 'ETAT-CONTRATS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstEtatCtr.

      *> Journal d'audit partagé entre les programmes batch
      *> (cf. ECRITURE-AUDIT).
           SELECT FIC-AUDIT ASSIGN TO 'JOURNAL-AUDIT.txt'
      *> fichiers a l'ancien dessin (ligne arretee au montant
      *> rembourse) restent acceptes : la zone facture arrive a blanc
      *> et le decompte est ecarte des seuls calculs de taux (cf.
      *> CHARGEMENT-MONTANT-TABLEAU). Le numero d'ayant droit suit :
      *> a blanc (dessins anterieurs), le decompte vaut pour l'assure
      *> principal, ayant droit 01 (cf. VERIF-AYANT-DROIT). Le
      *> prestataire de soins ferme la ligne : a blanc (dessins
      *> anterieurs), le decompte est admis sans controle prestataire
      *> (cf. VERIF-PRESTATAIRE). La caisse d'origine, posee par
      *> RECEPTION-CAISSES, suit : a blanc, decompte sans caisse
      *> (fichier unique des dessins anterieurs).
       FD LISTE.
       01 E-LISTE.
           05 E-LISTE-CODE                 PIC X(2).
           05 E-LISTE-MTREMB               PIC 9(7)V99.
           05 E-LISTE-FILLER4              PIC X.
           05 E-LISTE-MTFACT               PIC 9(7)V99.
           05 E-LISTE-FILLER5              PIC X.
           05 E-LISTE-AYANTDROIT           PIC X(2).
           05 E-LISTE-FILLER6              PIC X.
           05 E-LISTE-PRESTATAIRE          PIC X(11).
           05 E-LISTE-FILLER7              PIC X.
           05 E-LISTE-CAISSE               PIC X(3).
      *> Vue trailer de controle : dernier enregistrement du fichier,
      *> compte des details et total des montants rembourses annonces
      *> par l'amont (meme convention que la cloture de periode).
       01 S-DONSORT                        PIC X(80).

       FD REJETS.
       01 E-REJETS                         PIC X(120).

       FD SORTIE-CSV.
       01 S-DONSORT-CSV                    PIC X(40).
           05 E-PER-MOIS                   PIC 9(2).

       FD REPORTDEC.
       01 E-REPORTDEC                      PIC X(64).

      *> Dessin etendu : le plafond annuel par police ferme la ligne.
      *> Les referentiels a l'ancien dessin (ligne arretee au plafond
           05 E-PT-ANNEE                   PIC 9(4).
           05 E-PT-MOIS                    PIC 9(2).
           05 E-PT-MONTANT                 PIC 9(7)V99.
           05 E-PT-AYANTDROIT              PIC X(2).

       FD ADMIS.
       01 E-ADMIS.
           05 E-ADM-DEBUT                  PIC X(26).
           05 E-ADM-MONTANT                PIC 9(7)V99.
           05 E-ADM-MTFACT                 PIC X(10).
           05 E-ADM-FILLER5                PIC X.
           05 E-ADM-AYANTDROIT             PIC X(2).
           05 E-ADM-FILLER6                PIC X.
           05 E-ADM-PRESTATAIRE            PIC X(11).
       01 E-TRAILER-ADMIS.
           05 E-AdmTrlLib                  PIC X(7).
           05 FILLER                       PIC X.
           05 E-AdmTrlNbr                  PIC 9(5).
           05 FILLER                       PIC X.
           05 E-AdmTrlHash                 PIC 9(9)V99.

       FD HISTODEC.
       01 E-HISTODEC.
           05 E-HIS-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-HIS-CODE                   PIC X(2).
           05 FILLER                       PIC X.
           05 E-HIS-DATESOIN               PIC X(7).
           05 FILLER                       PIC X.
           05 E-HIS-MTREMB                 PIC 9(7)V99.
           05 FILLER                       PIC X.
           05 E-HIS-PERIODE                PIC X(6).
           05 FILLER                       PIC X.
           05 E-HIS-AYANTDROIT             PIC X(2).

       FD DBLPROCHE.
       01 E-DBLPROCHE                      PIC X(80).

       FD POLTRI.
       01 E-POLTRI.
           05 E-PTT-ANNEE                  PIC 9(4).
           05 E-PTT-MOIS                   PIC 9(2).
           05 E-PTT-MONTANT                PIC 9(7)V99.
           05 E-PTT-AYANTDROIT             PIC X(2).

       SD TRI-POLICE.
       01 SD-POL-ENR.
           05 SD-POL-ANNEE                 PIC 9(4).
           05 SD-POL-MOIS                  PIC 9(2).
           05 SD-POL-MONTANT               PIC 9(7)V99.
           05 SD-POL-AYANTDROIT            PIC X(2).

       FD CODEREF.
       01 E-CODEREF.
           05 E-POLREF-NOM                 PIC X(30).
           05 FILLER                       PIC X.
           05 E-POLREF-STATUT              PIC X.
           05 FILLER                       PIC X.
           05 E-POLREF-NIVEAU              PIC X(2).

      *-- Meme dessin que le POLHIS de MAJ-POLICES : une image de
      *   police par changement, a compter de sa date d'effet
       FD POLHIS.
       01 E-POLHIS.
           05 E-PHI-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-PHI-DATEEFF                PIC X(8).
           05 FILLER                       PIC X.
           05 E-PHI-CODE                   PIC X.
           05 FILLER                       PIC X.
           05 E-PHI-STATUT                 PIC X.
           05 FILLER                       PIC X.
           05 E-PHI-NIVEAU                 PIC X(2).
           05 FILLER                       PIC X.
           05 E-PHI-NOM                    PIC X(30).
           05 FILLER                       PIC X.
           05 E-PHI-DATESAISIE             PIC X(8).

      *-- Taux en pourcentage du facture (07000 = 70,00 %), franchise
      *   deduite du montant ainsi obtenu ; date de fin a blanc :
      *   ligne toujours en vigueur. Niveau a blanc : ligne par defaut
      *   du code, pour les niveaux sans ligne propre.
       FD BAREMES.
       01 E-BAREME.
           05 E-BAR-CODE                   PIC X(2).
           05 FILLER                       PIC X.
           05 E-BAR-NIVEAU                 PIC X(2).
           05 FILLER                       PIC X.
           05 E-BAR-TAUX                   PIC 9(3)V99.
           05 FILLER                       PIC X.
           05 E-BAR-FRANCHISE              PIC 9(5)V99.
           05 FILLER                       PIC X.
           05 E-BAR-DATEDEB                PIC X(8).
           05 FILLER                       PIC X.
           05 E-BAR-DATEFIN                PIC X(8).

       FD ECARTBAR.
       01 E-ECARTBAR                       PIC X(132).

       FD AYANTREF.
       01 E-AYANTREF.
           05 E-ADREF-NUMPOL               PIC X(12).
           05 FILLER                       PIC X.
           05 E-ADREF-AYANTDROIT           PIC X(2).
           05 FILLER                       PIC X.
           05 E-ADREF-NOM                  PIC X(30).
           05 FILLER                       PIC X.
           05 E-ADREF-LIEN                 PIC X.
           05 FILLER                       PIC X.
           05 E-ADREF-DATENAIS             PIC X(8).
           05 FILLER                       PIC X.
           05 E-ADREF-DEBCOUV              PIC X(8).
           05 FILLER                       PIC X.
           05 E-ADREF-FINCOUV              PIC X(8).

       FD PRSREF.
       01 E-PRSREF.
           05 E-PRSREF-ID                  PIC X(11).
           05 FILLER                       PIC X.
           05 E-PRSREF-NOM                 PIC X(30).
           05 FILLER                       PIC X.
           05 E-PRSREF-SPECIALITE          PIC X(20).
           05 FILLER                       PIC X.
           05 E-PRSREF-ACTIF               PIC X.

       FD RAPPRS.
       01 E-RAPPRS                         PIC X(150).

       FD FIC-XREF.
       01 E-FIC-XREF                       PIC X(22).

       FD FIC-ETATCTR.
       01 E-FIC-ETATCTR                    PIC X(22).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       01 W-POL-MAX                                PIC 9(5) VALUE 500.
       01 L-FstPolTrav                             PIC 99.
       01 L-FstPolTri                              PIC 99.
      *-- Decomptes admis (cf. ECRITURE-DECOMPTE-ADMIS) : compte et
      *   total des parts admises pour le trailer.
       01 L-FstAdmis                               PIC 99.
       01 W-NbrAdmis                               PIC 9(5) VALUE ZERO.
       01 W-HashAdmis                              PIC 9(9)V99
                                                    VALUE ZERO.
       01 W-FinPolTri                              PIC X.
           88 W-FinPolTri-OK                       VALUE 'O'.
       01 W-PolEnCours                             PIC X.
      *   jours, globalement et par mois de soin de l'annee en cours,
      *   avec les retardataires les plus anciens listes. C'est la
      *   vieillesse des flux qui casse l'arrete comptable.
      *   Le meme delai est aussi compte en jours ouvres par
      *   Jours_ouvres (JOURS-FERIES.txt), unite des engagements de
      *   service envers les assures : tranches 0-20 / 21-40 / 41-60
      *   / plus de 60 jours ouvres (quatre, huit, douze semaines).
       01 W-AgeIntJour                              PIC S9(9) COMP.
       01 W-AgeDateRun                              PIC 9(8).
       01 W-AgeDelaiJO                              PIC S9(5).
       01 W-JO-FONCTION                             PIC X.
       01 W-JO-NBJOURS                              PIC S9(5).
       01 W-JO-STATUT                               PIC X(2).
       01 W-AgeErrJO                                PIC 9(5) VALUE ZERO.
       01 W-AgeIntSoin                              PIC S9(9) COMP.
       01 W-AgeJourSoin                             PIC 9(8).
       01 W-AgeDelai                                PIC S9(5).
                   15 T-AGEM-NBR                PIC 9(7) VALUE ZERO.
                   15 T-AGEM-MNT                PIC 9(11)V99
                                                VALUE ZERO.
       01 TABLE-AGE-OUVRES.
           05 T-AGEO OCCURS 4.
               10 T-AGEO-NBR                    PIC 9(7) VALUE ZERO.
               10 T-AGEO-MNT                    PIC 9(11)V99
                                                VALUE ZERO.
      *-- Les cinq decomptes les plus anciens du run
       01 W-AGE-PIRES.
           05 T-PIRE OCCURS 5.
               10 T-PIRE-DELAI                  PIC S9(5) VALUE ZERO.
               10 T-PIRE-DELAIJO                PIC S9(5) VALUE ZERO.
               10 T-PIRE-NUMPOL                 PIC X(12).
               10 T-PIRE-DATE                   PIC 9(8).
               10 T-PIRE-MNT                    PIC 9(7)V99.
       01 WS-AGE-NBR-TXT                            PIC X(8).
       01 WS-AGE-MNT-TXT                            PIC X(14).
       01 WS-AGE-DELAI-TXT                          PIC X(6).
       01 WS-AGE-DELJO-TXT                          PIC X(6).
       01 W-AgeLibTranche                           PIC X(14).

      *-- Prevision des trois prochains mois (cf.
               10 T-POLREF-NUMPOL               PIC X(12).
               10 T-POLREF-NOM                  PIC X(30).
               10 T-POLREF-STATUT               PIC X.
               10 T-POLREF-NIVEAU               PIC X(2).
       01 W-NiveauPolice                            PIC X(2).
      *-- Historique date des polices charge depuis POLICES-HISTO.txt
      *   (cf. VERIF-STATUT-DATE-SOIN). Meme capacite que MAJ-POLICES.
       01 L-FstPolHis                               PIC 99.
       01 W-HisPol-Actif                            PIC X VALUE 'N'.
           88 W-HisPol-Actif-OK                     VALUE 'O'.
       01 W-PHI-MAX                                 PIC 9(5) VALUE 5000.
       01 W-NbrPolHis                               PIC 9(5) VALUE ZERO.
       01 W-PolHisDeborde                           PIC 9(5) VALUE ZERO.
       01 TABLE-POLHIS.
           05 T-PHI OCCURS 5000 TIMES
                    INDEXED BY IDX-PHI.
               10 T-PHI-NUMPOL                  PIC X(12).
               10 T-PHI-DATEEFF                 PIC X(8).
               10 T-PHI-STATUT                  PIC X.
               10 T-PHI-NIVEAU                  PIC X(2).
       01 W-PolHisto                                PIC X.
           88 W-PolHisto-OK                         VALUE 'O'.
       01 W-IdxPolHis                               PIC 9(5).
       01 W-DatePolHis                              PIC X(8).
       01 W-DateSoinPol                             PIC X(8).
       01 W-StatutDateSoin                          PIC X.
           88 W-StatutDateSoin-OK                   VALUE 'O'.
       01 W-MotifStatutDate                         PIC X(20).
       01 W-NbrRejStatutDate                        PIC 9(5) VALUE ZERO.
      *-- Bareme de remboursement charge depuis BAREMES.txt (cf.
      *   CONTROLE-BAREME). Tolerance en centimes (reglage
      *   BAREME-TOLERANCE de PARAMS-LOT.txt) : en deca, l'ecart est
      *   un arrondi, pas une anomalie.
       01 L-FstBareme                               PIC 99.
       01 L-FstEcartBar                             PIC 99.
       01 W-RefBar-Actif                            PIC X VALUE 'N'.
           88 W-RefBar-Actif-OK                     VALUE 'O'.
       01 W-BAR-MAX                                 PIC 9(4) VALUE 1000.
       01 W-NbrBarRef                               PIC 9(4) VALUE ZERO.
       01 W-BarRefDeborde                           PIC 9(5) VALUE ZERO.
       01 W-IdxBarRef                               PIC 9(4).
       01 TABLE-BAREMES.
           05 T-BAR OCCURS 1000 TIMES
                    INDEXED BY IDX-BAR.
               10 T-BAR-CODE                    PIC X(2).
               10 T-BAR-NIVEAU                  PIC X(2).
               10 T-BAR-TAUX                    PIC 9(3)V99.
               10 T-BAR-FRANCHISE               PIC 9(5)V99.
               10 T-BAR-DATEDEB                 PIC X(8).
               10 T-BAR-DATEFIN                 PIC X(8).
       01 W-NiveauBareme                            PIC X(2).
       01 W-ToleranceBar                            PIC 9(5) VALUE 100.
       01 W-ToleranceMnt                            PIC 9(3)V99.
       01 W-MntAttendu                              PIC S9(7)V99.
       01 W-MntAttenduBrut                          PIC 9(9)V9(4).
       01 W-EcartBar                                PIC S9(7)V99.
       01 W-EcartBarAbs                             PIC 9(7)V99.
       01 W-SensEcartBar                            PIC X(10).
       01 W-NbrBarControles                         PIC 9(5) VALUE ZERO.
       01 W-NbrSansBareme                           PIC 9(5) VALUE ZERO.
       01 W-NbrEcartsBar                            PIC 9(5) VALUE ZERO.
       01 W-TotTropPaye                             PIC 9(9)V99
                                                    VALUE ZERO.
       01 W-TotMoinsPaye                            PIC 9(9)V99
                                                    VALUE ZERO.
      *-- Impact des ecarts par mois de soin (AAAAMM)
       01 W-ECBAR-MAX                               PIC 9(3) VALUE 120.
       01 W-NbrEcBarMois                            PIC 9(3) VALUE ZERO.
       01 W-EcBarMoisDeborde                        PIC 9(5) VALUE ZERO.
       01 W-IdxEcBar                                PIC 9(3).
       01 W-EcBarMoisCle.
           05 W-EcBarMoisAnnee                      PIC 9(4).
           05 W-EcBarMoisMois                       PIC 9(2).
       01 TABLE-ECARTS-MOIS.
           05 T-ECBAR OCCURS 120 TIMES
                      INDEXED BY IDX-ECBAR.
               10 T-ECBAR-MOIS                  PIC X(6).
               10 T-ECBAR-NBR-TROP              PIC 9(5).
               10 T-ECBAR-MNT-TROP              PIC 9(9)V99.
               10 T-ECBAR-NBR-MOINS             PIC 9(5).
               10 T-ECBAR-MNT-MOINS             PIC 9(9)V99.
               10 T-ECBAR-EDITE                 PIC X.
       01 W-EcBarMoisSel                            PIC X(6).
       01 W-ImpactNet                               PIC S9(9)V99.
       01 W-BAR-MNT-EDIT                            PIC Z(6)ZZ9,99.
       01 W-BAR-ECART-EDIT                          PIC -(9)9,99.
       01 W-BAR-TOT-EDIT                            PIC Z(8)ZZ9,99.
       01 W-BAR-NET-EDIT                            PIC -(11)9,99.
       01 W-BAR-NBR-EDIT                            PIC ZZZZ9.
       01 WS-BAR-FACT-TXT                           PIC X(12).
       01 WS-BAR-ATT-TXT                            PIC X(12).
       01 WS-BAR-REMB-TXT                           PIC X(12).
       01 WS-BAR-ECART-TXT                          PIC X(13).
       01 WS-BAR-TROP-TXT                           PIC X(14).
       01 WS-BAR-MOINS-TXT                          PIC X(14).
       01 WS-BAR-NBTROP-TXT                         PIC X(5).
      *-- Composition familiale chargee depuis AYANTS-DROIT.txt :
      *   une entree par ayant droit de police. Absent : controle des
      *   ayants droit coupe, noms et liens a blanc dans les editions.
       01 L-FstAyantRef                             PIC 99.
       01 W-RefAd-Actif                             PIC X VALUE 'N'.
           88 W-RefAd-Actif-OK                      VALUE 'O'.
       01 W-AD-MAX                                  PIC 9(4) VALUE 2000.
       01 W-NbrAdRef                                PIC 9(4) VALUE ZERO.
       01 W-AdRefDeborde                            PIC 9(5) VALUE ZERO.
       01 W-IdxAdRef                                PIC 9(4).
       01 TABLE-AYANTS-DROIT.
           05 T-ADREF OCCURS 2000 TIMES
                      INDEXED BY IDX-ADREF.
               10 T-ADREF-NUMPOL                PIC X(12).
               10 T-ADREF-AYANTDROIT            PIC X(2).
               10 T-ADREF-NOM                   PIC X(30).
               10 T-ADREF-LIEN                  PIC X.
               10 T-ADREF-DATENAIS              PIC X(8).
               10 T-ADREF-DEBCOUV               PIC X(8).
               10 T-ADREF-FINCOUV               PIC X(8).
      *-- Ayant droit du decompte en cours (01 = assure principal
      *   quand la zone arrive a blanc) et resultat du controle.
       01 W-AyantDroit                              PIC X(2).
       01 W-AyantDroit-Valide                       PIC X VALUE 'O'.
           88 W-AyantDroitValide-OK                 VALUE 'O'.
           88 W-AyantDroitValide-KO                 VALUE 'N'.
       01 W-NbrRejAyantDroit                        PIC 9(5) VALUE ZERO.
       01 W-MotifAyantDroit                         PIC X(20).
       01 W-NomAyantDroit                           PIC X(30).
       01 W-LibLienAd                               PIC X(8).
      *-- Cumuls par ayant droit de la police courante, dans la passe
      *   triee (cf. CUMUL-AYANT-DROIT-POLICE) : total toutes annees
      *   pour la ventilation par police, total de l'annee de releve
      *   pour le releve annuel. Au-dela de la capacite, les montants
      *   sont regroupes sur une ligne 'autres ayants droit'.
       01 W-NbrAdPol                                PIC 9(2) VALUE ZERO.
       01 W-IdxAdPol                                PIC 9(2).
       01 W-IdxAdPolRech                            PIC 9(2).
       01 W-AdPolAutres                             PIC 9(9)V99.
       01 W-AdPolAutresRel                          PIC 9(9)V99.
       01 TABLE-AD-POLICE.
           05 T-ADPOL OCCURS 20 TIMES.
               10 T-ADPOL-AYANTDROIT            PIC X(2).
               10 T-ADPOL-TOTAL                 PIC 9(9)V99.
               10 T-ADPOL-RELTOTAL              PIC 9(9)V99.
       01 W-ADPOL-MNT-EDIT                          PIC Z(6)ZZ9,99.
       01 WS-ADPOL-MNT-TXT                          PIC X(12).
      *-- Referentiel des prestataires charge depuis PRESTATAIRES.txt
      *   (indicateur actif 'O' / 'N'). Absent : controle coupe.
       01 L-FstPrsRef                               PIC 99.
       01 L-FstRapPrs                               PIC 99.
       01 W-RefPrs-Actif                            PIC X VALUE 'N'.
           88 W-RefPrs-Actif-OK                     VALUE 'O'.
       01 W-PRS-MAX                                 PIC 9(4) VALUE 3000.
       01 W-NbrPrsRef                               PIC 9(4) VALUE ZERO.
       01 W-PrsRefDeborde                           PIC 9(5) VALUE ZERO.
       01 W-IdxPrsRef                               PIC 9(4).
       01 TABLE-PRESTATAIRES.
           05 T-PRSREF OCCURS 3000 TIMES
                       INDEXED BY IDX-PRSREF.
               10 T-PRSREF-ID                   PIC X(11).
               10 T-PRSREF-NOM                  PIC X(30).
               10 T-PRSREF-SPECIALITE           PIC X(20).
               10 T-PRSREF-ACTIF                PIC X.
      *-- Controle du prestataire du decompte en cours
       01 W-Prestataire-Valide                      PIC X VALUE 'O'.
           88 W-PrestataireValide-OK                VALUE 'O'.
           88 W-PrestataireValide-KO                VALUE 'N'.
       01 W-IdPrestataire                           PIC X(11).
       01 W-NomPrestataire                          PIC X(30).
       01 W-MotifPrestataire                        PIC X(20).
       01 W-NbrRejPrestataire                       PIC 9(5) VALUE ZERO.
       01 W-NbrSansPrestataire                      PIC 9(5) VALUE ZERO.
      *-- Statistiques des decomptes payes par prestataire et code
      *   d'acte, et par specialite et code d'acte (moyenne de
      *   reference). Un prestataire est signale quand sa moyenne
      *   depasse W-SeuilPrsPct % de celle de sa specialite (reglage
      *   PRS-SEUIL-PCT de PARAMS-LOT.txt). Au-dela de la capacite, les
      *   decomptes sont comptes hors classement.
       01 W-SeuilPrsPct                             PIC 9(4) VALUE 150.
       01 W-PRSSTAT-MAX                             PIC 9(4) VALUE 5000.
       01 W-NbrPrsStat                              PIC 9(4) VALUE ZERO.
       01 W-PrsStatDeborde                          PIC 9(5) VALUE ZERO.
       01 W-IdxPrsStat                              PIC 9(4).
       01 TABLE-STAT-PRESTATAIRES.
           05 T-PRSSTAT OCCURS 5000 TIMES
                        INDEXED BY IDX-PRSSTAT.
               10 T-PRSSTAT-CODE                PIC X(2).
               10 T-PRSSTAT-ID                  PIC X(11).
               10 T-PRSSTAT-NBR                 PIC 9(5).
               10 T-PRSSTAT-TOTAL               PIC 9(9)V99.
               10 T-PRSSTAT-EDITE               PIC X.
       01 W-SPESTAT-MAX                             PIC 9(4) VALUE 1000.
       01 W-NbrSpeStat                              PIC 9(4) VALUE ZERO.
       01 W-IdxSpeStat                              PIC 9(4).
       01 TABLE-STAT-SPECIALITES.
           05 T-SPESTAT OCCURS 1000 TIMES
                        INDEXED BY IDX-SPESTAT.
               10 T-SPESTAT-CODE                PIC X(2).
               10 T-SPESTAT-SPECIALITE          PIC X(20).
               10 T-SPESTAT-NBR                 PIC 9(7).
               10 T-SPESTAT-TOTAL               PIC 9(11)V99.
       01 W-SpecialitePrs                           PIC X(20).
       01 W-CodeSel                                 PIC X(2).
       01 W-CodePrec                                PIC X(2).
       01 W-IdxPrsSel                               PIC 9(4).
       01 W-RangPrs                                 PIC 9(4).
       01 W-PrsMoy                                  PIC 9(7)V99.
       01 W-SpeMoy                                  PIC 9(7)V99.
       01 W-PrsEcart                                PIC 9(9)V99.
       01 W-NbrPrsAtypiques                         PIC 9(5) VALUE ZERO.
       01 W-PrsAtypique                             PIC X(9).
       01 W-PRS-RANG-EDIT                           PIC ZZZ9.
       01 W-PRS-NBR-EDIT                            PIC ZZZZ9.
       01 W-PRS-MNT-EDIT                            PIC Z(8)ZZ9,99.
       01 W-PRS-MOY-EDIT                            PIC Z(6)ZZ9,99.
       01 WS-PRS-TOT-TXT                            PIC X(14).
       01 WS-PRS-MOY-TXT                            PIC X(12).
       01 WS-SPE-MOY-TXT                            PIC X(12).
      *-- Historique des decomptes payes (cf. CHARGEMENT-HISTORIQUE).
      *   Les lignes de la periode du run viennent d'un run precedent
      *   de la meme periode, rejoue : elles ne sont pas rechargees,
      *   ce run les remplace. Seules les W-NbrHistoAnt premieres
      *   entrees (periodes anterieures) servent au controle ; les
      *   suivantes sont les decomptes admis par ce run.
       01 L-FstHisto                                PIC 99.
       01 L-FstDblProche                            PIC 99.
       01 W-HIS-MAX                                 PIC 9(5)
                                                    VALUE 20000.
       01 W-NbrHisto                                PIC 9(5) VALUE ZERO.
       01 W-NbrHistoAnt                             PIC 9(5) VALUE ZERO.
       01 W-HistoRemplaces                          PIC 9(5) VALUE ZERO.
       01 W-HistoDeborde                            PIC 9(5) VALUE ZERO.
       01 W-NbrHistoRun                             PIC 9(5).
       01 TABLE-HISTORIQUE.
           05 T-HIS OCCURS 20000 TIMES
                    INDEXED BY IDX-HIS.
               10 T-HIS-NUMPOL                  PIC X(12).
               10 T-HIS-CODE                    PIC X(2).
               10 T-HIS-DATESOIN                PIC X(7).
               10 T-HIS-MTREMB                  PIC 9(7)V99.
               10 T-HIS-PERIODE                 PIC X(6).
               10 T-HIS-AYANTDROIT              PIC X(2).
      *-- Periode de paiement du run : periode comptable quand
      *   l'arrete est actif, mois du run sinon.
       01 W-PeriodeRun.
           05 W-PeriodeRun-Annee                    PIC 9(4).
           05 W-PeriodeRun-Mois                     PIC 9(2).
       01 W-DateSoinHisto                           PIC X(7).
       01 W-DoublonHisto                            PIC X.
           88 W-DoublonHisto-OK                     VALUE 'O'.
       01 W-PeriodeDoublon                          PIC X(6).
       01 W-NbrRejDoublons                          PIC 9(5) VALUE ZERO.
       01 W-NbrDblProches                           PIC 9(5) VALUE ZERO.
       01 W-DBL-MNT-EDIT                            PIC Z(6)ZZ9,99.
       01 WS-DBL-MNT-TXT                            PIC X(12).
       01 WS-DBL-PAYE-TXT                           PIC X(12).
      *-- Referentiel des codes d'acte charge depuis CODES-ACTES.txt.
      *   Absent : plafond global historique pour tous les codes,
      *   libelles a blanc.
       01 W-REPORTES-EDIT                           PIC ZZZZ9.
       01 WS-REP-TXT                                PIC X(6).

      *-- Ventilation par caisse d'origine (cf. CUMUL-CAISSE) :
      *   presentes, rejets, reportes et admis de chaque caisse, edites
      *   en fin de RESULTAT.txt des qu'un decompte porte sa caisse.
       01 W-CAI-MAX                                 PIC 9(3) VALUE 50.
       01 W-NbrCaisses                              PIC 9(3) VALUE ZERO.
       01 W-CaisseTaguee                            PIC X VALUE 'N'.
           88 W-CaisseTaguee-OK                     VALUE 'O'.
       01 TABLE-CAISSES.
           05 T-CAI OCCURS 50 TIMES
                    INDEXED BY IDX-CAI.
               10 T-CAI-CODE                        PIC X(3).
               10 T-CAI-PRESENTES                   PIC 9(7).
               10 T-CAI-MT-PRESENTE                 PIC 9(11)V99.
               10 T-CAI-REJETS                      PIC 9(7).
               10 T-CAI-MT-REJETE                   PIC 9(11)V99.
               10 T-CAI-REPORTES                    PIC 9(7).
               10 T-CAI-ADMIS                       PIC 9(7).
               10 T-CAI-MT-ADMIS                    PIC 9(11)V99.
       01 W-IdxCai                                  PIC 9(3) VALUE ZERO.
       01 W-CaiDeborde                              PIC 9(7) VALUE ZERO.
       01 W-CAI-CPT-EDIT                            PIC ZZZZZ9.
       01 W-CAI-MNT-EDIT                            PIC Z(9)9,99.
       01 W-CAI-MNT-EDIT2                           PIC Z(9)9,99.
       01 WS-CAI-CODE-TXT                           PIC X(3).
       01 WS-CAI-PRE-TXT                            PIC X(6).
       01 WS-CAI-REJ-TXT                            PIC X(6).
       01 WS-CAI-REP-TXT                            PIC X(6).
       01 WS-CAI-ADM-TXT                            PIC X(6).
       01 W-MntRejCaisse                            PIC 9(7)V99.

      *-- Releves annuels par police (cf. GENERATION-RELEVES)
       01 L-FstRelAnnee                             PIC 99.
       01 L-FstReleves                              PIC 99.
      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
           COPY Params_COPY.

      *-- Zones d'appel du manifeste des fichiers (cf.
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

      *-- Correspondance contrats / polices (cf.
      *   CHARGEMENT-CONTRATS-POLICES / VERIF-CONTRAT-FERME)
           COPY ContratsPolices_COPY.
       01 L-FstXref                                 PIC 99.
       01 L-FstEtatCtr                              PIC 99.
       01 W-ContratFerme                            PIC X.
           88 W-ContratFerme-OK                     VALUE 'O'.
       01 W-DateSoinCtl                             PIC X(8).
       01 W-NbrRejCtrFerme                          PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *+++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++
               DISPLAY 'Fenêtre années traitées : ' W-ANNEE-BASE
                   ' à ' W-ANNEE-FIN
      *-- Date du run en jours, pour l'anciennete des decomptes
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-AgeDateRun
               COMPUTE W-AgeIntJour =
                   FUNCTION INTEGER-OF-DATE(W-AgeDateRun)

      *-- Le fichier fusionne de la cloture prime sur le brut : la
      *   re-presentation des reports ne depend plus d'une bascule
                   MOVE 'DECOMPTE.txt' TO W-NomDecompte
                   DISPLAY 'Decomptes presentes : DECOMPTE.txt'
               END-IF
      *-- Le fichier presente doit etre celui que son producteur
      *   (RECEPTION-CAISSES ou CLOTURE-PERIODE) a publie.
               MOVE W-NomDecompte TO CPY-MAN-FICHIER
               PERFORM VERIFICATION-MANIFESTE
               OPEN INPUT LISTE.
               OPEN OUTPUT SORTIE.
               OPEN OUTPUT REJETS.
               OPEN OUTPUT SORTIE-CSV.
               OPEN OUTPUT POLTRAV.
               OPEN OUTPUT ADMIS.
           IF L-FstAdmis NOT = ZERO
               MOVE L-FstAdmis TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture decomptes admis FS='
                   L-FstAdmis ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture decomptes admis FS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           IF L-FstPolTrav NOT = ZERO
               MOVE L-FstPolTrav TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
           PERFORM LECTURE-PARAMS-LOT
           PERFORM SURCHARGE-PARAMS
           PERFORM CHARGEMENT-POLICES
           PERFORM CHARGEMENT-POLICES-HISTO
           PERFORM CHARGEMENT-AYANTS-DROIT
           PERFORM CHARGEMENT-PRESTATAIRES
           PERFORM CHARGEMENT-CONTRATS-POLICES
           PERFORM CHARGEMENT-CODES-ACTES
           PERFORM CHARGEMENT-BAREMES
           PERFORM LECTURE-SEUIL-VARIATION
           PERFORM LECTURE-PERIODE-COMPTABLE
           PERFORM CHARGEMENT-HISTORIQUE
           PERFORM LECTURE-ANNEE-RELEVE
           .

           END-IF
           .

      *----------------------------------------------------------------
       CHARGEMENT-HISTORIQUE.
      *-- Charge l'historique des decomptes payes des periodes
      *   precedentes et ouvre la liste des doublons proches. Absent :
      *   premier run, l'historique demarre avec ce run.
           IF W-Periode-Actif-OK
               MOVE W-PerAnnee TO W-PeriodeRun-Annee
               MOVE W-PerMois TO W-PeriodeRun-Mois
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO W-PeriodeRun
           END-IF
           OPEN INPUT HISTODEC
           IF L-FstHisto NOT = ZERO
               DISPLAY 'Historique HISTO-DECOMPTES.txt absent : '
                   'premier run, pas de controle des doublons '
                   'inter-periodes'
           ELSE
               PERFORM UNTIL L-FstHisto NOT = ZERO
                   READ HISTODEC
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN E-HIS-PERIODE = W-PeriodeRun
                                   ADD 1 TO W-HistoRemplaces
                               WHEN W-NbrHisto < W-HIS-MAX
                                   ADD 1 TO W-NbrHisto
                                   SET IDX-HIS TO W-NbrHisto
                                   MOVE E-HIS-NUMPOL TO
                                       T-HIS-NUMPOL (IDX-HIS)
                                   MOVE E-HIS-CODE TO
                                       T-HIS-CODE (IDX-HIS)
                                   MOVE E-HIS-DATESOIN TO
                                       T-HIS-DATESOIN (IDX-HIS)
                                   MOVE E-HIS-MTREMB TO
                                       T-HIS-MTREMB (IDX-HIS)
                                   MOVE E-HIS-PERIODE TO
                                       T-HIS-PERIODE (IDX-HIS)
                                   MOVE E-HIS-AYANTDROIT TO
                                       T-HIS-AYANTDROIT (IDX-HIS)
      *-- Ligne d'avant l'ayant droit : assure principal, comme le
      *   decompte a blanc (cf. VERIF-AYANT-DROIT).
                                   IF E-HIS-AYANTDROIT = SPACES
                                       MOVE '01' TO
                                           T-HIS-AYANTDROIT (IDX-HIS)
                                   END-IF
                               WHEN OTHER
                                   ADD 1 TO W-HistoDeborde
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE HISTODEC
               MOVE W-NbrHisto TO W-NbrHistoAnt
               DISPLAY 'Historique des decomptes payes charge : '
                   W-NbrHistoAnt ' decomptes'
               IF W-HistoRemplaces NOT = ZERO
                   DISPLAY 'Periode ' W-PeriodeRun ' deja passee : '
                       W-HistoRemplaces ' decomptes historises '
                       'remplaces par ce run'
               END-IF
      *-- Un historique tronque laisserait repasser des doublons, et
      *   la reecriture de fin de run le perdrait definitivement.
               IF W-HistoDeborde NOT = ZERO
                   DISPLAY 'Historique au-dela de la capacite ('
                       W-HIS-MAX ') : ' W-HistoDeborde
                       ' lignes non chargees'
                   MOVE 'capacite historique des decomptes'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
           END-IF

           OPEN OUTPUT DBLPROCHE
           IF L-FstDblProche NOT = ZERO
               MOVE L-FstDblProche TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture doublons proches FS='
                   L-FstDblProche ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture DOUBLONS-PROCHES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE 'DECOMPTES PROCHES D UN DECOMPTE DEJA PAYE - A REVOIR'
               TO E-DBLPROCHE
           PERFORM ECRITURE-DOUBLON-PROCHE
           MOVE SPACES TO E-DBLPROCHE
           STRING 'Police       * Co * Date    * Presente     * '
               'Deja paye    * Periode' DELIMITED BY SIZE
               INTO E-DBLPROCHE
           END-STRING
           PERFORM ECRITURE-DOUBLON-PROCHE
           .

      *----------------------------------------------------------------
       VERIF-DOUBLON-HISTO.
      *-- Vrai quand le meme soin (police, ayant droit, code acte,
      *   date de soin, montant presente) a deja ete paye sur une
      *   autre periode ; W-PeriodeDoublon porte la periode du
      *   premier paiement. Meme soin a un autre montant : admis,
      *   mais liste pour revue.
           MOVE SPACES TO W-DoublonHisto
           MOVE SPACES TO W-PeriodeDoublon
           MOVE E-LISTE-DATESOIN TO W-DateSoinHisto
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > W-NbrHistoAnt
               IF T-HIS-NUMPOL (IDX-HIS) = E-LISTE-NUMPOL
                   AND T-HIS-CODE (IDX-HIS) = E-LISTE-CODE
                   AND T-HIS-DATESOIN (IDX-HIS) = W-DateSoinHisto
                   AND T-HIS-AYANTDROIT (IDX-HIS) = W-AyantDroit
                   AND T-HIS-MTREMB (IDX-HIS) = E-LISTE-MTREMB
                   AND NOT W-DoublonHisto-OK
                   SET W-DoublonHisto-OK TO TRUE
                   MOVE T-HIS-PERIODE (IDX-HIS) TO W-PeriodeDoublon
               END-IF
           END-PERFORM
           IF W-DoublonHisto-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > W-NbrHistoAnt
               IF T-HIS-NUMPOL (IDX-HIS) = E-LISTE-NUMPOL
                   AND T-HIS-CODE (IDX-HIS) = E-LISTE-CODE
                   AND T-HIS-DATESOIN (IDX-HIS) = W-DateSoinHisto
                   AND T-HIS-AYANTDROIT (IDX-HIS) = W-AyantDroit
                   ADD 1 TO W-NbrDblProches
                   MOVE E-LISTE-MTREMB TO W-DBL-MNT-EDIT
                   MOVE W-DBL-MNT-EDIT TO WS-DBL-MNT-TXT
                   MOVE T-HIS-MTREMB (IDX-HIS) TO W-DBL-MNT-EDIT
                   MOVE W-DBL-MNT-EDIT TO WS-DBL-PAYE-TXT
                   MOVE SPACES TO E-DBLPROCHE
                   STRING E-LISTE-NUMPOL ' * ' E-LISTE-CODE ' * '
                       W-DateSoinHisto ' * ' WS-DBL-MNT-TXT ' * '
                       WS-DBL-PAYE-TXT ' * ' T-HIS-PERIODE (IDX-HIS)
                       DELIMITED BY SIZE INTO E-DBLPROCHE
                   END-STRING
                   PERFORM ECRITURE-DOUBLON-PROCHE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       ECRITURE-DOUBLON-PROCHE.
      *-----
           WRITE E-DBLPROCHE
           IF L-FstDblProche NOT = ZERO
               MOVE L-FstDblProche TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture doublons proches FS='
                   L-FstDblProche ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture DOUBLONS-PROCHES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       MEMORISATION-HISTORIQUE.
      *-- Decompte admis par ce run : historise sous la periode du
      *   run, au montant presente (c'est lui qu'une re-presentation
      *   portera).
           IF W-NbrHisto NOT < W-HIS-MAX
               DISPLAY 'Historique des decomptes au-dela de la '
                   'capacite (' W-HIS-MAX ')'
               MOVE 'capacite historique des decomptes'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO W-NbrHisto
           SET IDX-HIS TO W-NbrHisto
           MOVE E-LISTE-NUMPOL TO T-HIS-NUMPOL (IDX-HIS)
           MOVE E-LISTE-CODE TO T-HIS-CODE (IDX-HIS)
           MOVE E-LISTE-DATESOIN TO W-DateSoinHisto
           MOVE W-DateSoinHisto TO T-HIS-DATESOIN (IDX-HIS)
           MOVE E-LISTE-MTREMB TO T-HIS-MTREMB (IDX-HIS)
           MOVE W-PeriodeRun TO T-HIS-PERIODE (IDX-HIS)
           MOVE W-AyantDroit TO T-HIS-AYANTDROIT (IDX-HIS)
           .

      *----------------------------------------------------------------
       ECRITURE-HISTORIQUE.
      *-- Reecriture complete de l'historique sur fin normale :
      *   periodes anterieures puis decomptes admis par ce run. Sur
      *   fin anormale l'ancien historique reste en place.
           OPEN OUTPUT HISTODEC
           IF L-FstHisto NOT = ZERO
               MOVE L-FstHisto TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture historique FS=' L-FstHisto
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture HISTO-DECOMPTES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > W-NbrHisto
               MOVE SPACES TO E-HISTODEC
               MOVE T-HIS-NUMPOL (IDX-HIS) TO E-HIS-NUMPOL
               MOVE T-HIS-CODE (IDX-HIS) TO E-HIS-CODE
               MOVE T-HIS-DATESOIN (IDX-HIS) TO E-HIS-DATESOIN
               MOVE T-HIS-MTREMB (IDX-HIS) TO E-HIS-MTREMB
               MOVE T-HIS-PERIODE (IDX-HIS) TO E-HIS-PERIODE
               MOVE T-HIS-AYANTDROIT (IDX-HIS) TO E-HIS-AYANTDROIT
               WRITE E-HISTODEC
               IF L-FstHisto NOT = ZERO
                   MOVE L-FstHisto TO CPY-STATUT-CODE
                   PERFORM TRADUCTION-STATUT
                   DISPLAY 'Erreur ecriture historique FS=' L-FstHisto
                       ' (' CPY-STATUT-TEXTE ')'
                   MOVE 'ecriture HISTO-DECOMPTES'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
           END-PERFORM
           CLOSE HISTODEC
           COMPUTE W-NbrHistoRun = W-NbrHisto - W-NbrHistoAnt
           DISPLAY 'Historique des decomptes payes : ' W-NbrHisto
               ' decomptes dont ' W-NbrHistoRun
               ' de la periode ' W-PeriodeRun
           .

      *----------------------------------------------------------------
       VERIF-PERIODE.
      *-- Vrai quand le decompte (date convertie par Conversion_dates)
      *   pour reinjection telle quelle dans la cloture suivante.
           MOVE E-LISTE TO E-REPORTDEC
           WRITE E-REPORTDEC
           IF W-IdxCai NOT = ZERO
               ADD 1 TO T-CAI-REPORTES (W-IdxCai)
           END-IF
           IF L-FstReport NOT = ZERO
               MOVE L-FstReport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
           END-IF
           .

      *----------------------------------------------------------------
       CHARGEMENT-BAREMES.
      *-- Charge le bareme de remboursement et ouvre le fichier des
      *   ecarts. Absent : rembourse non controle contre le bareme.
           OPEN INPUT BAREMES
           IF L-FstBareme NOT = ZERO
               DISPLAY 'Bareme BAREMES.txt absent, pas de controle '
                   'du rembourse attendu'
               EXIT PARAGRAPH
           END-IF
           SET W-RefBar-Actif-OK TO TRUE
           PERFORM UNTIL L-FstBareme NOT = ZERO
               READ BAREMES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF E-BAR-TAUX NOT NUMERIC
                           OR E-BAR-FRANCHISE NOT NUMERIC
                           DISPLAY 'Ligne de bareme illisible : '
                               E-BAREME
                           MOVE 'ligne de bareme illisible'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                       END-IF
                       IF W-NbrBarRef < W-BAR-MAX
                           ADD 1 TO W-NbrBarRef
                           SET IDX-BAR TO W-NbrBarRef
                           MOVE E-BAR-CODE TO T-BAR-CODE (IDX-BAR)
                           MOVE E-BAR-NIVEAU TO T-BAR-NIVEAU (IDX-BAR)
                           MOVE E-BAR-TAUX TO T-BAR-TAUX (IDX-BAR)
                           MOVE E-BAR-FRANCHISE
                               TO T-BAR-FRANCHISE (IDX-BAR)
                           MOVE E-BAR-DATEDEB TO T-BAR-DATEDEB (IDX-BAR)
                           MOVE E-BAR-DATEFIN TO T-BAR-DATEFIN (IDX-BAR)
                       ELSE
                           ADD 1 TO W-BarRefDeborde
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAREMES
           DISPLAY 'Bareme charge : ' W-NbrBarRef ' lignes'
      *-- Une ligne non chargee fausserait l'attendu de son code.
           IF W-BarRefDeborde NOT = ZERO
               DISPLAY 'Bareme au-dela de la capacite (' W-BAR-MAX
                   ') : ' W-BarRefDeborde ' lignes non chargees'
               MOVE 'capacite bareme' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF

           COMPUTE W-ToleranceMnt = W-ToleranceBar / 100
           OPEN OUTPUT ECARTBAR
           IF L-FstEcartBar NOT = ZERO
               MOVE L-FstEcartBar TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture ecarts bareme FS='
                   L-FstEcartBar ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture ECARTS-BAREME'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE W-ToleranceMnt TO W-BAR-MNT-EDIT
           MOVE SPACES TO E-ECARTBAR
           STRING 'ECARTS REMBOURSE / ATTENDU DU BAREME AU-DELA DE '
               'LA TOLERANCE (' W-BAR-MNT-EDIT ')'
               DELIMITED BY SIZE INTO E-ECARTBAR
           END-STRING
           PERFORM ECRITURE-ECART-BAREME
           MOVE SPACES TO E-ECARTBAR
           STRING 'Police       * Co * Niv * Date    *      Facture *'
               '      Attendu *    Rembourse *         Ecart * Sens'
               DELIMITED BY SIZE INTO E-ECARTBAR
           END-STRING
           PERFORM ECRITURE-ECART-BAREME
           .

      *----------------------------------------------------------------
       RECHERCHE-BAREME.
      *-- Ligne du bareme en vigueur a la date de soin pour le code
      *   E-LISTE-CODE et le niveau W-NiveauBareme : W-IdxBarRef = 0
      *   quand il n'y en a pas.
           MOVE ZERO TO W-IdxBarRef
           PERFORM VARYING IDX-BAR FROM 1 BY 1
                   UNTIL IDX-BAR > W-NbrBarRef
                      OR W-IdxBarRef NOT = ZERO
               IF T-BAR-CODE (IDX-BAR) = E-LISTE-CODE
                   AND T-BAR-NIVEAU (IDX-BAR) = W-NiveauBareme
                   AND T-BAR-DATEDEB (IDX-BAR) NOT > W-DateSoinCtl
                   AND (T-BAR-DATEFIN (IDX-BAR) = SPACES
                     OR T-BAR-DATEFIN (IDX-BAR) NOT < W-DateSoinCtl)
                   SET W-IdxBarRef TO IDX-BAR
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       CONTROLE-BAREME.
      *-- Rembourse attendu = facture x taux du bareme - franchise
      *   (jamais negatif), ligne du niveau de garantie de la police
      *   (W-NiveauPolice, pose par VERIF-POLICE) ou a defaut ligne
      *   par defaut du code. Ecart au-dela de la tolerance : liste
      *   et cumule par mois de soin. Facture a blanc (ancien dessin)
      *   ou pas de ligne de bareme : rien a comparer.
           IF NOT W-RefBar-Actif-OK
               EXIT PARAGRAPH
           END-IF
           IF E-LISTE-MTFACT NOT NUMERIC
               ADD 1 TO W-NbrSansBareme
               EXIT PARAGRAPH
           END-IF
           MOVE W-DATE TO W-DateSoinCtl
           MOVE W-NiveauPolice TO W-NiveauBareme
           PERFORM RECHERCHE-BAREME
           IF W-IdxBarRef = ZERO AND W-NiveauPolice NOT = SPACES
               MOVE SPACES TO W-NiveauBareme
               PERFORM RECHERCHE-BAREME
           END-IF
           IF W-IdxBarRef = ZERO
               ADD 1 TO W-NbrSansBareme
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-NbrBarControles
           COMPUTE W-MntAttenduBrut =
               E-LISTE-MTFACT * T-BAR-TAUX (W-IdxBarRef) / 100
           COMPUTE W-MntAttendu ROUNDED =
               W-MntAttenduBrut - T-BAR-FRANCHISE (W-IdxBarRef)
           IF W-MntAttendu < ZERO
               MOVE ZERO TO W-MntAttendu
           END-IF
           COMPUTE W-EcartBar = E-LISTE-MTREMB - W-MntAttendu
           IF W-EcartBar < ZERO
               COMPUTE W-EcartBarAbs = ZERO - W-EcartBar
               MOVE 'MOINS PAYE' TO W-SensEcartBar
           ELSE
               MOVE W-EcartBar TO W-EcartBarAbs
               MOVE 'TROP PAYE' TO W-SensEcartBar
           END-IF
           IF W-EcartBarAbs NOT > W-ToleranceMnt
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO W-NbrEcartsBar
           MOVE W-ANNEE TO W-EcBarMoisAnnee
           MOVE W-MOIS TO W-EcBarMoisMois
           PERFORM CUMUL-ECART-MOIS
           IF W-EcartBar < ZERO
               ADD W-EcartBarAbs TO W-TotMoinsPaye
           ELSE
               ADD W-EcartBarAbs TO W-TotTropPaye
           END-IF

           MOVE E-LISTE-MTFACT TO W-BAR-MNT-EDIT
           MOVE W-BAR-MNT-EDIT TO WS-BAR-FACT-TXT
           MOVE W-MntAttendu TO W-BAR-MNT-EDIT
           MOVE W-BAR-MNT-EDIT TO WS-BAR-ATT-TXT
           MOVE E-LISTE-MTREMB TO W-BAR-MNT-EDIT
           MOVE W-BAR-MNT-EDIT TO WS-BAR-REMB-TXT
           MOVE W-EcartBar TO W-BAR-ECART-EDIT
           MOVE W-BAR-ECART-EDIT TO WS-BAR-ECART-TXT
           MOVE SPACES TO E-ECARTBAR
           STRING E-LISTE-NUMPOL ' * ' E-LISTE-CODE ' * '
               W-NiveauPolice '  * ' E-LISTE-DATESOIN ' * '
               WS-BAR-FACT-TXT ' * ' WS-BAR-ATT-TXT ' * '
               WS-BAR-REMB-TXT ' * ' WS-BAR-ECART-TXT ' * '
               W-SensEcartBar
               DELIMITED BY SIZE INTO E-ECARTBAR
           END-STRING
           PERFORM ECRITURE-ECART-BAREME
           .

      *----------------------------------------------------------------
       CUMUL-ECART-MOIS.
      *-- Ecart W-EcartBar cumule sur le mois de soin W-EcBarMoisCle
           MOVE ZERO TO W-IdxEcBar
           PERFORM VARYING IDX-ECBAR FROM 1 BY 1
                   UNTIL IDX-ECBAR > W-NbrEcBarMois
                      OR W-IdxEcBar NOT = ZERO
               IF T-ECBAR-MOIS (IDX-ECBAR) = W-EcBarMoisCle
                   SET W-IdxEcBar TO IDX-ECBAR
               END-IF
           END-PERFORM
           IF W-IdxEcBar = ZERO
               IF W-NbrEcBarMois NOT < W-ECBAR-MAX
                   ADD 1 TO W-EcBarMoisDeborde
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrEcBarMois
               MOVE W-NbrEcBarMois TO W-IdxEcBar
               MOVE W-EcBarMoisCle TO T-ECBAR-MOIS (W-IdxEcBar)
               MOVE ZERO TO T-ECBAR-NBR-TROP (W-IdxEcBar)
               MOVE ZERO TO T-ECBAR-MNT-TROP (W-IdxEcBar)
               MOVE ZERO TO T-ECBAR-NBR-MOINS (W-IdxEcBar)
               MOVE ZERO TO T-ECBAR-MNT-MOINS (W-IdxEcBar)
               MOVE SPACE TO T-ECBAR-EDITE (W-IdxEcBar)
           END-IF
           IF W-EcartBar < ZERO
               ADD 1 TO T-ECBAR-NBR-MOINS (W-IdxEcBar)
               ADD W-EcartBarAbs TO T-ECBAR-MNT-MOINS (W-IdxEcBar)
           ELSE
               ADD 1 TO T-ECBAR-NBR-TROP (W-IdxEcBar)
               ADD W-EcartBarAbs TO T-ECBAR-MNT-TROP (W-IdxEcBar)
           END-IF
           .

      *----------------------------------------------------------------
       FIN-ECARTS-BAREME.
      *-- Impact financier des ecarts par mois de soin, en ordre
      *   chronologique : trop paye, moins paye et impact net (trop
      *   paye - moins paye), puis total general.
           IF NOT W-RefBar-Actif-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO E-ECARTBAR
           PERFORM ECRITURE-ECART-BAREME
           MOVE 'IMPACT FINANCIER PAR MOIS DE SOIN' TO E-ECARTBAR
           PERFORM ECRITURE-ECART-BAREME
           MOVE SPACES TO E-ECARTBAR
           STRING 'Mois    *   Nbr *     Trop paye *   Nbr *    Moins '
               'paye *    Impact net' DELIMITED BY SIZE INTO E-ECARTBAR
           END-STRING
           PERFORM ECRITURE-ECART-BAREME
           PERFORM SELECTION-ECART-MOIS
           PERFORM UNTIL W-IdxEcBar = ZERO
               COMPUTE W-ImpactNet = T-ECBAR-MNT-TROP (W-IdxEcBar)
                   - T-ECBAR-MNT-MOINS (W-IdxEcBar)
               MOVE T-ECBAR-NBR-TROP (W-IdxEcBar) TO W-BAR-NBR-EDIT
               MOVE W-BAR-NBR-EDIT TO WS-BAR-NBTROP-TXT
               MOVE T-ECBAR-MNT-TROP (W-IdxEcBar) TO W-BAR-TOT-EDIT
               MOVE W-BAR-TOT-EDIT TO WS-BAR-TROP-TXT
               MOVE T-ECBAR-MNT-MOINS (W-IdxEcBar) TO W-BAR-TOT-EDIT
               MOVE W-BAR-TOT-EDIT TO WS-BAR-MOINS-TXT
               MOVE T-ECBAR-NBR-MOINS (W-IdxEcBar) TO W-BAR-NBR-EDIT
               MOVE W-ImpactNet TO W-BAR-NET-EDIT
               MOVE SPACES TO E-ECARTBAR
               STRING T-ECBAR-MOIS (W-IdxEcBar) (1:4) '/'
                   T-ECBAR-MOIS (W-IdxEcBar) (5:2) ' * '
                   WS-BAR-NBTROP-TXT ' * ' WS-BAR-TROP-TXT ' * '
                   W-BAR-NBR-EDIT ' * ' WS-BAR-MOINS-TXT ' * '
                   W-BAR-NET-EDIT
                   DELIMITED BY SIZE INTO E-ECARTBAR
               END-STRING
               PERFORM ECRITURE-ECART-BAREME
               MOVE 'O' TO T-ECBAR-EDITE (W-IdxEcBar)
               PERFORM SELECTION-ECART-MOIS
           END-PERFORM
           COMPUTE W-ImpactNet = W-TotTropPaye - W-TotMoinsPaye
           MOVE W-TotTropPaye TO W-BAR-TOT-EDIT
           MOVE W-BAR-TOT-EDIT TO WS-BAR-TROP-TXT
           MOVE W-TotMoinsPaye TO W-BAR-TOT-EDIT
           MOVE W-BAR-TOT-EDIT TO WS-BAR-MOINS-TXT
           MOVE W-ImpactNet TO W-BAR-NET-EDIT
           MOVE SPACES TO E-ECARTBAR
           STRING 'TOTAL   *       * ' WS-BAR-TROP-TXT ' *       * '
               WS-BAR-MOINS-TXT ' * ' W-BAR-NET-EDIT
               DELIMITED BY SIZE INTO E-ECARTBAR
           END-STRING
           PERFORM ECRITURE-ECART-BAREME
           IF W-EcBarMoisDeborde NOT = ZERO
               MOVE SPACES TO E-ECARTBAR
               STRING 'ECARTS HORS VENTILATION MENSUELLE (CAPACITE) = '
                   W-EcBarMoisDeborde DELIMITED BY SIZE INTO E-ECARTBAR
               END-STRING
               PERFORM ECRITURE-ECART-BAREME
           END-IF
           .

      *----------------------------------------------------------------
       SELECTION-ECART-MOIS.
      *-- Mois non encore edite le plus ancien ; 0 quand tout est edite
           MOVE ZERO TO W-IdxEcBar
           MOVE HIGH-VALUE TO W-EcBarMoisSel
           PERFORM VARYING IDX-ECBAR FROM 1 BY 1
                   UNTIL IDX-ECBAR > W-NbrEcBarMois
               IF T-ECBAR-EDITE (IDX-ECBAR) = SPACE
                   AND T-ECBAR-MOIS (IDX-ECBAR) < W-EcBarMoisSel
                   MOVE T-ECBAR-MOIS (IDX-ECBAR) TO W-EcBarMoisSel
                   SET W-IdxEcBar TO IDX-ECBAR
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       ECRITURE-ECART-BAREME.
      *-----
           WRITE E-ECARTBAR
           IF L-FstEcartBar NOT = ZERO
               MOVE L-FstEcartBar TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture ecarts bareme FS='
                   L-FstEcartBar ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture ECARTS-BAREME'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       RECHERCHE-CODE-REFERENTIEL.
      *-- Plafond et libelle propres au code d'acte du decompte en
                   MOVE CPY-PARAM-VALNUM TO W-TOP-N
               END-IF
           END-IF
           MOVE 'PRS-SEUIL-PCT' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > 100
               MOVE CPY-PARAM-VALNUM TO W-SeuilPrsPct
           END-IF
           MOVE 'BAREME-TOLERANCE' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK
               MOVE CPY-PARAM-VALNUM TO W-ToleranceBar
           END-IF
           DISPLAY 'Plafond global en vigueur   : ' W-MTREMB-MAX
           DISPLAY 'Capacite polices en vigueur : ' W-POL-MAX
           DISPLAY 'Top polices en vigueur      : ' W-TOP-N
           DISPLAY 'Seuil prestataires (%)      : ' W-SeuilPrsPct
           DISPLAY 'Tolerance bareme (cts)      : ' W-ToleranceBar
           .

      *----------------------------------------------------------------
                                   T-POLREF-NOM (IDX-POLREF)
                               MOVE E-POLREF-STATUT TO
                                   T-POLREF-STATUT (IDX-POLREF)
                               MOVE E-POLREF-NIVEAU TO
                                   T-POLREF-NIVEAU (IDX-POLREF)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
       CHARGEMENT-POLICES-HISTO.
      *-- Charge l'historique date des polices. Absent : statut du
      *   jour de POLICES.txt pour toutes les polices (comportement
      *   d'avant MAJ-POLICES).
           OPEN INPUT POLHIS
           IF L-FstPolHis NOT = ZERO
               DISPLAY 'Historique POLICES-HISTO.txt absent, statut '
                   'du jour des polices'
               EXIT PARAGRAPH
           END-IF
           SET W-HisPol-Actif-OK TO TRUE
           PERFORM UNTIL L-FstPolHis NOT = ZERO
               READ POLHIS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF W-NbrPolHis < W-PHI-MAX
                           ADD 1 TO W-NbrPolHis
                           SET IDX-PHI TO W-NbrPolHis
                           MOVE E-PHI-NUMPOL TO T-PHI-NUMPOL (IDX-PHI)
                           MOVE E-PHI-DATEEFF
                               TO T-PHI-DATEEFF (IDX-PHI)
                           MOVE E-PHI-STATUT TO T-PHI-STATUT (IDX-PHI)
                           MOVE E-PHI-NIVEAU TO T-PHI-NIVEAU (IDX-PHI)
                       ELSE
                           ADD 1 TO W-PolHisDeborde
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLHIS
           DISPLAY 'Historique des polices charge : ' W-NbrPolHis
               ' lignes'
      *-- Une image manquante ferait juger une police sur un statut
      *   perime.
           IF W-PolHisDeborde NOT = ZERO
               DISPLAY 'Historique des polices au-dela de la capacite ('
                   W-PHI-MAX ') : ' W-PolHisDeborde
                   ' lignes non chargees'
               MOVE 'capacite historique polices' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       CHARGEMENT-AYANTS-DROIT.
      *-- Charge la composition familiale des polices. Absent : les
      *   ayants droit ne sont pas controles et les editions par
      *   ayant droit restent sans nom ni lien.
           OPEN INPUT AYANTREF
           IF L-FstAyantRef NOT = ZERO
               DISPLAY 'Referentiel AYANTS-DROIT.txt absent, controle '
                   'des ayants droit coupe'
           ELSE
               SET W-RefAd-Actif-OK TO TRUE
               PERFORM UNTIL L-FstAyantRef NOT = ZERO
                   READ AYANTREF
                       AT END
                           CONTINUE
                       NOT AT END
                           IF W-NbrAdRef < W-AD-MAX
                               ADD 1 TO W-NbrAdRef
                               SET IDX-ADREF TO W-NbrAdRef
                               MOVE E-ADREF-NUMPOL TO
                                   T-ADREF-NUMPOL (IDX-ADREF)
                               MOVE E-ADREF-AYANTDROIT TO
                                   T-ADREF-AYANTDROIT (IDX-ADREF)
                               MOVE E-ADREF-NOM TO
                                   T-ADREF-NOM (IDX-ADREF)
                               MOVE E-ADREF-LIEN TO
                                   T-ADREF-LIEN (IDX-ADREF)
                               MOVE E-ADREF-DATENAIS TO
                                   T-ADREF-DATENAIS (IDX-ADREF)
                               MOVE E-ADREF-DEBCOUV TO
                                   T-ADREF-DEBCOUV (IDX-ADREF)
                               MOVE E-ADREF-FINCOUV TO
                                   T-ADREF-FINCOUV (IDX-ADREF)
                           ELSE
                               ADD 1 TO W-AdRefDeborde
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AYANTREF
               DISPLAY 'Referentiel ayants droit charge : ' W-NbrAdRef
                   ' ayants droit'
      *-- Un ayant droit non charge serait rejete a tort comme
      *   inconnu : le run s'arrete plutot que de rejeter des soins
      *   dus.
               IF W-AdRefDeborde NOT = ZERO
                   DISPLAY 'Referentiel ayants droit au-dela de la '
                       'capacite (' W-AD-MAX ') : ' W-AdRefDeborde
                       ' lignes non chargees'
                   MOVE 'capacite referentiel ayants droit'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       CHARGEMENT-PRESTATAIRES.
      *-- Charge le referentiel des prestataires de soins. Absent :
      *   prestataires non controles, pas de rapport prestataires.
           OPEN INPUT PRSREF
           IF L-FstPrsRef NOT = ZERO
               DISPLAY 'Referentiel PRESTATAIRES.txt absent, controle '
                   'des prestataires coupe'
           ELSE
               SET W-RefPrs-Actif-OK TO TRUE
               PERFORM UNTIL L-FstPrsRef NOT = ZERO
                   READ PRSREF
                       AT END
                           CONTINUE
                       NOT AT END
                           IF W-NbrPrsRef < W-PRS-MAX
                               ADD 1 TO W-NbrPrsRef
                               SET IDX-PRSREF TO W-NbrPrsRef
                               MOVE E-PRSREF-ID TO
                                   T-PRSREF-ID (IDX-PRSREF)
                               MOVE E-PRSREF-NOM TO
                                   T-PRSREF-NOM (IDX-PRSREF)
                               MOVE E-PRSREF-SPECIALITE TO
                                   T-PRSREF-SPECIALITE (IDX-PRSREF)
                               MOVE E-PRSREF-ACTIF TO
                                   T-PRSREF-ACTIF (IDX-PRSREF)
                           ELSE
                               ADD 1 TO W-PrsRefDeborde
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRSREF
               DISPLAY 'Referentiel prestataires charge : '
                   W-NbrPrsRef ' prestataires'
      *-- Un prestataire non charge serait rejete a tort comme
      *   inconnu.
               IF W-PrsRefDeborde NOT = ZERO
                   DISPLAY 'Referentiel prestataires au-dela de la '
                       'capacite (' W-PRS-MAX ') : ' W-PrsRefDeborde
                       ' lignes non chargees'
                   MOVE 'capacite referentiel prestataires'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       RECHERCHE-PRESTATAIRE.
      *-- Prestataire W-IdPrestataire : W-IdxPrsRef = 0 quand le
      *   referentiel ne le connait pas.
           MOVE ZERO TO W-IdxPrsRef
           PERFORM VARYING IDX-PRSREF FROM 1 BY 1
                   UNTIL IDX-PRSREF > W-NbrPrsRef
                      OR W-IdxPrsRef NOT = ZERO
               IF T-PRSREF-ID (IDX-PRSREF) = W-IdPrestataire
                   SET W-IdxPrsRef TO IDX-PRSREF
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       VERIF-PRESTATAIRE.
      *-- Le soin doit venir d'un prestataire connu et actif du
      *   referentiel. Prestataire a blanc (dessins anterieurs) :
      *   admis sans controle, compte a part.
           SET W-PrestataireValide-OK TO TRUE
           MOVE SPACES TO W-MotifPrestataire
           MOVE ZERO TO W-IdxPrsRef
           IF E-LISTE-PRESTATAIRE = SPACES
               ADD 1 TO W-NbrSansPrestataire
               EXIT PARAGRAPH
           END-IF
           IF NOT W-RefPrs-Actif-OK
               EXIT PARAGRAPH
           END-IF
           MOVE E-LISTE-PRESTATAIRE TO W-IdPrestataire
           PERFORM RECHERCHE-PRESTATAIRE
           EVALUATE TRUE
               WHEN W-IdxPrsRef = ZERO
                   SET W-PrestataireValide-KO TO TRUE
                   MOVE 'PRESTATAIRE INCONNU' TO W-MotifPrestataire
               WHEN T-PRSREF-ACTIF (W-IdxPrsRef) NOT = 'O'
                   SET W-PrestataireValide-KO TO TRUE
                   MOVE 'PRESTATAIRE INACTIF' TO W-MotifPrestataire
           END-EVALUATE
           .

      *----------------------------------------------------------------
       CUMUL-PRESTATAIRE.
      *-- Decompte paye : cumule par prestataire et code d'acte, et
      *   par specialite et code d'acte, au montant presente.
           IF W-IdxPrsRef = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO W-IdxPrsStat
           PERFORM VARYING IDX-PRSSTAT FROM 1 BY 1
                   UNTIL IDX-PRSSTAT > W-NbrPrsStat
                      OR W-IdxPrsStat NOT = ZERO
               IF T-PRSSTAT-ID (IDX-PRSSTAT) = E-LISTE-PRESTATAIRE
                   AND T-PRSSTAT-CODE (IDX-PRSSTAT) = E-LISTE-CODE
                   SET W-IdxPrsStat TO IDX-PRSSTAT
               END-IF
           END-PERFORM
           IF W-IdxPrsStat = ZERO
               IF W-NbrPrsStat NOT < W-PRSSTAT-MAX
                   ADD 1 TO W-PrsStatDeborde
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrPrsStat
               MOVE W-NbrPrsStat TO W-IdxPrsStat
               MOVE E-LISTE-CODE TO T-PRSSTAT-CODE (W-IdxPrsStat)
               MOVE E-LISTE-PRESTATAIRE TO T-PRSSTAT-ID (W-IdxPrsStat)
               MOVE ZERO TO T-PRSSTAT-NBR (W-IdxPrsStat)
               MOVE ZERO TO T-PRSSTAT-TOTAL (W-IdxPrsStat)
               MOVE SPACE TO T-PRSSTAT-EDITE (W-IdxPrsStat)
           END-IF
           ADD 1 TO T-PRSSTAT-NBR (W-IdxPrsStat)
           ADD E-LISTE-MTREMB TO T-PRSSTAT-TOTAL (W-IdxPrsStat)

           MOVE T-PRSREF-SPECIALITE (W-IdxPrsRef) TO W-SpecialitePrs
           MOVE E-LISTE-CODE TO W-CodeSel
           PERFORM RECHERCHE-SPECIALITE
           IF W-IdxSpeStat = ZERO
               IF W-NbrSpeStat NOT < W-SPESTAT-MAX
                   ADD 1 TO W-PrsStatDeborde
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrSpeStat
               MOVE W-NbrSpeStat TO W-IdxSpeStat
               MOVE E-LISTE-CODE TO T-SPESTAT-CODE (W-IdxSpeStat)
               MOVE W-SpecialitePrs
                   TO T-SPESTAT-SPECIALITE (W-IdxSpeStat)
               MOVE ZERO TO T-SPESTAT-NBR (W-IdxSpeStat)
               MOVE ZERO TO T-SPESTAT-TOTAL (W-IdxSpeStat)
           END-IF
           ADD 1 TO T-SPESTAT-NBR (W-IdxSpeStat)
           ADD E-LISTE-MTREMB TO T-SPESTAT-TOTAL (W-IdxSpeStat)
           .

      *----------------------------------------------------------------
       RECHERCHE-SPECIALITE.
      *-- Cumul de la specialite W-SpecialitePrs pour le code
      *   W-CodeSel : W-IdxSpeStat = 0 quand il n'existe pas encore.
           MOVE ZERO TO W-IdxSpeStat
           PERFORM VARYING IDX-SPESTAT FROM 1 BY 1
                   UNTIL IDX-SPESTAT > W-NbrSpeStat
                      OR W-IdxSpeStat NOT = ZERO
               IF T-SPESTAT-CODE (IDX-SPESTAT) = W-CodeSel
                   AND T-SPESTAT-SPECIALITE (IDX-SPESTAT)
                       = W-SpecialitePrs
                   SET W-IdxSpeStat TO IDX-SPESTAT
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       RAPPORT-PRESTATAIRES.
      *-- Classement par code d'acte des prestataires payes dans le
      *   run, par volume decroissant : nombre de decomptes, total,
      *   montant moyen, moyenne de la specialite pour le meme code.
      *   Moyenne au-dela du seuil : prestataire signale ATYPIQUE.
           IF NOT W-RefPrs-Actif-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RAPPRS
           IF L-FstRapPrs NOT = ZERO
               MOVE L-FstRapPrs TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport prestataires FS='
                   L-FstRapPrs ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-PRESTATAIRES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE SPACES TO E-RAPPRS
           STRING 'CLASSEMENT DES PRESTATAIRES PAR CODE D ACTE - '
               'SEUIL ATYPIQUE ' W-SeuilPrsPct ' % DE LA SPECIALITE'
               DELIMITED BY SIZE INTO E-RAPPRS
           END-STRING
           PERFORM ECRITURE-RAPPORT-PRESTATAIRE
           MOVE SPACES TO E-RAPPRS
           STRING 'Co * Rang * Prestataire * Nom' DELIMITED BY SIZE
               '                            * Specialite'
               DELIMITED BY SIZE
               '           *   Nbr *          Total *      Moyenne'
               DELIMITED BY SIZE
               ' * Moy. spec.' DELIMITED BY SIZE
               INTO E-RAPPRS
           END-STRING
           PERFORM ECRITURE-RAPPORT-PRESTATAIRE

           MOVE SPACES TO W-CodePrec
           PERFORM SELECTION-PRESTATAIRE
           PERFORM UNTIL W-IdxPrsSel = ZERO
               IF T-PRSSTAT-CODE (W-IdxPrsSel) NOT = W-CodePrec
                   MOVE T-PRSSTAT-CODE (W-IdxPrsSel) TO W-CodePrec
                   MOVE ZERO TO W-RangPrs
               END-IF
               ADD 1 TO W-RangPrs
               PERFORM EDITION-PRESTATAIRE
               MOVE 'O' TO T-PRSSTAT-EDITE (W-IdxPrsSel)
               PERFORM SELECTION-PRESTATAIRE
           END-PERFORM

           MOVE SPACES TO E-RAPPRS
           STRING 'PRESTATAIRES ATYPIQUES = ' W-NbrPrsAtypiques
               DELIMITED BY SIZE INTO E-RAPPRS
           END-STRING
           PERFORM ECRITURE-RAPPORT-PRESTATAIRE
           IF W-PrsStatDeborde NOT = ZERO
               MOVE SPACES TO E-RAPPRS
               STRING 'DECOMPTES HORS CLASSEMENT (CAPACITE) = '
                   W-PrsStatDeborde DELIMITED BY SIZE INTO E-RAPPRS
               END-STRING
               PERFORM ECRITURE-RAPPORT-PRESTATAIRE
           END-IF
           CLOSE RAPPRS
           .

      *----------------------------------------------------------------
       SELECTION-PRESTATAIRE.
      *-- Prochaine ligne du classement : plus petit code d'acte non
      *   edite, puis dans ce code le plus gros volume (a volume egal
      *   le plus gros total). W-IdxPrsSel = 0 quand tout est edite.
           MOVE ZERO TO W-IdxPrsSel
           MOVE HIGH-VALUE TO W-CodeSel
           PERFORM VARYING IDX-PRSSTAT FROM 1 BY 1
                   UNTIL IDX-PRSSTAT > W-NbrPrsStat
               IF T-PRSSTAT-EDITE (IDX-PRSSTAT) = SPACE
                   AND T-PRSSTAT-CODE (IDX-PRSSTAT) < W-CodeSel
                   MOVE T-PRSSTAT-CODE (IDX-PRSSTAT) TO W-CodeSel
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-PRSSTAT FROM 1 BY 1
                   UNTIL IDX-PRSSTAT > W-NbrPrsStat
               IF T-PRSSTAT-EDITE (IDX-PRSSTAT) = SPACE
                   AND T-PRSSTAT-CODE (IDX-PRSSTAT) = W-CodeSel
                   IF W-IdxPrsSel = ZERO
                       SET W-IdxPrsSel TO IDX-PRSSTAT
                   ELSE
                       IF T-PRSSTAT-NBR (IDX-PRSSTAT)
                              > T-PRSSTAT-NBR (W-IdxPrsSel)
                          OR (T-PRSSTAT-NBR (IDX-PRSSTAT)
                              = T-PRSSTAT-NBR (W-IdxPrsSel)
                          AND T-PRSSTAT-TOTAL (IDX-PRSSTAT)
                              > T-PRSSTAT-TOTAL (W-IdxPrsSel))
                           SET W-IdxPrsSel TO IDX-PRSSTAT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       EDITION-PRESTATAIRE.
      *-- Une ligne du classement, moyenne comparee a celle de la
      *   specialite du prestataire pour le meme code d'acte.
           MOVE T-PRSSTAT-ID (W-IdxPrsSel) TO W-IdPrestataire
           PERFORM RECHERCHE-PRESTATAIRE
           MOVE SPACES TO W-SpecialitePrs
           MOVE SPACES TO W-NomPrestataire
           IF W-IdxPrsRef NOT = ZERO
               MOVE T-PRSREF-SPECIALITE (W-IdxPrsRef)
                   TO W-SpecialitePrs
               MOVE T-PRSREF-NOM (W-IdxPrsRef) TO W-NomPrestataire
           END-IF
           MOVE T-PRSSTAT-CODE (W-IdxPrsSel) TO W-CodeSel
           PERFORM RECHERCHE-SPECIALITE
           COMPUTE W-PrsMoy ROUNDED = T-PRSSTAT-TOTAL (W-IdxPrsSel)
               / T-PRSSTAT-NBR (W-IdxPrsSel)
           MOVE ZERO TO W-SpeMoy
           IF W-IdxSpeStat NOT = ZERO
               COMPUTE W-SpeMoy ROUNDED = T-SPESTAT-TOTAL (W-IdxSpeStat)
                   / T-SPESTAT-NBR (W-IdxSpeStat)
           END-IF
           MOVE SPACES TO W-PrsAtypique
           COMPUTE W-PrsEcart = W-SpeMoy * W-SeuilPrsPct / 100
           IF W-SpeMoy NOT = ZERO AND W-PrsMoy > W-PrsEcart
               MOVE 'ATYPIQUE' TO W-PrsAtypique
               ADD 1 TO W-NbrPrsAtypiques
           END-IF
           MOVE W-RangPrs TO W-PRS-RANG-EDIT
           MOVE T-PRSSTAT-NBR (W-IdxPrsSel) TO W-PRS-NBR-EDIT
           MOVE T-PRSSTAT-TOTAL (W-IdxPrsSel) TO W-PRS-MNT-EDIT
           MOVE W-PRS-MNT-EDIT TO WS-PRS-TOT-TXT
           MOVE W-PrsMoy TO W-PRS-MOY-EDIT
           MOVE W-PRS-MOY-EDIT TO WS-PRS-MOY-TXT
           MOVE W-SpeMoy TO W-PRS-MOY-EDIT
           MOVE W-PRS-MOY-EDIT TO WS-SPE-MOY-TXT
           MOVE SPACES TO E-RAPPRS
           STRING T-PRSSTAT-CODE (W-IdxPrsSel) ' * '
               W-PRS-RANG-EDIT ' * '
               T-PRSSTAT-ID (W-IdxPrsSel) ' * '
               W-NomPrestataire ' * '
               W-SpecialitePrs ' * '
               W-PRS-NBR-EDIT ' * '
               WS-PRS-TOT-TXT ' * '
               WS-PRS-MOY-TXT ' * '
               WS-SPE-MOY-TXT ' '
               W-PrsAtypique
               DELIMITED BY SIZE INTO E-RAPPRS
           END-STRING
           PERFORM ECRITURE-RAPPORT-PRESTATAIRE
           .

      *----------------------------------------------------------------
       ECRITURE-RAPPORT-PRESTATAIRE.
      *-----
           WRITE E-RAPPRS
           IF L-FstRapPrs NOT = ZERO
               MOVE L-FstRapPrs TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture rapport prestataires FS='
                   L-FstRapPrs ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture RAPPORT-PRESTATAIRES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       RECHERCHE-AYANT-DROIT.
      *-- Ayant droit W-AyantDroit de la police W-NumPolEdition :
      *   W-IdxAdRef = 0 quand la composition familiale ne le connait
      *   pas, nom et libelle du lien a blanc.
           MOVE ZERO TO W-IdxAdRef
           MOVE SPACES TO W-NomAyantDroit
           MOVE SPACES TO W-LibLienAd
           PERFORM VARYING IDX-ADREF FROM 1 BY 1
                   UNTIL IDX-ADREF > W-NbrAdRef
                      OR W-IdxAdRef NOT = ZERO
               IF T-ADREF-NUMPOL (IDX-ADREF) = W-NumPolEdition
                   AND T-ADREF-AYANTDROIT (IDX-ADREF) = W-AyantDroit
                   SET W-IdxAdRef TO IDX-ADREF
               END-IF
           END-PERFORM
           IF W-IdxAdRef = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE T-ADREF-NOM (W-IdxAdRef) TO W-NomAyantDroit
           EVALUATE T-ADREF-LIEN (W-IdxAdRef)
               WHEN 'A'
                   MOVE 'ASSURE' TO W-LibLienAd
               WHEN 'C'
                   MOVE 'CONJOINT' TO W-LibLienAd
               WHEN 'E'
                   MOVE 'ENFANT' TO W-LibLienAd
               WHEN OTHER
                   MOVE 'AUTRE' TO W-LibLienAd
           END-EVALUATE
           .

      *----------------------------------------------------------------
       VERIF-AYANT-DROIT.
      *-- Le soin doit viser un ayant droit connu de la composition
      *   familiale de la police et couvert a la date de soin (debut
      *   inclus, fin incluse, fin a blanc = couverture ouverte).
      *   Numero a blanc (dessins anterieurs) : assure principal 01.
           SET W-AyantDroitValide-OK TO TRUE
           MOVE SPACES TO W-MotifAyantDroit
           IF E-LISTE-AYANTDROIT = SPACES
               MOVE '01' TO W-AyantDroit
           ELSE
               MOVE E-LISTE-AYANTDROIT TO W-AyantDroit
           END-IF
           IF NOT W-RefAd-Actif-OK OR NOT W-DateValide-OK
               EXIT PARAGRAPH
           END-IF
           MOVE E-LISTE-NUMPOL TO W-NumPolEdition
           PERFORM RECHERCHE-AYANT-DROIT
           IF W-IdxAdRef = ZERO
               SET W-AyantDroitValide-KO TO TRUE
               MOVE 'AYANT DROIT INCONNU' TO W-MotifAyantDroit
               EXIT PARAGRAPH
           END-IF
           MOVE W-DATE TO W-DateSoinCtl
           IF W-DateSoinCtl < T-ADREF-DEBCOUV (W-IdxAdRef)
               SET W-AyantDroitValide-KO TO TRUE
           END-IF
           IF T-ADREF-FINCOUV (W-IdxAdRef) NOT = SPACES
               AND W-DateSoinCtl > T-ADREF-FINCOUV (W-IdxAdRef)
               SET W-AyantDroitValide-KO TO TRUE
           END-IF
           IF W-AyantDroitValide-KO
               MOVE 'AYANT DROIT NON COUV' TO W-MotifAyantDroit
           END-IF
           .

      *----------------------------------------------------------------
       VERIF-POLICE.
      *-- Un decompte dont la police est inconnue du referentiel part
      *   en rejet au lieu d'etre somme sous un numero mal saisi.
           SET W-PoliceValide-OK TO TRUE
           PERFORM RECHERCHE-POLICE-HISTO
           IF W-RefPol-Actif-OK
               PERFORM RECHERCHE-NOM-POLICE
               IF W-NomPolice = SPACES AND NOT W-PolHisto-OK
                   SET W-PoliceValide-KO TO TRUE
                   MOVE 'POLICE INCONNUE' TO WS-MOTIF-REJET
                   ADD 1 TO W-NbrRejets
      *-- Le statut charge de POLICES.txt fait foi : un decompte sur
      *   police suspendue ou resiliee est somme comme un actif nulle
      *   part - il part en rejet avec son motif, et son montant
      *   alimente la section des polices inactives. Police tenue
      *   dans l'historique : le statut est juge a la date de soin
      *   (cf. VERIF-STATUT-DATE-SOIN), pas a celle du jour.
                   IF NOT W-StatutPolice-Actif AND NOT W-PolHisto-OK
                       SET W-PoliceValide-KO TO TRUE
                       EVALUATE TRUE
                           WHEN W-StatutPolice-Susp
           END-IF
           .

      *----------------------------------------------------------------
       RECHERCHE-POLICE-HISTO.
      *-- Vrai quand la police du decompte a au moins une ligne dans
      *   l'historique date des polices
           MOVE SPACES TO W-PolHisto
           IF NOT W-HisPol-Actif-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-PHI FROM 1 BY 1
                   UNTIL IDX-PHI > W-NbrPolHis OR W-PolHisto-OK
               IF T-PHI-NUMPOL (IDX-PHI) = E-LISTE-NUMPOL
                   SET W-PolHisto-OK TO TRUE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       VERIF-STATUT-DATE-SOIN.
      *-- Police tenue dans l'historique : statut et niveau de
      *   garantie sont ceux de la derniere image de date d'effet
      *   anterieure ou egale a la date de soin (a date egale, la
      *   derniere enregistree). Pas d'image : la police n'etait pas
      *   encore ouverte au jour du soin. Un decompte sur police alors
      *   suspendue ou resiliee part en rejet et alimente la section
      *   des polices inactives, meme si la police est active ce jour.
           SET W-StatutDateSoin-OK TO TRUE
           MOVE SPACES TO W-MotifStatutDate
           IF NOT W-PolHisto-OK OR NOT W-DateValide-OK
               EXIT PARAGRAPH
           END-IF
           MOVE W-DATE TO W-DateSoinPol
           MOVE ZERO TO W-IdxPolHis
           MOVE SPACES TO W-DatePolHis
           PERFORM VARYING IDX-PHI FROM 1 BY 1
                   UNTIL IDX-PHI > W-NbrPolHis
               IF T-PHI-NUMPOL (IDX-PHI) = E-LISTE-NUMPOL
                   AND T-PHI-DATEEFF (IDX-PHI) <= W-DateSoinPol
                   AND (W-IdxPolHis = ZERO
                       OR T-PHI-DATEEFF (IDX-PHI) >= W-DatePolHis)
                   SET W-IdxPolHis TO IDX-PHI
                   MOVE T-PHI-DATEEFF (IDX-PHI) TO W-DatePolHis
               END-IF
           END-PERFORM
           IF W-IdxPolHis = ZERO
               MOVE SPACES TO W-StatutDateSoin
               MOVE 'POLICE NON OUVERTE' TO W-MotifStatutDate
               EXIT PARAGRAPH
           END-IF
           MOVE T-PHI-STATUT (W-IdxPolHis) TO W-StatutPolice
           MOVE T-PHI-NIVEAU (W-IdxPolHis) TO W-NiveauPolice
           IF NOT W-StatutPolice-Actif
               MOVE SPACES TO W-StatutDateSoin
               EVALUATE TRUE
                   WHEN W-StatutPolice-Susp
                       MOVE 'POLICE SUSPENDUE' TO W-MotifStatutDate
                   WHEN W-StatutPolice-Resil
                       MOVE 'POLICE RESILIEE' TO W-MotifStatutDate
                   WHEN OTHER
                       MOVE 'POLICE NON ACTIVE' TO W-MotifStatutDate
               END-EVALUATE
               PERFORM CUMUL-POLICE-INACTIVE
           END-IF
           .

      *----------------------------------------------------------------
       CUMUL-POLICE-INACTIVE.
      *-- Cumule le montant arrive sur une police inactive, par
      *   par police et top polices).
           MOVE SPACES TO W-NomPolice
           MOVE SPACES TO W-StatutPolice
           MOVE SPACES TO W-NiveauPolice
           PERFORM VARYING IDX-POLREF FROM 1 BY 1
                   UNTIL IDX-POLREF > W-NbrPolRef
               IF T-POLREF-NUMPOL (IDX-POLREF) = W-NumPolEdition
                   MOVE T-POLREF-NOM (IDX-POLREF) TO W-NomPolice
                   MOVE T-POLREF-STATUT (IDX-POLREF) TO W-StatutPolice
                   MOVE T-POLREF-NIVEAU (IDX-POLREF) TO W-NiveauPolice
               END-IF
           END-PERFORM
           .
           IF W-EnrTrailer-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM CUMUL-CAISSE
           PERFORM VERIF-POLICE
           IF W-PoliceValide-KO
               PERFORM ECRITURE-REJET
               PERFORM VERIF-MONTANT
               IF W-MontantValide-OK
                   PERFORM APPEL-SS-PROG
                   PERFORM VERIF-STATUT-DATE-SOIN
                   PERFORM VERIF-CONTRAT-FERME
                   PERFORM VERIF-AYANT-DROIT
                   PERFORM VERIF-PRESTATAIRE
                   EVALUATE TRUE
                       WHEN NOT W-DateValide-OK
                           MOVE 'DATE INVALIDE' TO WS-MOTIF-REJET
                           ADD 1 TO W-NbrRejets
                           PERFORM ECRITURE-REJET
      *-- Police suspendue, resiliee ou pas encore ouverte au jour
      *   du soin (historique date des polices)
                       WHEN NOT W-StatutDateSoin-OK
                           MOVE W-MotifStatutDate TO WS-MOTIF-REJET
                           ADD 1 TO W-NbrRejets
                           ADD 1 TO W-NbrRejStatutDate
                           PERFORM ECRITURE-REJET
      *-- Soin posterieur a la fermeture du dernier contrat de la
      *   police : le decompte n'est pas du.
                       WHEN W-ContratFerme-OK
                           MOVE 'CONTRAT FERME' TO WS-MOTIF-REJET
                           ADD 1 TO W-NbrRejets
                           ADD 1 TO W-NbrRejCtrFerme
                           PERFORM ECRITURE-REJET
      *-- Soin d'un ayant droit inconnu de la police ou hors de sa
      *   periode de couverture.
                       WHEN W-AyantDroitValide-KO
                           MOVE W-MotifAyantDroit TO WS-MOTIF-REJET
                           ADD 1 TO W-NbrRejets
                           ADD 1 TO W-NbrRejAyantDroit
                           PERFORM ECRITURE-REJET
      *-- Soin d'un prestataire inconnu ou inactif du referentiel
                       WHEN W-PrestataireValide-KO
                           MOVE W-MotifPrestataire TO WS-MOTIF-REJET
                           ADD 1 TO W-NbrRejets
                           ADD 1 TO W-NbrRejPrestataire
                           PERFORM ECRITURE-REJET
                       WHEN OTHER
      *-- Anciennete du decompte, avant l'arrete : les retardataires
      *   reportes sont justement ceux qu'il faut mesurer.
                           PERFORM CUMUL-AGING
                           PERFORM VERIF-PERIODE
                           IF W-HorsPeriode-OK
                               PERFORM ECRITURE-REPORT
                           ELSE
      *-- Soin deja paye sur une periode anterieure : re-presente
      *   (report, recyclage, fichier renvoye), il n'est pas repaye.
                               PERFORM VERIF-DOUBLON-HISTO
                               IF W-DoublonHisto-OK
                                   PERFORM ECRITURE-REJET-DOUBLON
                                   EXIT PARAGRAPH
                               END-IF
      *-- Rembourse presente compare a l'attendu du bareme, avant
      *   plafond annuel : c'est le calcul de l'amont qui est juge.
                               PERFORM CONTROLE-BAREME
      *-- Plafond annuel par police et code d'acte : seule la part
      *   admise est sommee, l'excedent part en rejet.
                               PERFORM CONTROLE-PLAFOND-ANNUEL
                               IF W-MntExcedent NOT = ZERO
                                   PERFORM ECRITURE-REJET-EXCEDENT
                               END-IF
                               IF W-MntAdmis NOT = ZERO
                                   MOVE W-MntAdmis TO W-MntSomme
                                   PERFORM CHARGEMENT-MONTANT-TABLEAU
                                   PERFORM MEMORISATION-HISTORIQUE
                                   PERFORM CUMUL-PRESTATAIRE
                               END-IF
                           END-IF
                   END-EVALUATE
               ELSE
                   PERFORM ECRITURE-REJET
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       VERIF-CONTRAT-FERME.
      *-- Vrai quand tous les contrats rattaches a la police du
      *   decompte sont fermes (ETAT-CONTRATS.txt) a une date connue
      *   anterieure a la date de soin. Police sans contrat rattache,
      *   ou couverte par un contrat encore ouvert : rien a signaler
      *   ici (cf. le rapport de CONTROLE-CONTRATS-POLICES).
           MOVE SPACES TO W-ContratFerme
           IF NOT CPY-XREF-ACTIF-OK OR NOT W-DateValide-OK
               EXIT PARAGRAPH
           END-IF
           MOVE E-LISTE-NUMPOL TO CPY-XREF-NUMPOL-DEM
           PERFORM SITUATION-POLICE-CONTRATS
           IF CPY-XREF-NBR-CTR NOT = ZERO
               AND CPY-XREF-NBR-OUVERTS = ZERO
               AND CPY-XREF-FERM-MAX NOT = SPACES
               MOVE W-DATE TO W-DateSoinCtl
               IF W-DateSoinCtl > CPY-XREF-FERM-MAX
                   SET W-ContratFerme-OK TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       VERIF-MONTANT.
      *-- Un montant nul ou dépassant le plafond configurable n'est pas
      *-- Trace sur REJETS.txt un enregistrement écarté par les
      *   controles. Le code acte ouvre la ligne : c'est lui qui
      *   permet au recyclage (cf. RECYCLAGE-REJETS) de reconstituer
      *   un decompte complet au dessin E-LISTE. Le numero d'ayant
      *   droit suit, tel que recu, en colonne 76 quel que soit le
      *   motif, puis le prestataire en colonne 82.
           MOVE E-LISTE-MTREMB TO WS-MTREMB-TXT
           MOVE SPACES TO E-REJETS

               WS-MTREMB-TXT                       DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               WS-MOTIF-REJET                      DELIMITED BY SIZE
               '    * '                            DELIMITED BY SIZE
               E-LISTE-AYANTDROIT                  DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               E-LISTE-PRESTATAIRE                 DELIMITED BY SIZE
           INTO E-REJETS
           END-STRING
           MOVE ZERO TO W-MntRejCaisse
           IF E-LISTE-MTREMB NUMERIC
               MOVE E-LISTE-MTREMB TO W-MntRejCaisse
           END-IF
           PERFORM MARQUAGE-CAISSE-REJET

           WRITE E-REJETS
           IF L-FstRejets NOT = ZERO
           .


      *----------------------------------------------------------------
       CUMUL-CAISSE.
      *-- Rattache le decompte lu a sa caisse d'origine (W-IdxCai),
      *   creee a la premiere rencontre. Table pleine : le decompte
      *   est traite normalement, seule sa ventilation est perdue et
      *   comptee.
           MOVE ZERO TO W-IdxCai
           IF E-LISTE-CAISSE NOT = SPACES
               SET W-CaisseTaguee-OK TO TRUE
           END-IF
           PERFORM VARYING IDX-CAI FROM 1 BY 1
                   UNTIL IDX-CAI > W-NbrCaisses OR W-IdxCai NOT = ZERO
               IF T-CAI-CODE (IDX-CAI) = E-LISTE-CAISSE
                   SET W-IdxCai TO IDX-CAI
               END-IF
           END-PERFORM
           IF W-IdxCai = ZERO
               IF W-NbrCaisses >= W-CAI-MAX
                   ADD 1 TO W-CaiDeborde
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrCaisses
               MOVE W-NbrCaisses TO W-IdxCai
               INITIALIZE T-CAI (W-IdxCai)
               MOVE E-LISTE-CAISSE TO T-CAI-CODE (W-IdxCai)
           END-IF
           ADD 1 TO T-CAI-PRESENTES (W-IdxCai)
           IF E-LISTE-MTREMB NUMERIC
               ADD E-LISTE-MTREMB TO T-CAI-MT-PRESENTE (W-IdxCai)
           END-IF
           .

      *----------------------------------------------------------------
       MARQUAGE-CAISSE-REJET.
      *-- Caisse d'origine en colonne 115 de la ligne de rejet, pour
      *   que les rejets se relisent par caisse, et cumul du rejet
      *   (montant W-MntRejCaisse) sur la caisse.
           IF E-LISTE-CAISSE NOT = SPACES
               MOVE '  * ' TO E-REJETS (111:4)
               MOVE E-LISTE-CAISSE TO E-REJETS (115:3)
           END-IF
           IF W-IdxCai NOT = ZERO
               ADD 1 TO T-CAI-REJETS (W-IdxCai)
               ADD W-MntRejCaisse TO T-CAI-MT-REJETE (W-IdxCai)
           END-IF
           .

      *----------------------------------------------------------------
       APPEL-SS-PROG.
      *-- Appel du ss-prog de test annee bissextile et transformation date
               WS-EXC-TXT                          DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               'PLAFOND ANNUEL DEPASSE'            DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               E-LISTE-AYANTDROIT                  DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               E-LISTE-PRESTATAIRE                 DELIMITED BY SIZE
           INTO E-REJETS
           END-STRING
           MOVE W-MntExcedent TO W-MntRejCaisse
           PERFORM MARQUAGE-CAISSE-REJET
           WRITE E-REJETS
           IF L-FstRejets NOT = ZERO
               MOVE L-FstRejets TO CPY-STATUT-CODE
           END-IF
           .

      *----------------------------------------------------------------
       ECRITURE-REJET-DOUBLON.
      *-- Rejet d'un soin deja paye : meme dessin que ECRITURE-REJET
      *   (ayant droit en colonne 76, prestataire), suivi de la
      *   periode du premier
      *   paiement pour que le gestionnaire retrouve l'original.
           ADD 1 TO W-NbrRejets
           ADD 1 TO W-NbrRejDoublons
           MOVE E-LISTE-MTREMB TO WS-MTREMB-TXT
           MOVE SPACES TO E-REJETS
           STRING
               E-LISTE-CODE                        DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               E-LISTE-NUMPOL                      DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               E-LISTE-DATESOIN                    DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               WS-MTREMB-TXT                       DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               'DOUBLON INTER-PERIODE'             DELIMITED BY SIZE
               '   * '                             DELIMITED BY SIZE
               E-LISTE-AYANTDROIT                  DELIMITED BY SIZE
               '  * '                              DELIMITED BY SIZE
               E-LISTE-PRESTATAIRE                 DELIMITED BY SIZE
               '  * PAYE EN '                      DELIMITED BY SIZE
               W-PeriodeDoublon                    DELIMITED BY SIZE
           INTO E-REJETS
           END-STRING
           MOVE ZERO TO W-MntRejCaisse
           IF E-LISTE-MTREMB NUMERIC
               MOVE E-LISTE-MTREMB TO W-MntRejCaisse
           END-IF
           PERFORM MARQUAGE-CAISSE-REJET
           WRITE E-REJETS
           IF L-FstRejets NOT = ZERO
               MOVE L-FstRejets TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture fichier rejets FS=' L-FstRejets
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ECRITURE-REJET-DOUBLON ecriture rejets'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       AFFICHAGE-PLAFONDS-ANNUELS.
      *-- Section de controle : couples police/code dont le cumul
           MOVE W-ANNEE TO E-PT-ANNEE
           MOVE W-MOIS TO E-PT-MOIS
           MOVE W-MntSomme TO E-PT-MONTANT
           MOVE W-AyantDroit TO E-PT-AYANTDROIT
           WRITE E-POLTRAV
           IF L-FstPolTrav NOT = ZERO
               MOVE L-FstPolTrav TO CPY-STATUT-CODE
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM ECRITURE-DECOMPTE-ADMIS

      *-- Répartition par code d'acte, même mois/année
           PERFORM RECHERCHE-CODE
               ADD 1 TO W-NbrSansFacture
           END-IF
           .
      *----------------------------------------------------------------
       ECRITURE-DECOMPTE-ADMIS.
      *-- Le decompte tel que recu, montant rembourse ramene a la part
      *   admise et ayant droit normalise : ce qui est somme ici est
      *   exactement ce qui sera paye.
           MOVE E-LISTE TO E-ADMIS
           MOVE W-MntSomme TO E-ADM-MONTANT
           MOVE SPACE TO E-ADM-FILLER5
           MOVE W-AyantDroit TO E-ADM-AYANTDROIT
           WRITE E-ADMIS
           IF L-FstAdmis NOT = ZERO
               MOVE L-FstAdmis TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture decomptes admis FS='
                   L-FstAdmis ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture decomptes admis FS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO W-NbrAdmis
           ADD W-MntSomme TO W-HashAdmis
           IF W-IdxCai NOT = ZERO
               ADD 1 TO T-CAI-ADMIS (W-IdxCai)
               ADD W-MntSomme TO T-CAI-MT-ADMIS (W-IdxCai)
           END-IF
           .

      *----------------------------------------------------------------
       ECRITURE-TRAILER-ADMIS.
      *-- Trailer de fin de run reussi, meme convention que celui de
      *   DECOMPTE.txt.
           MOVE SPACES TO E-TRAILER-ADMIS
           MOVE 'TRAILER' TO E-AdmTrlLib
           MOVE W-NbrAdmis TO E-AdmTrlNbr
           MOVE W-HashAdmis TO E-AdmTrlHash
           WRITE E-TRAILER-ADMIS
           IF L-FstAdmis NOT = ZERO
               MOVE L-FstAdmis TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture trailer admis FS='
                   L-FstAdmis ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture trailer admis FS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           DISPLAY 'Nbre decomptes admis =' W-NbrAdmis '>'
           .

      *----------------------------------------------------------------
       RECHERCHE-CODE.
      *-- Retrouve l'index du code d'acte E-LISTE-CODE dans
               MOVE S-DONSORT TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-IF
           IF W-CaisseTaguee-OK
               PERFORM EDITION-CAISSES
           END-IF
           .

      *----------------------------------------------------------------
       EDITION-CAISSES.
      *-- Ventilation par caisse d'origine : decomptes presentes,
      *   rejetes (lignes de REJETS.txt, excedents de plafond compris)
      *   et reportes, puis admis et montant admis. Les decomptes
      *   sans caisse apparaissent sous '---'.
           MOVE 'Caisse * Present. * Rejets *     Mt rejete *'
               TO CPY-RAP-ENTCOL
           MOVE ' Report. *' TO CPY-RAP-ENTCOL(45:)
           MOVE '  Admis *      Mt admis' TO CPY-RAP-ENTCOL(55:)
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'VENTILATION PAR CAISSE D ORIGINE' TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           PERFORM VARYING IDX-CAI FROM 1 BY 1
                   UNTIL IDX-CAI > W-NbrCaisses
               MOVE T-CAI-CODE (IDX-CAI) TO WS-CAI-CODE-TXT
               IF WS-CAI-CODE-TXT = SPACES
                   MOVE '---' TO WS-CAI-CODE-TXT
               END-IF
               MOVE T-CAI-PRESENTES (IDX-CAI) TO W-CAI-CPT-EDIT
               MOVE W-CAI-CPT-EDIT TO WS-CAI-PRE-TXT
               MOVE T-CAI-REJETS (IDX-CAI) TO W-CAI-CPT-EDIT
               MOVE W-CAI-CPT-EDIT TO WS-CAI-REJ-TXT
               MOVE T-CAI-REPORTES (IDX-CAI) TO W-CAI-CPT-EDIT
               MOVE W-CAI-CPT-EDIT TO WS-CAI-REP-TXT
               MOVE T-CAI-ADMIS (IDX-CAI) TO W-CAI-CPT-EDIT
               MOVE W-CAI-CPT-EDIT TO WS-CAI-ADM-TXT
               MOVE T-CAI-MT-REJETE (IDX-CAI) TO W-CAI-MNT-EDIT
               MOVE T-CAI-MT-ADMIS (IDX-CAI) TO W-CAI-MNT-EDIT2
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING WS-CAI-CODE-TXT '    *   ' WS-CAI-PRE-TXT
                   ' * ' WS-CAI-REJ-TXT ' * ' W-CAI-MNT-EDIT
                   ' *  ' WS-CAI-REP-TXT ' * ' WS-CAI-ADM-TXT
                   ' * ' W-CAI-MNT-EDIT2
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               DISPLAY CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           IF W-CaiDeborde NOT = ZERO
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING 'DECOMPTES HORS VENTILATION (CAPACITE) = '
                   W-CaiDeborde DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           .

      *----------------------------------------------------------------
               ADD 1 TO T-AGEM-NBR (W-MOIS W-AgeBucket)
               ADD E-LISTE-MTREMB TO T-AGEM-MNT (W-MOIS W-AgeBucket)
           END-IF
           PERFORM CUMUL-AGING-OUVRES
           PERFORM MEMORISATION-PIRE-DELAI
           .

      *----------------------------------------------------------------
       CUMUL-AGING-OUVRES.
      *-- Meme delai en jours ouvres (jours de soin exclu, jour du
      *   run inclus). Un refus du calendrier, improbable sur une
      *   date deja validee, retombe sur le delai calendaire et
      *   est compte.
           MOVE 'C' TO W-JO-FONCTION
           CALL 'Jours_ouvres'
           USING W-JO-FONCTION
               W-AgeJourSoin
               W-AgeDateRun
               W-JO-NBJOURS
               W-JO-STATUT
           END-CALL
           IF W-JO-STATUT = '00'
               MOVE W-JO-NBJOURS TO W-AgeDelaiJO
           ELSE
               MOVE W-AgeDelai TO W-AgeDelaiJO
               ADD 1 TO W-AgeErrJO
           END-IF
           EVALUATE TRUE
               WHEN W-AgeDelaiJO <= 20
                   MOVE 1 TO W-AgeBucket
               WHEN W-AgeDelaiJO <= 40
                   MOVE 2 TO W-AgeBucket
               WHEN W-AgeDelaiJO <= 60
                   MOVE 3 TO W-AgeBucket
               WHEN OTHER
                   MOVE 4 TO W-AgeBucket
           END-EVALUATE
           ADD 1 TO T-AGEO-NBR (W-AgeBucket)
           ADD E-LISTE-MTREMB TO T-AGEO-MNT (W-AgeBucket)
           .

      *----------------------------------------------------------------
       MEMORISATION-PIRE-DELAI.
      *-- Garde les cinq delais les plus longs du run : le decompte
           END-PERFORM
           IF W-AgeDelai > W-AgeDelaiMin
               MOVE W-AgeDelai TO T-PIRE-DELAI (W-AgeIdxMin)
               MOVE W-AgeDelaiJO TO T-PIRE-DELAIJO (W-AgeIdxMin)
               MOVE E-LISTE-NUMPOL TO T-PIRE-NUMPOL (W-AgeIdxMin)
               MOVE W-AgeJourSoin TO T-PIRE-DATE (W-AgeIdxMin)
               MOVE E-LISTE-MTREMB TO T-PIRE-MNT (W-AgeIdxMin)
               PERFORM ECRITURE-RAPPORT
           END-IF

      *-- Memes decomptes en jours ouvres
           MOVE 'Tranche * Nbr * Montant' TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'ANCIENNETE EN JOURS OUVRES (DATE DE SOIN -> RUN)'
               TO S-DONSORT
           DISPLAY S-DONSORT
           MOVE S-DONSORT TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           PERFORM VARYING W-AgeIdxB FROM 1 BY 1 UNTIL W-AgeIdxB > 4
               PERFORM LIBELLE-TRANCHE-AGE-OUVRES
               MOVE T-AGEO-NBR (W-AgeIdxB) TO W-AGE-NBR-EDIT
               MOVE W-AGE-NBR-EDIT TO WS-AGE-NBR-TXT
               MOVE T-AGEO-MNT (W-AgeIdxB) TO W-AGE-MNT-EDIT
               MOVE W-AGE-MNT-EDIT TO WS-AGE-MNT-TXT
               MOVE SPACES TO S-DONSORT
               STRING
                   W-AgeLibTranche                 DELIMITED BY SIZE
                   ' * '                           DELIMITED BY SIZE
                   WS-AGE-NBR-TXT                  DELIMITED BY SIZE
                   ' * '                           DELIMITED BY SIZE
                   WS-AGE-MNT-TXT                  DELIMITED BY SIZE
               INTO S-DONSORT
               END-STRING
               DISPLAY S-DONSORT
               MOVE S-DONSORT TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           IF W-AgeErrJO NOT = ZERO
               MOVE SPACES TO S-DONSORT
               STRING 'DELAIS NON CALCULABLES EN JOURS OUVRES : '
                   W-AgeErrJO DELIMITED BY SIZE
               INTO S-DONSORT
               END-STRING
               DISPLAY S-DONSORT
               MOVE S-DONSORT TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-IF

      *-- Detail par mois de soin de l'annee en cours
           MOVE 'Mois * 0-30 * 31-60 * 61-90 * +90 (nbr)'
               TO CPY-RAP-ENTCOL
           END-EVALUATE
           .

      *----------------------------------------------------------------
       LIBELLE-TRANCHE-AGE-OUVRES.
      *-----------
           EVALUATE W-AgeIdxB
               WHEN 1
                   MOVE '0-20 J.O.     ' TO W-AgeLibTranche
               WHEN 2
                   MOVE '21-40 J.O.    ' TO W-AgeLibTranche
               WHEN 3
                   MOVE '41-60 J.O.    ' TO W-AgeLibTranche
               WHEN OTHER
                   MOVE 'PLUS DE 60 JO ' TO W-AgeLibTranche
           END-EVALUATE
           .

      *----------------------------------------------------------------
       ECRITURE-LIGNE-AGE-MOIS.
      *-----------
       AFFICHAGE-PIRES-DELAIS.
      *-- Les retardataires les plus anciens, du plus vieux au moins
      *   vieux, par selection successive du maximum restant.
           MOVE 'Delai j *  J.O. * Police * Date soin * Montant'
               TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'DECOMPTES LES PLUS ANCIENS DU RUN' TO S-DONSORT
      *-----------
           MOVE W-AgeDelaiMax TO W-AGE-DELAI-EDIT
           MOVE W-AGE-DELAI-EDIT TO WS-AGE-DELAI-TXT
           MOVE T-PIRE-DELAIJO (W-AgeIdxMax) TO W-AGE-DELAI-EDIT
           MOVE W-AGE-DELAI-EDIT TO WS-AGE-DELJO-TXT
           MOVE T-PIRE-MNT (W-AgeIdxMax) TO W-AGE-MNT-EDIT
           MOVE W-AGE-MNT-EDIT TO WS-AGE-MNT-TXT
           MOVE SPACES TO S-DONSORT
           STRING
               WS-AGE-DELAI-TXT                    DELIMITED BY SIZE
               ' * '                               DELIMITED BY SIZE
               WS-AGE-DELJO-TXT                    DELIMITED BY SIZE
               ' * '                               DELIMITED BY SIZE
               T-PIRE-NUMPOL (W-AgeIdxMax)         DELIMITED BY SIZE
               ' * '                               DELIMITED BY SIZE
               T-PIRE-DATE (W-AgeIdxMax)           DELIMITED BY SIZE
               IF W-Releve-Actif-OK AND E-PTT-ANNEE = W-RelAnnee
                   ADD E-PTT-MONTANT TO W-RelMoisMnt (E-PTT-MOIS)
               END-IF
               PERFORM CUMUL-AYANT-DROIT-POLICE
           END-READ
           .

           MOVE ZERO TO W-GrpMontant
           MOVE ZERO TO W-PolTotal
           INITIALIZE W-RelMoisTab
           MOVE ZERO TO W-NbrAdPol
           MOVE ZERO TO W-AdPolAutres
           MOVE ZERO TO W-AdPolAutresRel
           .

      *----------------------------------------------------------------
       CUMUL-AYANT-DROIT-POLICE.
      *-- Cumul de la ligne triee sur son ayant droit, dans la table
      *   de la police courante (entree creee au premier passage).
           MOVE ZERO TO W-IdxAdPol
           PERFORM VARYING W-IdxAdPolRech FROM 1 BY 1
                   UNTIL W-IdxAdPolRech > W-NbrAdPol
               IF T-ADPOL-AYANTDROIT (W-IdxAdPolRech)
                       = E-PTT-AYANTDROIT
                   MOVE W-IdxAdPolRech TO W-IdxAdPol
               END-IF
           END-PERFORM
           IF W-IdxAdPol = ZERO
               IF W-NbrAdPol < 20
                   ADD 1 TO W-NbrAdPol
                   MOVE W-NbrAdPol TO W-IdxAdPol
                   MOVE E-PTT-AYANTDROIT
                       TO T-ADPOL-AYANTDROIT (W-IdxAdPol)
                   MOVE ZERO TO T-ADPOL-TOTAL (W-IdxAdPol)
                   MOVE ZERO TO T-ADPOL-RELTOTAL (W-IdxAdPol)
               ELSE
                   ADD E-PTT-MONTANT TO W-AdPolAutres
                   IF W-Releve-Actif-OK AND E-PTT-ANNEE = W-RelAnnee
                       ADD E-PTT-MONTANT TO W-AdPolAutresRel
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD E-PTT-MONTANT TO T-ADPOL-TOTAL (W-IdxAdPol)
           IF W-Releve-Actif-OK AND E-PTT-ANNEE = W-RelAnnee
               ADD E-PTT-MONTANT TO T-ADPOL-RELTOTAL (W-IdxAdPol)
           END-IF
           .

      *----------------------------------------------------------------
       ECRITURE-AYANTS-DROIT-POLICE.
      *-- Sous les lignes mensuelles de la police, le total toutes
      *   annees de chacun de ses ayants droit.
           MOVE W-GrpPol TO W-NumPolEdition
           PERFORM VARYING W-IdxAdPol FROM 1 BY 1
                   UNTIL W-IdxAdPol > W-NbrAdPol
               MOVE T-ADPOL-AYANTDROIT (W-IdxAdPol) TO W-AyantDroit
               PERFORM RECHERCHE-AYANT-DROIT
               MOVE T-ADPOL-TOTAL (W-IdxAdPol) TO W-ADPOL-MNT-EDIT
               MOVE W-ADPOL-MNT-EDIT TO WS-ADPOL-MNT-TXT
               MOVE SPACES TO S-DONSORT
               STRING
                   W-GrpPol                        DELIMITED BY SIZE
                   ' * AD '                        DELIMITED BY SIZE
                   W-AyantDroit                    DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   W-NomAyantDroit                 DELIMITED BY SIZE
                   ' * '                           DELIMITED BY SIZE
                   W-LibLienAd                     DELIMITED BY SIZE
                   ' * '                           DELIMITED BY SIZE
                   WS-ADPOL-MNT-TXT                DELIMITED BY SIZE
               INTO S-DONSORT
               END-STRING
               DISPLAY S-DONSORT
               MOVE S-DONSORT TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           IF W-AdPolAutres NOT = ZERO
               MOVE W-AdPolAutres TO W-ADPOL-MNT-EDIT
               MOVE W-ADPOL-MNT-EDIT TO WS-ADPOL-MNT-TXT
               MOVE SPACES TO S-DONSORT
               STRING
                   W-GrpPol                        DELIMITED BY SIZE
                   ' * AUTRES AYANTS DROIT * '     DELIMITED BY SIZE
                   WS-ADPOL-MNT-TXT                DELIMITED BY SIZE
               INTO S-DONSORT
               END-STRING
               DISPLAY S-DONSORT
               MOVE S-DONSORT TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-IF
           .

      *----------------------------------------------------------------
       FIN-POLICE.
      *-- Rupture de police : total au classement des top polices,
      *   releve annuel si l'annee demandee porte des remboursements.
           PERFORM ECRITURE-AYANTS-DROIT-POLICE
           PERFORM INSERTION-TOP-POLICE
           IF W-Releve-Actif-OK
               MOVE ZERO TO W-RelTotal
           END-STRING
           PERFORM ECRITURE-RELEVE

      *-- Part de chaque ayant droit dans le total de l'annee
           MOVE SPACES TO E-RELEVE
           PERFORM ECRITURE-RELEVE
           MOVE 'DETAIL PAR AYANT DROIT' TO E-RELEVE
           PERFORM ECRITURE-RELEVE
           MOVE W-GrpPol TO W-NumPolEdition
           PERFORM VARYING W-IdxAdPol FROM 1 BY 1
                   UNTIL W-IdxAdPol > W-NbrAdPol
               IF T-ADPOL-RELTOTAL (W-IdxAdPol) NOT = ZERO
                   MOVE T-ADPOL-AYANTDROIT (W-IdxAdPol)
                       TO W-AyantDroit
                   PERFORM RECHERCHE-AYANT-DROIT
                   MOVE T-ADPOL-RELTOTAL (W-IdxAdPol)
                       TO W-ADPOL-MNT-EDIT
                   MOVE SPACES TO E-RELEVE
                   STRING 'AYANT DROIT ' W-AyantDroit ' '
                       W-NomAyantDroit ' ' W-LibLienAd ' : '
                       W-ADPOL-MNT-EDIT
                       DELIMITED BY SIZE INTO E-RELEVE
                   END-STRING
                   PERFORM ECRITURE-RELEVE
               END-IF
           END-PERFORM
           IF W-AdPolAutresRel NOT = ZERO
               MOVE W-AdPolAutresRel TO W-ADPOL-MNT-EDIT
               MOVE SPACES TO E-RELEVE
               STRING 'AUTRES AYANTS DROIT' ' : ' W-ADPOL-MNT-EDIT
                   DELIMITED BY SIZE INTO E-RELEVE
               END-STRING
               PERFORM ECRITURE-RELEVE
           END-IF

      *-- Completion de la page : le releve suivant ouvre une page
      *   neuve.
           PERFORM UNTIL W-RelCptLig >= W-REL-LIGNES-PAGE
                   CLOSE LISTE
                   DISPLAY 'DECOMPTE-CLOTURE.txt consomme (vide '
                       'apres presentation)'
                   MOVE 'DECOMPTE-CLOTURE.txt' TO CPY-MAN-FICHIER
                   PERFORM PUBLICATION-MANIFESTE
               ELSE
                   DISPLAY 'Consommation de DECOMPTE-CLOTURE.txt en '
                       'echec, FS =' L-Fst
               END-IF
           END-IF
      *-- Trailer des admis sur fin normale seulement : un fichier
      *   sans trailer est refuse par ORDRES-PAIEMENT.
           IF RETURN-CODE = ZERO
               PERFORM ECRITURE-TRAILER-ADMIS
           END-IF
           CLOSE ADMIS
           IF RETURN-CODE = ZERO
               PERFORM ECRITURE-HISTORIQUE
               PERFORM RAPPORT-PRESTATAIRES
               PERFORM FIN-ECARTS-BAREME
           END-IF
           IF W-RefBar-Actif-OK
               CLOSE ECARTBAR
           END-IF
           CLOSE DBLPROCHE
           CLOSE SORTIE
           CLOSE REJETS
           CLOSE SORTIE-CSV
      *-- Rejets et admis publies au manifeste pour leurs lecteurs
      *   (recyclage, lettres de rejet, ordres de paiement).
           IF RETURN-CODE = ZERO
               MOVE 'REJETS.txt' TO CPY-MAN-FICHIER
               PERFORM PUBLICATION-MANIFESTE
               MOVE 'DECOMPTES-ADMIS.txt' TO CPY-MAN-FICHIER
               PERFORM PUBLICATION-MANIFESTE
           END-IF
           IF W-Periode-Actif-OK
               CLOSE REPORTDEC
               DISPLAY 'Nbre decomptes reportes =' W-NbrReportes '>'
           END-IF
      *-- Historique et report publies pour la cloture de periode,
      *   l'interface comptable et la sinistralite.
           IF RETURN-CODE = ZERO
               MOVE 'HISTO-DECOMPTES.txt' TO CPY-MAN-FICHIER
               PERFORM PUBLICATION-MANIFESTE
               IF W-Periode-Actif-OK
                   MOVE 'REPORT-DECOMPTES.txt' TO CPY-MAN-FICHIER
                   PERFORM PUBLICATION-MANIFESTE
               END-IF
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
               DISPLAY 'Nbre codes acte inconnus =' W-NbrCodesInconnus
                   '>'
           END-IF
           IF CPY-XREF-ACTIF-OK
               DISPLAY 'Nbre rejets contrat ferme =' W-NbrRejCtrFerme
                   '>'
           END-IF
           IF W-HisPol-Actif-OK
               DISPLAY 'Nbre rejets statut a la date de soin ='
                   W-NbrRejStatutDate '>'
           END-IF
           IF W-RefAd-Actif-OK
               DISPLAY 'Nbre rejets ayant droit =' W-NbrRejAyantDroit
                   '>'
           END-IF
           IF W-RefPrs-Actif-OK
               DISPLAY 'Nbre rejets prestataire =' W-NbrRejPrestataire
                   '>'
               DISPLAY 'Nbre prestataires atypiques ='
                   W-NbrPrsAtypiques '>'
           END-IF
           DISPLAY 'Nbre decomptes sans prestataire ='
               W-NbrSansPrestataire '>'
           IF W-RefBar-Actif-OK
               DISPLAY 'Nbre decomptes controles bareme ='
                   W-NbrBarControles '>'
               DISPLAY 'Nbre decomptes sans bareme =' W-NbrSansBareme
                   '>'
               DISPLAY 'Nbre ecarts bareme =' W-NbrEcartsBar '>'
               DISPLAY 'Total trop paye =' W-TotTropPaye '>'
               DISPLAY 'Total moins paye =' W-TotMoinsPaye '>'
           END-IF
           DISPLAY 'Nbre rejets doublon inter-periode ='
               W-NbrRejDoublons '>'
           DISPLAY 'Nbre decomptes proches a revoir =' W-NbrDblProches
               '>'
           DISPLAY '*************************************************'
           DISPLAY ' FIN PROGRAMME ' L-Pgm
           DISPLAY '*************************************************' 
           END-IF
           .

      *----------------------------------------------------------------
       COPY ContratsPolicesLecture_COPY.

      *----------------------------------------------------------------
       COPY RapportEcriture_COPY.

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.

      *----------------------------------------------------------------
       COPY ManifesteAppel_COPY.

