              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstHisto.

      *> Copie de travail de l'historique pendant sa reecriture
      *> (cf. REECRITURE-HISTORIQUE).
       SELECT FIC-HISTO-TRAV  ASSIGN  TO 'HISTO-TELE-TRAV.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstHistoTrav.

      *> Relivraison corrective du fournisseur de mesure, optionnelle,
      *> au dessin de FICENT.txt : chaque ligne remplace la cellule
      *> semaine/chaine/jour/tranche (categorie blanche) ou la seule
      *> categorie indiquee (cf. APPLICATION-CORRECTIONS).
       SELECT FIC-CORR  ASSIGN  TO 'CORRECTIONS-TELE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstCorr.

      *> Paramètres Q1-Q4/suivi/parts de marché fournis à l'avance
      *> (ex. par LANCEUR-LOT pour un lancement non interactif), un
      *> par ligne, même ordre que SAISIE-PARAMETRES-CONSOLE. Absent
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstPoids.

      *> Referentiel tarifaire de la regie : prix pour mille
      *> spectateurs (CPM) par chaine/jour/tranche, eventuellement par
      *> categorie d'audience (cf. CHARGEMENT-TARIFS). Absent = pas
      *> d'edition des recettes publicitaires.
       SELECT FIC-TARIFS  ASSIGN  TO 'TARIFS-PUB.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstTarifs.

      *> Verdict du controle qualite des donnees panel (cf.
      *> CONTROLE-QUALITE-PANEL), relu par LANCEUR-LOT avant de
      *> laisser partir RESULTAT-TELE.txt.
       SELECT FIC-QUALITE  ASSIGN  TO 'QUALITE-TELE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstQualite.

      *> Detail du fournisseur par foyer du panel : une ligne par
      *> foyer et par case regardee, optionnel (cf. DISPLAY11-
      *> COUVERTURE). Trie par semaine/chaine/foyer pour compter les
      *> foyers distincts.
       SELECT FIC-DETAIL  ASSIGN  TO 'DETAIL-PANEL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstDetail.

       SELECT TRI-DETAIL  ASSIGN  TO 'TRIDETAIL'.

       DATA DIVISION.
       FILE SECTION.

           05 E-POIDS-COEF                         PIC 9(3)V99.
           05 FILLER                               PIC X(13).

      *> 'C J T K PPPPPPP libelle' : chaine, jour, tranche (0 = toutes),
      *> categorie (blanc ou 0 = tarif de la case, 1-9 = tarif propre
      *> a la categorie), CPM en euros a deux decimales implicites.
      *> Les lignes s'appliquent dans l'ordre du fichier : les plus
      *> generales d'abord, les exceptions ensuite. '*' = commentaire.
       FD FIC-TARIFS.
       01 E-FICTARIF.
           05 E-TAR-CHAINE                         PIC 9.
           05 FILLER                               PIC X.
           05 E-TAR-JOUR                           PIC 9.
           05 FILLER                               PIC X.
           05 E-TAR-TRANCHE                        PIC 9.
           05 FILLER                               PIC X.
           05 E-TAR-CATEGORIE                      PIC X.
           05 FILLER                               PIC X.
           05 E-TAR-CPM                            PIC 9(5)V99.
           05 FILLER                               PIC X(45).

      *> 'PUBLIABLE' / 'AVERTISSEMENT' / 'BLOQUE' en tete de ligne,
      *> suivi des compteurs d'anomalies.
       FD FIC-QUALITE.
       01 E-FICQUALITE.
           05 E-QTE-VERDICT                        PIC X(13).
           05 E-QTE-DETAIL                         PIC X(87).

      *> Identifiant du foyer, semaine, chaine, jour, tranche et
      *> categorie d'audience du foyer (blanc = non ventile).
       FD FIC-DETAIL.
       01 E-FICDETAIL.
           05 E-DET-FOYER                          PIC X(8).
           05 E-DET-SEMAINE                        PIC 9.
           05 E-DET-CHAINE                         PIC 9.
           05 E-DET-JOUR                           PIC 9.
           05 E-DET-TRANCHE                        PIC 9.
           05 E-DET-CATEGORIE                      PIC X.
           05 FILLER                               PIC X(20).

       SD  TRI-DETAIL.
       01 SD-DETAIL.
           05 SD-DET-CLE.
               10 SD-DET-SEMAINE                   PIC 9.
               10 SD-DET-CHAINE                    PIC 9.
               10 SD-DET-FOYER                     PIC X(8).
           05 SD-DET-CASE.
               10 SD-DET-JOUR                      PIC 9.
               10 SD-DET-TRANCHE                   PIC 9.
           05 SD-DET-CATEGORIE                     PIC X.

       FD FIC-HISTO.
       01 E-FICHISTO.
           05 E-HISTO-DATE                         PIC X(8).
           05 E-HISTO-TRANCHE                      PIC 9.
           05 FILLER                               PIC X.
           05 E-HISTO-NBRSPE                       PIC 9(5).
      *> Cellule corrigee par relivraison : valeur precedente et
      *> date de la correction, a blanc sinon.
           05 FILLER                               PIC X.
           05 E-HISTO-ANCIEN                       PIC 9(5).
           05 FILLER                               PIC X.
           05 E-HISTO-DATECOR                      PIC X(8).

       FD FIC-HISTO-TRAV.
       01 E-FICHISTO-TRAV                          PIC X(41).

       FD FIC-CORR.
       01 E-FICCORR.
           05 E-COR-SEMAINE                        PIC 9.
           05 E-COR-CHAINE                         PIC 9.
           05 E-COR-JOUR                           PIC 9.
           05 E-COR-TRANCHE                        PIC 9.
           05 E-COR-NBRSPE                         PIC 9(4).
           05 E-COR-CATEGORIE                      PIC X.

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
       01 CPT2                                     PIC 9.
       01 CPT3                                     PIC 9.
       01 CPT4                                     PIC 9.
      *> Boucles sur les categories d'audience 1-9 : un PIC 9 repasse
      *> a zero apres 9 et la boucle ne finirait pas.
       01 CPT5                                     PIC 99.

      *> Historique inter-runs (cf. ECRITURE-HISTORIQUE / DISPLAY7-
      *> TENDANCE-HISTO) : date du run, derniere date deja presente
       01 W-NbrTrend                               PIC 9(3).
       01 W-TrendDebut                             PIC S9(3).
       01 W-IdxTrend                               PIC 9(3).
      *> Relivraison corrective (cf. APPLICATION-CORRECTIONS /
      *> EDITION-CORRECTIONS) : chaque correction retenue est gardee
      *> pour l'edition ; chaque cellule touchee garde sa valeur
      *> d'avant la premiere correction pour l'historique ; les
      *> totaux par semaine/chaine d'avant correction donnent
      *> l'impact sur les parts de marche.
       01 L-FstCorr                                PIC 99.
       01 L-FstHistoTrav                           PIC 99.
       01 W-Corr-Actif                             PIC X VALUE 'N'.
           88 W-Corr-Actif-OK                      VALUE 'O'.
       01 W-Cor-Max                                PIC 9(3) VALUE 500.
       01 W-NbrCor                                 PIC 9(3) VALUE ZERO.
       01 W-NbrCorLues                             PIC 9(5) VALUE ZERO.
       01 W-NbrCorRejetees                         PIC 9(5) VALUE ZERO.
       01 TABLE-CORRECTIONS.
           05 W-COR OCCURS 500 TIMES
                    INDEXED BY IDX-COR.
               10 W-COR-SEM                        PIC 9.
               10 W-COR-CH                         PIC 9.
               10 W-COR-JR                         PIC 9.
               10 W-COR-TR                         PIC 9.
               10 W-COR-CAT                        PIC 9.
               10 W-COR-AVANT                      PIC 9(5).
               10 W-COR-APRES                      PIC 9(5).
       01 W-CorCat                                 PIC 9.
       01 W-CorAvant                               PIC 9(5).
       01 TABLE-CELL-CORRIGEE.
           05 CC-SEMAINE OCCURS 4.
               10 CC-CHAINE OCCURS 6.
                   15 CC-JOUR OCCURS 7.
                       20 CC-TRANCHE OCCURS 7.
                           25 CC-CORRIGEE         PIC X.
                               88 CC-CORRIGEE-OK  VALUE 'O'.
                           25 CC-AVANT            PIC 9(5).
                           25 CC-HISTO-VU         PIC X.
                               88 CC-HISTO-VU-OK  VALUE 'O'.
       01 TABLE-PART-AVANT.
           05 PA-SEMAINE OCCURS 4.
               10 PA-TOTAL                         PIC 9(7).
               10 PA-CHAINE OCCURS 6              PIC 9(7).
       01 W-PaTotApres                             PIC 9(7).
       01 W-PaChApres                              PIC 9(7).
       01 W-PartAvant                              PIC 9(3)V99.
       01 W-PartApres                              PIC 9(3)V99.
       01 W-PartEcart                              PIC S9(3)V99.
       01 W-PART-EDIT                              PIC ZZ9,99.
       01 W-PART-EDIT2                             PIC ZZ9,99.
       01 W-PART-ECART-EDIT                        PIC +ZZ9,99.
       01 W-COR-EDIT                               PIC ZZZZ9.
       01 W-COR-EDIT2                              PIC ZZZZ9.
       01 W-CorCatTxt                              PIC X(8).
       01 W-NbrHistoCorr                           PIC 9(5) VALUE ZERO.
       01 TABLEAU-TENDANCE.
           05 W-TREND OCCURS 200 TIMES
                      INDEXED BY IDX-TREND.
       01 W-Tit-Tr                                  PIC 9.
       01 W-TitreEmission                           PIC X(30).

      *> Classement des emissions par titre (cf. DISPLAY9-CLASSEMENT-
      *> TITRES) : une entree par titre distinct de la grille, cumul
      *> de ses cases de la semaine analysee ; rang de la semaine
      *> precedente recalcule depuis HISTO-TELE.txt (cf. HISTO-
      *> SEMAINE-PRECEDENTE). W-TitresTopN : PARAMS-LOT TITRES-TOP-N.
       01 W-TitresTopN                              PIC 9(2) VALUE 10.
       01 W-Clt-Max                                 PIC 9(3) VALUE 294.
       01 W-NbrClt                                  PIC 9(3).
       01 W-NbrCltSansTitre                         PIC 9(3).
       01 W-IdxClt                                  PIC 9(3).
       01 W-IdxClt2                                 PIC 9(3).
       01 W-CltTrouve                               PIC 9(3).
       01 W-CltRang                                 PIC 9(3).
       01 TABLE-CLASSEMENT.
           05 W-CLT OCCURS 294 TIMES.
               10 W-CLT-TITRE                       PIC X(30).
               10 W-CLT-NBCASES                     PIC 9(3).
               10 W-CLT-PANEL                       PIC 9(7).
               10 W-CLT-EXTRAP                      PIC 9(9)V99.
               10 W-CLT-RANG                        PIC 9(3).
               10 W-CLT-PANEL-PREC                  PIC 9(7).
               10 W-CLT-RANG-PREC                   PIC 9(3).
       01 W-ClsPrec                                 PIC X VALUE 'N'.
           88 W-ClsPrec-OK                          VALUE 'O'.
       01 W-ClsDerDate                              PIC X(8).
       01 W-ClsDerSemMax                            PIC 9.
       01 W-ClsAvDate                               PIC X(8).
       01 W-ClsAvSemMax                             PIC 9.
       01 W-ClsPrecDate                             PIC X(8).
       01 W-ClsPrecSem                              PIC 9.
       01 TABLE-CASES-PREC.
           05 PR-CHAINE OCCURS 6.
               10 PR-JOUR OCCURS 7.
                   15 PR-TRANCHE OCCURS 7           PIC 9(7).
       01 W-CLT-RANG-EDIT                           PIC ZZ9.
       01 W-CLT-PREC-EDIT                           PIC ZZ9.
       01 W-CLT-PANEL-EDIT                          PIC ZZZZZZ9.
       01 W-CltPrecTxt                              PIC X(4).

      *> Recettes publicitaires estimees (cf. CHARGEMENT-TARIFS /
      *> DISPLAY10-RECETTES-PUB) : CPM par case et par categorie (zero
      *> = CPM de la case), valeur et audience extrapolee cumulees par
      *> semaine/chaine. W-TarifEcartPct : PARAMS-LOT TARIF-ECART-PCT,
      *> ecart admis entre le CPM d'une case et le CPM moyen de sa
      *> chaine avant de la signaler.
       01 L-FstTarifs                               PIC 99.
       01 W-Tarifs-Actif                            PIC X VALUE 'N'.
           88 W-Tarifs-Actif-OK                     VALUE 'O'.
       01 W-NbrTarifs                               PIC 9(4) VALUE ZERO.
       01 W-TarifEcartPct                           PIC 9(3) VALUE 20.
       01 TABLE-TARIFS.
           05 TA-CHAINE OCCURS 6.
               10 TA-JOUR OCCURS 7.
                   15 TA-TRANCHE OCCURS 7.
                       20 TA-CPM                    PIC 9(5)V99.
                       20 TA-CPM-CAT OCCURS 9       PIC 9(5)V99.
       01 W-TarChDeb                                PIC 9.
       01 W-TarChFin                                PIC 9.
       01 W-TarJrDeb                                PIC 9.
       01 W-TarJrFin                                PIC 9.
       01 W-TarTrDeb                                PIC 9.
       01 W-TarTrFin                                PIC 9.
       01 W-TarCat                                  PIC 9.
       01 W-PubCpm                                  PIC 9(5)V99.
       01 W-PubValeur                               PIC 9(11)V99.
       01 W-PubCpmCase                              PIC 9(5)V99.
       01 W-PubCpmMoyen                             PIC 9(5)V99.
       01 W-PubSeuilHaut                            PIC 9(5)V99.
       01 W-PubSeuilBas                             PIC 9(5)V99.
       01 W-PubTotSem                               PIC 9(11)V99.
       01 W-PubMil                                  PIC 9(9).
       01 TABLE-PUB.
           05 PU-SEMAINE OCCURS 4.
               10 PU-CHAINE OCCURS 6.
                   15 PU-VALEUR                     PIC 9(11)V99.
                   15 PU-AUDIENCE                   PIC 9(9)V99.
               10 PU-TOTAL                          PIC 9(11)V99.
       01 W-PUB-VAL-EDIT                            PIC ZZZBZZZBZZ9.
       01 W-PUB-CPM-EDIT                            PIC ZZZZ9,99.
       01 W-PubPositionTxt                          PIC X(10).

      *> Controle qualite des donnees panel (cf. CONTROLE-QUALITE-
      *> PANEL) : par cellule, spectateurs livres sur les lignes non
      *> ventilees et sur les lignes par categorie (cf. TRAITEMENT-
      *> ENREG) ; par case chaine/jour/tranche, moyenne historique
      *> hors run du jour. W-QualEcartPct : PARAMS-LOT QUALITE-ECART-
      *> PCT, ecart admis a la moyenne. Journee entiere absente =
      *> publication bloquee, toute autre anomalie = avertissement
      *> (une semaine sans aucune donnee est une semaine non livree,
      *> signalee une fois).
       01 L-FstQualite                              PIC 99.
       01 TABLE-QC.
           05 QC-SEMAINE OCCURS 4.
               10 QC-CHAINE OCCURS 6.
                   15 QC-JOUR OCCURS 7.
                       20 QC-TRANCHE OCCURS 7.
                           25 QC-NONVENT            PIC 9(6).
                           25 QC-VENT               PIC 9(6).
       01 TABLE-QC-HISTO.
           05 QH-CHAINE OCCURS 6.
               10 QH-JOUR OCCURS 7.
                   15 QH-TRANCHE OCCURS 7.
                       20 QH-CUMUL                  PIC 9(9).
                       20 QH-NBR                    PIC 9(5).
       01 W-QualEcartPct                            PIC 9(4) VALUE 300.
       01 W-QualHistoMin                            PIC 9(2) VALUE 2.
       01 W-QualMaxLignes                           PIC 9(3) VALUE 50.
       01 W-QualVerdict                             PIC X(13).
           88 W-Qual-Publiable                      VALUE 'PUBLIABLE'.
           88 W-Qual-Avertissement                  VALUE
                                                    'AVERTISSEMENT'.
           88 W-Qual-Bloque                         VALUE 'BLOQUE'.
       01 W-QualNbrSemaines                         PIC 9(5).
       01 W-QualNbrVides                            PIC 9(5).
       01 W-QualNbrJournees                         PIC 9(5).
       01 W-QualNbrEcarts                           PIC 9(5).
       01 W-QualNbrCat                              PIC 9(5).
       01 W-QualNbrLignes                           PIC 9(5).
       01 W-QualJourVide                            PIC X.
           88 W-QualJourVide-OK                     VALUE 'O'.
       01 W-QualMoyenne                             PIC 9(7)V99.
       01 W-QualEcart                               PIC 9(7).
       01 W-QUAL-EDIT                               PIC ZZZZZ9.
       01 W-QUAL-EDIT2                              PIC ZZZZZ9.
       01 W-QUAL-PCT-EDIT                           PIC ZZZZZ9.
       01 W-QualSigne                               PIC X.
       01 W-QualTotSem                              PIC 9(9).

      *> Couverture et repetition par semaine/chaine (cf. DISPLAY11-
      *> COUVERTURE) : foyers distincts, population extrapolee (poids
      *> de la categorie du foyer), contacts (cases distinctes vues)
      *> et repartition des foyers par nombre de cases vues, la
      *> derniere colonne cumulant 10 cases et plus.
       01 L-FstDetail                               PIC 99.
       01 W-Detail-Absent                           PIC X.
           88 W-Detail-Absent-OK                    VALUE 'O'.
       01 W-RfTriFin                                PIC X.
           88 W-RfTriFin-OK                         VALUE 'O'.
       01 W-NbrDetailLus                            PIC 9(7).
       01 W-NbrDetailRejetes                        PIC 9(7).
       01 W-RfCleCour                               PIC X(10).
       01 W-RfCaseCour                              PIC X(2).
       01 W-RfSem                                   PIC 9.
       01 W-RfCh                                    PIC 9.
       01 W-RfCat                                   PIC X.
       01 W-RfNbrCases                              PIC 9(3).
       01 W-RfClasse                                PIC 99.
       01 TABLE-COUVERTURE.
           05 RF-SEMAINE OCCURS 4.
               10 RF-TOTAL-FOYERS                   PIC 9(7).
               10 RF-CHAINE OCCURS 6.
                   15 RF-FOYERS                     PIC 9(7).
                   15 RF-EXTRAP                     PIC 9(9)V99.
                   15 RF-CONTACTS                   PIC 9(9).
                   15 RF-DISTRIB OCCURS 10          PIC 9(7).
       01 W-RfRepetition                            PIC 9(3)V99.
       01 W-RF-FOYERS-EDIT                          PIC ZZZZZZ9.
       01 W-RF-CONTACTS-EDIT                        PIC ZZZZZZZZ9.
       01 W-RF-REPET-EDIT                           PIC ZZ9,99.
       01 W-RF-DISTRIB-EDIT                         PIC ZZZZ9.

      *> Ponderation panel vers population (cf. CHARGEMENT-POIDS /
      *> VALEUR-EXTRAPOLEE) : coefficient par categorie 1-9, les
      *> spectateurs non ventiles par categorie comptent pour le
                END-IF
           END-PERFORM
           .
           PERFORM APPLICATION-CORRECTIONS.
           PERFORM CONTROLE-QUALITE-PANEL.
      *-- Donnees bloquees : elles n'entrent pas dans l'historique
           IF W-Qual-Bloque
               DISPLAY 'Publication bloquee, historique non alimente'
           ELSE
               PERFORM ECRITURE-HISTORIQUE
           END-IF.
           PERFORM TRAITEMENT.
           PERFORM FIN-TRT
           .
           MOVE 'voir console' TO CPY-ERR-CONTEXTE.
           MOVE LOW-VALUE TO L-FinFic.
           INITIALIZE L-Nbr,TABLETELE, W-NBRSPECTEMP, CPT1
           INITIALIZE TABLE-QC
           MOVE ZERO TO CPT1
           MOVE ZERO TO L-NbrEnrLus.

           PERFORM SURCHARGE-PARAMS
           PERFORM CHARGEMENT-GRILLE
           PERFORM CHARGEMENT-POIDS
           PERFORM CHARGEMENT-TARIFS

           OPEN INPUT DONNEE-STAT.
           OPEN OUTPUT SORTIE.
               END-IF
           END-IF
           DISPLAY 'Semaines exploitees en vigueur : ' W-SEMAINE-MAX
      *-- Longueur du classement des emissions (Q9), bornee par le
      *   PIC du compteur.
           MOVE 'TITRES-TOP-N' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               IF CPY-PARAM-VALNUM > 99
                   MOVE 99 TO W-TitresTopN
               ELSE
                   MOVE CPY-PARAM-VALNUM TO W-TitresTopN
               END-IF
           END-IF
      *-- Ecart a la moyenne historique (en %) au-dela duquel une
      *   cellule est signalee par le controle qualite.
           MOVE 'QUALITE-ECART-PCT' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               IF CPY-PARAM-VALNUM > 9999
                   MOVE 9999 TO W-QualEcartPct
               ELSE
                   MOVE CPY-PARAM-VALNUM TO W-QualEcartPct
               END-IF
           END-IF
      *-- Ecart de CPM (en %) au-dela duquel une case est signalee
      *   au-dessus ou en dessous de la moyenne de sa chaine (Q10).
           MOVE 'TARIF-ECART-PCT' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               IF CPY-PARAM-VALNUM > 100
                   MOVE 100 TO W-TarifEcartPct
               ELSE
                   MOVE CPY-PARAM-VALNUM TO W-TarifEcartPct
               END-IF
           END-IF
           .

       CHARGEMENT-GRILLE.
      *   fichier = coefficient 1 (comptage brut). L'analyste n'a
      *   plus a appliquer les poids en tableur, et les deux jeux de
      *   chiffres sortent du meme calcul.
           PERFORM VARYING CPT5 FROM 1 BY 1 UNTIL CPT5 > 9
               MOVE 1 TO W-POIDS-CAT(CPT5)
           END-PERFORM
           MOVE '(sans)' TO W-PoidsVersion

           END-IF
           .

       CHARGEMENT-TARIFS.
      *-- Grille tarifaire de la regie en table. Une ligne a zero sur
      *   la chaine, le jour ou la tranche vaut pour toutes les
      *   valeurs de la dimension ; une case sans ligne reste a CPM
      *   nul et ne rapporte rien.
           INITIALIZE TABLE-TARIFS
           OPEN INPUT FIC-TARIFS
           IF L-FstTarifs NOT = ZERO
               DISPLAY 'Grille tarifaire absente, pas d''estimation '
                   'des recettes publicitaires'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstTarifs NOT = ZERO
               READ FIC-TARIFS
               AT END
                   CONTINUE
               NOT AT END
                   IF E-FICTARIF(1:1) NOT = '*'
                       PERFORM TRAITEMENT-LIGNE-TARIF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-TARIFS
           IF W-NbrTarifs > ZERO
               SET W-Tarifs-Actif-OK TO TRUE
           END-IF
           DISPLAY 'Lignes tarifaires chargees : ' W-NbrTarifs
           .

       TRAITEMENT-LIGNE-TARIF.
           IF E-TAR-CHAINE NOT NUMERIC OR E-TAR-JOUR NOT NUMERIC
              OR E-TAR-TRANCHE NOT NUMERIC OR E-TAR-CPM NOT NUMERIC
              OR E-TAR-CHAINE > 6 OR E-TAR-JOUR > 7
              OR E-TAR-TRANCHE > 7
              OR (E-TAR-CATEGORIE NOT NUMERIC
                  AND E-TAR-CATEGORIE NOT = SPACE)
               DISPLAY 'Ligne tarifaire ignoree : ' E-FICTARIF(1:40)
               EXIT PARAGRAPH
           END-IF
           IF E-TAR-CHAINE = ZERO
               MOVE 1 TO W-TarChDeb
               MOVE 6 TO W-TarChFin
           ELSE
               MOVE E-TAR-CHAINE TO W-TarChDeb W-TarChFin
           END-IF
           IF E-TAR-JOUR = ZERO
               MOVE 1 TO W-TarJrDeb
               MOVE 7 TO W-TarJrFin
           ELSE
               MOVE E-TAR-JOUR TO W-TarJrDeb W-TarJrFin
           END-IF
           IF E-TAR-TRANCHE = ZERO
               MOVE 1 TO W-TarTrDeb
               MOVE 7 TO W-TarTrFin
           ELSE
               MOVE E-TAR-TRANCHE TO W-TarTrDeb W-TarTrFin
           END-IF
           IF E-TAR-CATEGORIE = SPACE
               MOVE ZERO TO W-TarCat
           ELSE
               MOVE E-TAR-CATEGORIE TO W-TarCat
           END-IF
           PERFORM VARYING CPT1 FROM W-TarChDeb BY 1
                   UNTIL CPT1 > W-TarChFin
               PERFORM VARYING CPT2 FROM W-TarJrDeb BY 1
                       UNTIL CPT2 > W-TarJrFin
                   PERFORM VARYING CPT3 FROM W-TarTrDeb BY 1
                           UNTIL CPT3 > W-TarTrFin
                       IF W-TarCat = ZERO
                           MOVE E-TAR-CPM TO TA-CPM(CPT1, CPT2, CPT3)
                       ELSE
                           MOVE E-TAR-CPM
                               TO TA-CPM-CAT(CPT1, CPT2, CPT3, W-TarCat)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           ADD 1 TO W-NbrTarifs
           .

       VALEUR-PUB-CASE.
      *-- Valeur publicitaire (euros) de la cellule W-Cel-* : chaque
      *   categorie ventilee, extrapolee en milliers de spectateurs,
      *   au CPM de sa categorie ou a defaut de la case ; le reliquat
      *   non ventile au CPM de la case. Audience extrapolee de la
      *   cellule dans W-Extrapole (cf. VALEUR-EXTRAPOLEE).
           PERFORM VALEUR-EXTRAPOLEE
           MOVE ZERO TO W-PubValeur
           PERFORM VARYING CPT5 FROM 1 BY 1 UNTIL CPT5 > 9
               IF TA-CPM-CAT(W-Cel-Ch, W-Cel-Jr, W-Cel-Tr, CPT5) > ZERO
                   MOVE TA-CPM-CAT(W-Cel-Ch, W-Cel-Jr, W-Cel-Tr, CPT5)
                       TO W-PubCpm
               ELSE
                   MOVE TA-CPM(W-Cel-Ch, W-Cel-Jr, W-Cel-Tr)
                       TO W-PubCpm
               END-IF
               COMPUTE W-PubValeur = W-PubValeur
                   + NB-SPEC-CAT
                     (W-Cel-Sem, W-Cel-Ch, W-Cel-Jr, W-Cel-Tr, CPT5)
                   * W-POIDS-CAT(CPT5) * W-PubCpm
           END-PERFORM
           IF NB-SPECTATEURS
               (W-Cel-Sem, W-Cel-Ch, W-Cel-Jr, W-Cel-Tr) > W-CumCat
               COMPUTE W-PubValeur = W-PubValeur
                   + (NB-SPECTATEURS
                      (W-Cel-Sem, W-Cel-Ch, W-Cel-Jr, W-Cel-Tr)
                      - W-CumCat)
                   * W-PoidsDefaut
                   * TA-CPM(W-Cel-Ch, W-Cel-Jr, W-Cel-Tr)
           END-IF
           .

       VALEUR-EXTRAPOLEE.
      *-- Audience extrapolee (en milliers de spectateurs) de la
      *   cellule W-Cel-* : chaque categorie ventilee est multipliee
      *   coefficient par defaut.
           MOVE ZERO TO W-Extrapole
           MOVE ZERO TO W-CumCat
           PERFORM VARYING CPT5 FROM 1 BY 1 UNTIL CPT5 > 9
               ADD NB-SPEC-CAT
                   (W-Cel-Sem, W-Cel-Ch, W-Cel-Jr, W-Cel-Tr, CPT5)
                   TO W-CumCat
               COMPUTE W-Extrapole = W-Extrapole
                   + NB-SPEC-CAT
                     (W-Cel-Sem, W-Cel-Ch, W-Cel-Jr, W-Cel-Tr, CPT5)
                   * W-POIDS-CAT(CPT5)
           END-PERFORM
           IF NB-SPECTATEURS
               (W-Cel-Sem, W-Cel-Ch, W-Cel-Jr, W-Cel-Tr) > W-CumCat
                 ADD F-NbrSpe TO NB-SPEC-CAT
                     (F-Semaine, F-Chaine, F-Jour, F-Tranche,
                      FUNCTION NUMVAL(F-Categorie))
                 ADD F-NbrSpe TO
                     QC-VENT(F-Semaine, F-Chaine, F-Jour, F-Tranche)
              ELSE
                 ADD F-NbrSpe TO
                     QC-NONVENT(F-Semaine, F-Chaine, F-Jour, F-Tranche)
              END-IF
           ELSE
              ADD 1 TO W-NbrEnrRejetes
              DISPLAY ' '.

           PERFORM DISPLAY8-GRILLE-CHAINE.
              DISPLAY ' '.

           PERFORM DISPLAY9-CLASSEMENT-TITRES.
              DISPLAY ' '.

           PERFORM DISPLAY10-RECETTES-PUB.
              DISPLAY ' '.

           PERFORM DISPLAY11-COUVERTURE.
           .

       MENU-INTERACTIF.
           DISPLAY '6 : Q6 parts de marche jour/tranche'.
           DISPLAY '7 : Q7 tendance historique inter-runs'.
           DISPLAY '8 : Q8 grille complete par chaine'.
           DISPLAY '9 : Q9 classement des emissions par titre'.
           DISPLAY 'R : Q10 recettes publicitaires estimees'.
           DISPLAY 'C : Q11 couverture et repetition'.
           DISPLAY 'P : saisir de nouveaux parametres'.
           DISPLAY 'F : quitter'.
           DISPLAY 'Votre choix : ' WITH NO ADVANCING.
                   PERFORM DISPLAY7-TENDANCE-HISTO
               WHEN W-ChoixMenu = '8'
                   PERFORM DISPLAY8-GRILLE-CHAINE
               WHEN W-ChoixMenu = '9'
                   PERFORM DISPLAY9-CLASSEMENT-TITRES
               WHEN W-ChoixMenu = 'R' OR 'r'
                   PERFORM DISPLAY10-RECETTES-PUB
               WHEN W-ChoixMenu = 'C' OR 'c'
                   PERFORM DISPLAY11-COUVERTURE
               WHEN OTHER
                   DISPLAY 'Choix inconnu : ' W-ChoixMenu
           END-EVALUATE
           END-IF

           IF W-HistoDerDate = W-DateRun
               IF W-Corr-Actif-OK
                   PERFORM REECRITURE-HISTORIQUE
               ELSE
                   DISPLAY 'Historique deja alimente ce jour, pas de '
                       'nouvel ajout'
               END-IF
           ELSE
               OPEN EXTEND FIC-HISTO
               IF L-FstHisto = '05' OR L-FstHisto = '35'
                           MOVE CPT4 TO E-HISTO-TRANCHE
                           MOVE NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                               TO E-HISTO-NBRSPE
                           IF CC-CORRIGEE-OK(CPT1, CPT2, CPT3, CPT4)
                               MOVE CC-AVANT(CPT1, CPT2, CPT3, CPT4)
                                   TO E-HISTO-ANCIEN
                               MOVE W-DateRun TO E-HISTO-DATECOR
                           END-IF
                           WRITE E-FICHISTO
                           IF L-FstHisto NOT = ZERO
                               MOVE L-FstHisto TO CPY-STATUT-CODE
           END-IF
           .

       CONTROLE-QUALITE-PANEL.
      *-- Controle des donnees du fournisseur avant les editions :
      *   journees chaine/jour entierement vides, cellules vides,
      *   cellules trop ecartees de leur moyenne historique, cellules
      *   dont le total livre ne correspond pas a la somme de sa
      *   ventilation par categorie. Verdict dans QUALITE-TELE.txt.
           MOVE ZERO TO W-QualNbrVides W-QualNbrJournees
                        W-QualNbrSemaines
                        W-QualNbrEcarts W-QualNbrCat
           MOVE '*************************************************'
               TO WS-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.
           MOVE '        CONTROLE QUALITE DES DONNEES PANEL        '
               TO WS-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.

           PERFORM MOYENNES-HISTO-QUALITE

           MOVE 'Journees et cellules vides :' TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           MOVE ZERO TO W-QualNbrLignes
           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > W-SEMAINE-MAX
               PERFORM QUALITE-SEMAINE
           END-PERFORM
           PERFORM QUALITE-RELIQUAT-LIGNES

           MOVE W-QualEcartPct TO W-QUAL-PCT-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'Ecarts a la moyenne historique au-dela de '
               FUNCTION TRIM(W-QUAL-PCT-EDIT) ' % :'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           MOVE ZERO TO W-QualNbrLignes
           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > W-SEMAINE-MAX
             PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                 PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
                   PERFORM QUALITE-ECART-CELLULE
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM
           PERFORM QUALITE-RELIQUAT-LIGNES

           MOVE 'Totaux livres differents de leur ventilation :'
               TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           MOVE ZERO TO W-QualNbrLignes
           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > W-SEMAINE-MAX
             PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                 PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
                   PERFORM QUALITE-CATEGORIES-CELLULE
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM
           PERFORM QUALITE-RELIQUAT-LIGNES

           EVALUATE TRUE
               WHEN W-QualNbrJournees > ZERO
                   SET W-Qual-Bloque TO TRUE
               WHEN W-QualNbrVides > ZERO OR W-QualNbrEcarts > ZERO
                    OR W-QualNbrCat > ZERO OR W-QualNbrSemaines > ZERO
                   SET W-Qual-Avertissement TO TRUE
               WHEN OTHER
                   SET W-Qual-Publiable TO TRUE
           END-EVALUATE

           MOVE SPACES TO E-FICQUALITE
           MOVE W-QualVerdict TO E-QTE-VERDICT
           STRING 'SEMAINES=' W-QualNbrSemaines
               ' JOURNEES=' W-QualNbrJournees
               ' CELLULES=' W-QualNbrVides
               ' ECARTS=' W-QualNbrEcarts
               ' VENTILATION=' W-QualNbrCat
               DELIMITED BY SIZE INTO E-QTE-DETAIL
           END-STRING
           MOVE SPACES TO WS-LIGNE
           STRING 'VERDICT QUALITE : ' W-QualVerdict
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           MOVE E-QTE-DETAIL TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           OPEN OUTPUT FIC-QUALITE
           IF L-FstQualite NOT = ZERO
               MOVE L-FstQualite TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture QUALITE-TELE FS ='
                   L-FstQualite ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture QUALITE-TELE' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           WRITE E-FICQUALITE
           CLOSE FIC-QUALITE
           .

       MOYENNES-HISTO-QUALITE.
      *-- Moyenne par case chaine/jour/tranche sur tout l'historique,
      *   toutes semaines confondues, hors lignes du run du jour (une
      *   relance ne se compare pas a elle-meme).
           INITIALIZE TABLE-QC-HISTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateRun
           OPEN INPUT FIC-HISTO
           IF L-FstHisto NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstHisto NOT = ZERO
               READ FIC-HISTO
               AT END
                   CONTINUE
               NOT AT END
                   IF E-HISTO-DATE NOT = W-DateRun
                      AND E-HISTO-CHAINE >= 1 AND E-HISTO-CHAINE <= 6
                      AND E-HISTO-JOUR >= 1 AND E-HISTO-JOUR <= 7
                      AND E-HISTO-TRANCHE >= 1
                      AND E-HISTO-TRANCHE <= 7
                      AND E-HISTO-NBRSPE NUMERIC
                       ADD E-HISTO-NBRSPE TO QH-CUMUL
                           (E-HISTO-CHAINE, E-HISTO-JOUR,
                            E-HISTO-TRANCHE)
                       ADD 1 TO QH-NBR
                           (E-HISTO-CHAINE, E-HISTO-JOUR,
                            E-HISTO-TRANCHE)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-HISTO
           .

       QUALITE-SEMAINE.
      *-- Semaine CPT1 sans aucune donnee : non livree, une ligne ;
      *   sinon controle journee par journee.
           MOVE ZERO TO W-QualTotSem
           PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
             PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
               PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
                 ADD NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                     TO W-QualTotSem
               END-PERFORM
             END-PERFORM
           END-PERFORM
           IF W-QualTotSem = ZERO
               ADD 1 TO W-QualNbrSemaines
               ADD 1 TO W-QualNbrLignes
               IF W-QualNbrLignes <= W-QualMaxLignes
                   MOVE SPACES TO WS-LIGNE
                   STRING '  Sem ' CPT1 ' : aucune donnee livree'
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   DISPLAY WS-LIGNE
                   PERFORM ECRITURE-LIGNE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                   PERFORM QUALITE-JOURNEE
               END-PERFORM
           END-PERFORM
           .

       QUALITE-JOURNEE.
      *-- Journee CPT3 de la chaine CPT2, semaine CPT1 : toutes les
      *   tranches vides = journee absente de la livraison (une
      *   ligne), sinon chaque tranche vide est signalee.
           SET W-QualJourVide-OK TO TRUE
           PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
               IF NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4) > ZERO
                   MOVE 'N' TO W-QualJourVide
               END-IF
           END-PERFORM
           IF W-QualJourVide-OK
               ADD 1 TO W-QualNbrJournees
               ADD 1 TO W-QualNbrLignes
               IF W-QualNbrLignes <= W-QualMaxLignes
                   MOVE SPACES TO WS-LIGNE
                   STRING '  Sem ' CPT1 ' chaine ' CPT2 ' '
                       JOUR-NOM(CPT3) ': journee entiere absente'
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   DISPLAY WS-LIGNE
                   PERFORM ECRITURE-LIGNE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
               IF NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4) = ZERO
                   ADD 1 TO W-QualNbrVides
                   ADD 1 TO W-QualNbrLignes
                   IF W-QualNbrLignes <= W-QualMaxLignes
                       MOVE SPACES TO WS-LIGNE
                       STRING '  Sem ' CPT1 ' chaine ' CPT2 ' '
                           JOUR-NOM(CPT3) ' ' TRANCHE-LABEL(CPT4)
                           ': cellule vide'
                           DELIMITED BY SIZE INTO WS-LIGNE
                       END-STRING
                       DISPLAY WS-LIGNE
                       PERFORM ECRITURE-LIGNE
                   END-IF
               END-IF
           END-PERFORM
           .

       QUALITE-ECART-CELLULE.
      *-- Cellule non vide comparee a la moyenne de sa case quand
      *   l'historique en compte assez d'observations.
           IF NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4) = ZERO
              OR QH-NBR(CPT2, CPT3, CPT4) < W-QualHistoMin
               EXIT PARAGRAPH
           END-IF
           COMPUTE W-QualMoyenne ROUNDED =
               QH-CUMUL(CPT2, CPT3, CPT4) / QH-NBR(CPT2, CPT3, CPT4)
           IF W-QualMoyenne = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4) > W-QualMoyenne
               MOVE '+' TO W-QualSigne
               COMPUTE W-QualEcart ROUNDED =
                   (NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                    - W-QualMoyenne) * 100 / W-QualMoyenne
           ELSE
               MOVE '-' TO W-QualSigne
               COMPUTE W-QualEcart ROUNDED =
                   (W-QualMoyenne
                    - NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4))
                   * 100 / W-QualMoyenne
           END-IF
           IF W-QualEcart <= W-QualEcartPct
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-QualNbrEcarts
           ADD 1 TO W-QualNbrLignes
           IF W-QualNbrLignes > W-QualMaxLignes
               EXIT PARAGRAPH
           END-IF
           MOVE NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4) TO W-QUAL-EDIT
           COMPUTE W-QUAL-EDIT2 ROUNDED = W-QualMoyenne
           MOVE W-QualEcart TO W-QUAL-PCT-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING '  Sem ' CPT1 ' ch ' CPT2 ' ' JOUR-NOM(CPT3)
               TRANCHE-LABEL(CPT4) ':' W-QUAL-EDIT ' pour '
               W-QUAL-EDIT2 ' en moyenne (' W-QualSigne
               FUNCTION TRIM(W-QUAL-PCT-EDIT) ' %)'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           .

       QUALITE-CATEGORIES-CELLULE.
      *-- Cellule livree a la fois en total non ventile et en lignes
      *   par categorie : la ventilation doit refaire le total.
           IF QC-NONVENT(CPT1, CPT2, CPT3, CPT4) = ZERO
              OR QC-VENT(CPT1, CPT2, CPT3, CPT4) = ZERO
              OR QC-NONVENT(CPT1, CPT2, CPT3, CPT4)
                 = QC-VENT(CPT1, CPT2, CPT3, CPT4)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-QualNbrCat
           ADD 1 TO W-QualNbrLignes
           IF W-QualNbrLignes > W-QualMaxLignes
               EXIT PARAGRAPH
           END-IF
           MOVE QC-NONVENT(CPT1, CPT2, CPT3, CPT4) TO W-QUAL-EDIT
           MOVE QC-VENT(CPT1, CPT2, CPT3, CPT4) TO W-QUAL-EDIT2
           MOVE SPACES TO WS-LIGNE
           STRING '  Sem ' CPT1 ' ch ' CPT2 ' ' JOUR-NOM(CPT3)
               TRANCHE-LABEL(CPT4) ': total' W-QUAL-EDIT
               ', categories' W-QUAL-EDIT2
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           .

       QUALITE-RELIQUAT-LIGNES.
      *-- Fin d'une rubrique du controle : rien a signaler, ou nombre
      *   d'anomalies au-dela des W-QualMaxLignes detaillees.
           IF W-QualNbrLignes = ZERO
               MOVE '  neant' TO WS-LIGNE
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           END-IF
           IF W-QualNbrLignes > W-QualMaxLignes
               COMPUTE W-QualNbrLignes =
                   W-QualNbrLignes - W-QualMaxLignes
               MOVE SPACES TO WS-LIGNE
               STRING '  ... et ' W-QualNbrLignes ' autre(s)'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           END-IF
           .

       APPLICATION-CORRECTIONS.
      *-- Relivraison corrective du fournisseur : chaque ligne de
      *   CORRECTIONS-TELE.txt remplace la cellule chargee depuis
      *   FICENT.txt - le total de la cellule (categorie blanche ou
      *   zero) ou la seule categorie indiquee, le total suivant
      *   alors l'ecart. Les totaux par semaine/chaine sont pris
      *   avant correction pour chiffrer l'impact sur les parts.
      *   Fichier absent = comportement historique.
           INITIALIZE TABLE-CELL-CORRIGEE
           OPEN INPUT FIC-CORR
           IF L-FstCorr NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET W-Corr-Actif-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateRun
           INITIALIZE TABLE-PART-AVANT
           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > W-SEMAINE-MAX
             PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                 PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
                   ADD NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                       TO PA-CHAINE(CPT1, CPT2) PA-TOTAL(CPT1)
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM

           PERFORM UNTIL L-FstCorr NOT = ZERO
               READ FIC-CORR
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO W-NbrCorLues
                   PERFORM CORRECTION-CELLULE
               END-READ
           END-PERFORM
           CLOSE FIC-CORR
           DISPLAY 'Corrections fournisseur : ' W-NbrCor
               ' appliquees sur ' W-NbrCorLues ' lues, '
               W-NbrCorRejetees ' rejetees'
           PERFORM EDITION-CORRECTIONS
           .

       CORRECTION-CELLULE.
      *-- Une ligne de correction : memes bornes que
      *   VERIF-PLAGE-ENREG, categorie blanche/0 = total, 1-9 =
      *   ventilation. La valeur d'avant la premiere correction de la
      *   cellule est conservee pour l'historique. Les cumuls du
      *   controle qualite (QC-NONVENT / QC-VENT) suivent la
      *   correction : c'est la cellule corrigee qui est jugee.
           IF E-COR-SEMAINE NOT NUMERIC OR E-COR-CHAINE NOT NUMERIC
              OR E-COR-JOUR NOT NUMERIC OR E-COR-TRANCHE NOT NUMERIC
              OR E-COR-NBRSPE NOT NUMERIC
              OR (E-COR-CATEGORIE NOT NUMERIC
                  AND E-COR-CATEGORIE NOT = SPACE)
               ADD 1 TO W-NbrCorRejetees
               DISPLAY 'Correction illisible ignoree : ' E-FICCORR
               EXIT PARAGRAPH
           END-IF
           IF E-COR-SEMAINE < 1 OR E-COR-SEMAINE > W-SEMAINE-MAX
              OR E-COR-CHAINE < 1 OR E-COR-CHAINE > 6
              OR E-COR-JOUR < 1 OR E-COR-JOUR > 7
              OR E-COR-TRANCHE < 1 OR E-COR-TRANCHE > 7
               ADD 1 TO W-NbrCorRejetees
               DISPLAY 'Correction hors plage ignoree : ' E-FICCORR
               EXIT PARAGRAPH
           END-IF
           IF W-NbrCor NOT < W-Cor-Max
               ADD 1 TO W-NbrCorRejetees
               DISPLAY 'Correction au-dela de la capacite ('
                   W-Cor-Max ') ignoree : ' E-FICCORR
               EXIT PARAGRAPH
           END-IF
           IF E-COR-CATEGORIE = SPACE
               MOVE ZERO TO W-CorCat
           ELSE
               MOVE E-COR-CATEGORIE TO W-CorCat
           END-IF
           MOVE E-COR-SEMAINE TO CPT1
           MOVE E-COR-CHAINE TO CPT2
           MOVE E-COR-JOUR TO CPT3
           MOVE E-COR-TRANCHE TO CPT4
           IF NOT CC-CORRIGEE-OK(CPT1, CPT2, CPT3, CPT4)
               SET CC-CORRIGEE-OK(CPT1, CPT2, CPT3, CPT4) TO TRUE
               MOVE NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                   TO CC-AVANT(CPT1, CPT2, CPT3, CPT4)
           END-IF
           IF W-CorCat = ZERO
               MOVE NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                   TO W-CorAvant
               MOVE E-COR-NBRSPE
                   TO NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
               MOVE E-COR-NBRSPE
                   TO QC-NONVENT(CPT1, CPT2, CPT3, CPT4)
           ELSE
               MOVE NB-SPEC-CAT(CPT1, CPT2, CPT3, CPT4, W-CorCat)
                   TO W-CorAvant
               MOVE E-COR-NBRSPE
                   TO NB-SPEC-CAT(CPT1, CPT2, CPT3, CPT4, W-CorCat)
               COMPUTE NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4) =
                   NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                   - W-CorAvant + E-COR-NBRSPE
               COMPUTE QC-VENT(CPT1, CPT2, CPT3, CPT4) =
                   QC-VENT(CPT1, CPT2, CPT3, CPT4)
                   - W-CorAvant + E-COR-NBRSPE
           END-IF
           ADD 1 TO W-NbrCor
           SET IDX-COR TO W-NbrCor
           MOVE CPT1 TO W-COR-SEM(IDX-COR)
           MOVE CPT2 TO W-COR-CH(IDX-COR)
           MOVE CPT3 TO W-COR-JR(IDX-COR)
           MOVE CPT4 TO W-COR-TR(IDX-COR)
           MOVE W-CorCat TO W-COR-CAT(IDX-COR)
           MOVE W-CorAvant TO W-COR-AVANT(IDX-COR)
           MOVE E-COR-NBRSPE TO W-COR-APRES(IDX-COR)
           .

       EDITION-CORRECTIONS.
      *-- Ce qui a change, cellule par cellule, puis l'impact sur la
      *   part de chaque chaine dans sa semaine (chaines touchees
      *   seulement).
           MOVE '*************************************************'
               TO WS-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.
           MOVE '        CORRECTIONS DU FOURNISSEUR DE MESURE      '
               TO WS-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.
           MOVE '*************************************************'
               TO WS-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.
           IF W-NbrCor = ZERO
               MOVE 'Aucune correction retenue' TO WS-LIGNE
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           END-IF
           PERFORM VARYING IDX-COR FROM 1 BY 1 UNTIL IDX-COR > W-NbrCor
               MOVE W-COR-AVANT(IDX-COR) TO W-COR-EDIT
               MOVE W-COR-APRES(IDX-COR) TO W-COR-EDIT2
               IF W-COR-CAT(IDX-COR) = ZERO
                   MOVE 'total' TO W-CorCatTxt
               ELSE
                   MOVE SPACES TO W-CorCatTxt
                   STRING 'cat. ' W-COR-CAT(IDX-COR)
                       DELIMITED BY SIZE INTO W-CorCatTxt
                   END-STRING
               END-IF
               MOVE SPACES TO WS-LIGNE
               STRING 'Sem ' W-COR-SEM(IDX-COR)
                   ' chaine ' W-COR-CH(IDX-COR) ', '
                   JOUR-NOM(W-COR-JR(IDX-COR)) ' '
                   TRANCHE-LABEL(W-COR-TR(IDX-COR)) ' '
                   W-CorCatTxt ': ' W-COR-EDIT ' -> ' W-COR-EDIT2
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           END-PERFORM

           IF W-NbrCor > ZERO
               MOVE 'Impact sur les parts de marche hebdomadaires :'
                   TO WS-LIGNE
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
               PERFORM VARYING CPT1 FROM 1 BY 1
                       UNTIL CPT1 > W-SEMAINE-MAX
                   PERFORM IMPACT-PARTS-SEMAINE
               END-PERFORM
           END-IF
           .

       IMPACT-PARTS-SEMAINE.
      *-- Part de chaque chaine dans la semaine CPT1, avant et apres
      *   correction, pour les semaines touchees.
           MOVE ZERO TO W-PaTotApres
           PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                   PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
                       ADD NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                           TO W-PaTotApres
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF W-PaTotApres = PA-TOTAL(CPT1)
               MOVE ZERO TO W-PartEcart
               PERFORM VARYING IDX-COR FROM 1 BY 1
                       UNTIL IDX-COR > W-NbrCor
                   IF W-COR-SEM(IDX-COR) = CPT1
                       MOVE 1 TO W-PartEcart
                   END-IF
               END-PERFORM
               IF W-PartEcart = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               MOVE ZERO TO W-PaChApres
               PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                   PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
                       ADD NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                           TO W-PaChApres
                   END-PERFORM
               END-PERFORM
               MOVE ZERO TO W-PartAvant W-PartApres
               IF PA-TOTAL(CPT1) > ZERO
                   COMPUTE W-PartAvant ROUNDED =
                       PA-CHAINE(CPT1, CPT2) * 100 / PA-TOTAL(CPT1)
               END-IF
               IF W-PaTotApres > ZERO
                   COMPUTE W-PartApres ROUNDED =
                       W-PaChApres * 100 / W-PaTotApres
               END-IF
               COMPUTE W-PartEcart = W-PartApres - W-PartAvant
               IF W-PartEcart NOT = ZERO
                   OR W-PaChApres NOT = PA-CHAINE(CPT1, CPT2)
                   MOVE W-PartAvant TO W-PART-EDIT
                   MOVE W-PartApres TO W-PART-EDIT2
                   MOVE W-PartEcart TO W-PART-ECART-EDIT
                   MOVE SPACES TO WS-LIGNE
                   STRING '  Sem ' CPT1 ' chaine ' CPT2
                       ' : part ' W-PART-EDIT '% -> ' W-PART-EDIT2
                       '% (' W-PART-ECART-EDIT ' pt)'
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   DISPLAY WS-LIGNE
                   PERFORM ECRITURE-LIGNE
               END-IF
           END-PERFORM
           .

       REECRITURE-HISTORIQUE.
      *-- L'historique du jour est deja ecrit et une relivraison
      *   corrective est arrivee : HISTO-TELE.txt est recopie sur
      *   HISTO-TELE-TRAV.txt en remplacant les lignes du jour des
      *   cellules corrigees (valeur precedente et date de
      *   correction gardees sur la ligne), les cellules corrigees
      *   absentes sont ajoutees, puis la copie est reversee.
           OPEN INPUT FIC-HISTO
           OPEN OUTPUT FIC-HISTO-TRAV
           IF L-FstHisto NOT = ZERO OR L-FstHistoTrav NOT = ZERO
               DISPLAY 'Erreur ouverture reecriture historique FS ='
                   L-FstHisto ' ' L-FstHistoTrav
               MOVE 'ouverture reecriture historique'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM UNTIL L-FstHisto NOT = ZERO
               READ FIC-HISTO
               AT END
                   CONTINUE
               NOT AT END
                   IF E-HISTO-DATE = W-DateRun
                       PERFORM CORRECTION-LIGNE-HISTORIQUE
                   END-IF
                   MOVE E-FICHISTO TO E-FICHISTO-TRAV
                   PERFORM ECRITURE-HISTO-TRAV
               END-READ
           END-PERFORM
           CLOSE FIC-HISTO
           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > W-SEMAINE-MAX
             PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                 PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > 7
                   IF CC-CORRIGEE-OK(CPT1, CPT2, CPT3, CPT4)
                      AND NOT CC-HISTO-VU-OK(CPT1, CPT2, CPT3, CPT4)
                       MOVE SPACES TO E-FICHISTO
                       MOVE W-DateRun TO E-HISTO-DATE
                       MOVE CPT1 TO E-HISTO-SEMAINE
                       MOVE CPT2 TO E-HISTO-CHAINE
                       MOVE CPT3 TO E-HISTO-JOUR
                       MOVE CPT4 TO E-HISTO-TRANCHE
                       MOVE NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                           TO E-HISTO-NBRSPE
                       MOVE ZERO TO E-HISTO-ANCIEN
                       MOVE W-DateRun TO E-HISTO-DATECOR
                       ADD 1 TO W-NbrHistoCorr
                       MOVE E-FICHISTO TO E-FICHISTO-TRAV
                       PERFORM ECRITURE-HISTO-TRAV
                   END-IF
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM
           CLOSE FIC-HISTO-TRAV

           OPEN INPUT FIC-HISTO-TRAV
           OPEN OUTPUT FIC-HISTO
           IF L-FstHisto NOT = ZERO OR L-FstHistoTrav NOT = ZERO
               DISPLAY 'Erreur ouverture reversement historique FS ='
                   L-FstHisto ' ' L-FstHistoTrav
               MOVE 'reversement historique'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM UNTIL L-FstHistoTrav NOT = ZERO
               READ FIC-HISTO-TRAV
               AT END
                   CONTINUE
               NOT AT END
                   MOVE E-FICHISTO-TRAV TO E-FICHISTO
                   WRITE E-FICHISTO
                   IF L-FstHisto NOT = ZERO
                       MOVE L-FstHisto TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur ecriture historique ='
                           L-FstHisto ' (' CPY-STATUT-TEXTE ')'
                       MOVE 'reversement historique'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-HISTO-TRAV
           CLOSE FIC-HISTO
           DISPLAY 'Historique du jour corrige : ' W-NbrHistoCorr
               ' ligne(s)'
           .

       CORRECTION-LIGNE-HISTORIQUE.
      *-- Ligne du jour d'une cellule corrigee : la valeur en place
      *   devient la valeur precedente. Une ligne deja a la valeur
      *   corrigee (relance) reste telle quelle.
           MOVE E-HISTO-SEMAINE TO CPT1
           MOVE E-HISTO-CHAINE TO CPT2
           MOVE E-HISTO-JOUR TO CPT3
           MOVE E-HISTO-TRANCHE TO CPT4
           IF CPT1 < 1 OR CPT1 > W-SEMAINE-MAX OR CPT2 < 1 OR CPT2 > 6
              OR CPT3 < 1 OR CPT3 > 7 OR CPT4 < 1 OR CPT4 > 7
               EXIT PARAGRAPH
           END-IF
           IF NOT CC-CORRIGEE-OK(CPT1, CPT2, CPT3, CPT4)
               EXIT PARAGRAPH
           END-IF
           SET CC-HISTO-VU-OK(CPT1, CPT2, CPT3, CPT4) TO TRUE
           IF E-HISTO-NBRSPE NOT =
               NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
               MOVE E-HISTO-NBRSPE TO E-HISTO-ANCIEN
               MOVE NB-SPECTATEURS(CPT1, CPT2, CPT3, CPT4)
                   TO E-HISTO-NBRSPE
               MOVE W-DateRun TO E-HISTO-DATECOR
               ADD 1 TO W-NbrHistoCorr
           END-IF
           .

       ECRITURE-HISTO-TRAV.
           WRITE E-FICHISTO-TRAV
           IF L-FstHistoTrav NOT = ZERO
               MOVE L-FstHistoTrav TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture historique de travail ='
                   L-FstHistoTrav ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture HISTO-TELE-TRAV'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

       DISPLAY7-TENDANCE-HISTO.
      *-- Tendance longue d'une chaine/tranche a travers les runs :
      *   l'historique HISTO-TELE.txt est cumule par date de run et
      *   semaine (tous jours confondus) et les W-P7-NBSEM dernieres
      *   semaines enregistrees sont restituees. C'est la courbe de
      *   saison que les chaines demandent, la ou Q5 ne voit que le
      *   fichier du jour.
           MOVE '*************************************************'
               TO WS-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.
           MOVE '        Q7 - TENDANCE HISTORIQUE INTER-RUNS      '
               TO WS-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.
           MOVE '*************************************************'
               TO WS-LIGNE.
           DISPLAY WS-LIGNE.
           PERFORM ECRITURE-LIGNE.

           MOVE ZERO TO W-NbrTrend.
           OPEN INPUT FIC-HISTO.
           IF L-FstHisto NOT = ZERO
               MOVE 'Aucun historique disponible' TO WS-LIGNE
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           ELSE
               PERFORM UNTIL L-FstHisto NOT = ZERO
                   READ FIC-HISTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF E-HISTO-CHAINE = W-P7-CHAINE
                           AND E-HISTO-TRANCHE = W-P7-TRANCHE
                           PERFORM CUMUL-TENDANCE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-HISTO

               MOVE SPACES TO WS-LIGNE
               STRING 'Chaine ' W-P7-CHAINE ', '
                   TRANCHE-LABEL (W-P7-TRANCHE)
                   ', ' W-P7-NBSEM ' dernieres semaines :'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE

               IF W-NbrTrend = ZERO
                   MOVE 'Aucune donnee pour cette chaine/tranche'
                       TO WS-LIGNE
                   DISPLAY WS-LIGNE
                   PERFORM ECRITURE-LIGNE
               ELSE
                   COMPUTE W-TrendDebut = W-NbrTrend - W-P7-NBSEM + 1
                   IF W-TrendDebut < 1
                       MOVE 1 TO W-TrendDebut
                   END-IF
                   PERFORM VARYING W-IdxTrend FROM W-TrendDebut BY 1
                           UNTIL W-IdxTrend > W-NbrTrend
                       MOVE W-TREND-TOTAL(W-IdxTrend) TO W-TREND-EDIT
                       MOVE SPACES TO WS-LIGNE
                       STRING 'Run ' W-TREND-DATE(W-IdxTrend)
                           ' semaine ' W-TREND-SEMAINE(W-IdxTrend)
                           ' : ' W-TREND-EDIT ' spectateurs'
                           DELIMITED BY SIZE INTO WS-LIGNE
                       END-STRING
                       DISPLAY WS-LIGNE
                       PERFORM ECRITURE-LIGNE
                   END-PERFORM
               END-IF
           END-IF
           .

       DISPLAY8-GRILLE-CHAINE.
      *-- La semaine d'une chaine d'un seul regard : matrice complete
      *   7 jours x 7 tranches de NB-SPECTATEURS pour W-SEM-ANALYSE,
      *   une page de rapport par chaine avec totaux de ligne et de
      *   colonne, et la meilleure case signalee avec son emission.
           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > 6
               PERFORM GRILLE-UNE-CHAINE
           END-PERFORM
      *-- Rendre son en-tete de colonnes au reste du rapport
           MOVE 'REPONSES AUX QUESTIONS Q1 A Q7' TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           .

       GRILLE-UNE-CHAINE.
           MOVE SPACES TO CPY-RAP-ENTCOL
           STRING 'JOUR     ' TRANCHE-LABEL (1) TRANCHE-LABEL (2)
               TRANCHE-LABEL (3) TRANCHE-LABEL (4) TRANCHE-LABEL (5)
               TRANCHE-LABEL (6) TRANCHE-LABEL (7) '   TOTAL'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM NOUVELLE-SECTION-RAPPORT

           MOVE SPACES TO WS-LIGNE
           STRING 'Q8 - GRILLE AUDIENCE CHAINE ' CPT1
               ' - SEMAINE ' W-SEM-ANALYSE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           MOVE SPACES TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           INITIALIZE TABLE-GR-TOTCOL
           MOVE ZERO TO W-GrTotGen
           MOVE ZERO TO W-GrMax
           MOVE ZERO TO W-GrMaxJr
           MOVE ZERO TO W-GrMaxTr

           PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 7
               PERFORM GRILLE-LIGNE-JOUR
           END-PERFORM

           MOVE SPACES TO WS-LIGNE
           MOVE 'TOTAL' TO WS-LIGNE(1:9)
           PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
               MOVE W-GR-TOTCOL(CPT3) TO W-GR-CASE
               COMPUTE W-GrPos = 10 + (CPT3 - 1) * 8
               MOVE W-GR-CASE TO WS-LIGNE(W-GrPos:8)
           END-PERFORM
           MOVE W-GrTotGen TO W-GR-TOT-EDIT
           MOVE W-GR-TOT-EDIT TO WS-LIGNE(66:8)
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           PERFORM ECRITURE-LIGNE
           .

       DISPLAY9-CLASSEMENT-TITRES.
      *-- Classement des W-TitresTopN premieres emissions de la
      *   semaine W-SEM-ANALYSE, toutes chaines confondues. Une
      *   emission est un titre de la grille : ses cases sont
      *   cumulees sur la ligne de rang, puis detaillees case par
      *   case (chaine, jour, tranche). Les cases sans titre de
      *   grille ne sont pas classees. Le rang precedent est celui
      *   du meme titre la semaine d'avant, d'apres l'historique.
           MOVE 'RANG PREC  EMISSION                        SPECTATEURS'
               TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE SPACES TO WS-LIGNE
           STRING 'Q9 - CLASSEMENT DES EMISSIONS - SEMAINE '
               W-SEM-ANALYSE ' - ' W-TitresTopN ' PREMIERES'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           INITIALIZE TABLE-CLASSEMENT
           MOVE ZERO TO W-NbrClt
           MOVE ZERO TO W-NbrCltSansTitre
           MOVE W-SEM-ANALYSE TO W-Cel-Sem
           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > 6
               PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 7
                   PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                       PERFORM CUMUL-CLASSEMENT-CASE
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           PERFORM HISTO-SEMAINE-PRECEDENTE
           IF W-ClsPrec-OK
               PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > 6
                   PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 7
                       PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                           PERFORM CUMUL-CLASSEMENT-PREC
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-IF

           PERFORM RANG-CLASSEMENT
               VARYING W-IdxClt FROM 1 BY 1 UNTIL W-IdxClt > W-NbrClt

           IF W-NbrClt = ZERO
               MOVE 'Aucune emission titree dans la grille'
                   TO WS-LIGNE
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           ELSE
               PERFORM EDITION-RANG-CLASSEMENT
                   VARYING W-CltRang FROM 1 BY 1
                   UNTIL W-CltRang > W-TitresTopN
                      OR W-CltRang > W-NbrClt
           END-IF

           MOVE SPACES TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           IF W-ClsPrec-OK
               MOVE SPACES TO WS-LIGNE
               STRING 'Rang precedent : run du ' W-ClsPrecDate
                   ', semaine ' W-ClsPrecSem
                   ' de l''historique ; -- = non classe'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               MOVE 'Rang precedent : semaine absente de l''historique'
                   TO WS-LIGNE
           END-IF
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           IF W-NbrCltSansTitre > ZERO
               MOVE SPACES TO WS-LIGNE
               STRING W-NbrCltSansTitre
                   ' case(s) sans titre de grille non classee(s)'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           END-IF

      *-- Rendre son en-tete de colonnes au reste du rapport
           MOVE 'REPONSES AUX QUESTIONS Q1 A Q7' TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           .

       CUMUL-CLASSEMENT-CASE.
      *-- La case CPT1/CPT2/CPT3 rejoint l'entree de son titre,
      *   creee au premier passage.
           MOVE CPT1 TO W-Tit-Ch
           MOVE CPT2 TO W-Tit-Jr
           MOVE CPT3 TO W-Tit-Tr
           PERFORM TITRE-EMISSION
           IF W-TitreEmission = '(non renseigne)'
              OR W-TitreEmission = SPACES
               ADD 1 TO W-NbrCltSansTitre
               EXIT PARAGRAPH
           END-IF
           PERFORM RECHERCHE-TITRE-CLASSEMENT
           IF W-CltTrouve = ZERO
               IF W-NbrClt NOT < W-Clt-Max
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrClt
               MOVE W-NbrClt TO W-CltTrouve
               MOVE W-TitreEmission TO W-CLT-TITRE(W-CltTrouve)
           END-IF
           ADD 1 TO W-CLT-NBCASES(W-CltTrouve)
           ADD NB-SPECTATEURS(W-SEM-ANALYSE, CPT1, CPT2, CPT3)
               TO W-CLT-PANEL(W-CltTrouve)
           IF W-Poids-Actif-OK
               MOVE CPT1 TO W-Cel-Ch
               MOVE CPT2 TO W-Cel-Jr
               MOVE CPT3 TO W-Cel-Tr
               PERFORM VALEUR-EXTRAPOLEE
               ADD W-Extrapole TO W-CLT-EXTRAP(W-CltTrouve)
           END-IF
           .

       CUMUL-CLASSEMENT-PREC.
      *-- Audience de la semaine precedente cumulee sur le titre que
      *   la grille donne a la case.
           IF PR-TRANCHE(CPT1, CPT2, CPT3) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CPT1 TO W-Tit-Ch
           MOVE CPT2 TO W-Tit-Jr
           MOVE CPT3 TO W-Tit-Tr
           PERFORM TITRE-EMISSION
           PERFORM RECHERCHE-TITRE-CLASSEMENT
           IF W-CltTrouve NOT = ZERO
               ADD PR-TRANCHE(CPT1, CPT2, CPT3)
                   TO W-CLT-PANEL-PREC(W-CltTrouve)
           END-IF
           .

       RECHERCHE-TITRE-CLASSEMENT.
           MOVE ZERO TO W-CltTrouve
           PERFORM VARYING W-IdxClt2 FROM 1 BY 1
                   UNTIL W-IdxClt2 > W-NbrClt OR W-CltTrouve > ZERO
               IF W-CLT-TITRE(W-IdxClt2) = W-TitreEmission
                   MOVE W-IdxClt2 TO W-CltTrouve
               END-IF
           END-PERFORM
           .

       RANG-CLASSEMENT.
      *-- Rang = 1 + nombre d'entrees devant celle-ci (audience plus
      *   forte, ou egale et rencontree plus tot dans la grille).
      *   Meme regle sur la semaine precedente, titres sans audience
      *   alors non classes.
           MOVE 1 TO W-CLT-RANG(W-IdxClt)
           IF W-CLT-PANEL-PREC(W-IdxClt) > ZERO
               MOVE 1 TO W-CLT-RANG-PREC(W-IdxClt)
           END-IF
           PERFORM VARYING W-IdxClt2 FROM 1 BY 1
                   UNTIL W-IdxClt2 > W-NbrClt
               IF W-CLT-PANEL(W-IdxClt2) > W-CLT-PANEL(W-IdxClt)
                  OR (W-CLT-PANEL(W-IdxClt2) = W-CLT-PANEL(W-IdxClt)
                      AND W-IdxClt2 < W-IdxClt)
                   ADD 1 TO W-CLT-RANG(W-IdxClt)
               END-IF
               IF W-CLT-PANEL-PREC(W-IdxClt) > ZERO
                  AND (W-CLT-PANEL-PREC(W-IdxClt2)
                       > W-CLT-PANEL-PREC(W-IdxClt)
                   OR (W-CLT-PANEL-PREC(W-IdxClt2)
                       = W-CLT-PANEL-PREC(W-IdxClt)
                       AND W-IdxClt2 < W-IdxClt))
                   ADD 1 TO W-CLT-RANG-PREC(W-IdxClt)
               END-IF
           END-PERFORM
           .

       EDITION-RANG-CLASSEMENT.
      *-- Ligne de rang W-CltRang (cumul du titre), puis ses cases.
           MOVE ZERO TO W-CltTrouve
           PERFORM VARYING W-IdxClt FROM 1 BY 1
                   UNTIL W-IdxClt > W-NbrClt OR W-CltTrouve > ZERO
               IF W-CLT-RANG(W-IdxClt) = W-CltRang
                   MOVE W-IdxClt TO W-CltTrouve
               END-IF
           END-PERFORM
           IF W-CltTrouve = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE W-CltRang TO W-CLT-RANG-EDIT
           EVALUATE TRUE
               WHEN NOT W-ClsPrec-OK
                   MOVE 'n.d.' TO W-CltPrecTxt
               WHEN W-CLT-RANG-PREC(W-CltTrouve) = ZERO
                   MOVE ' -- ' TO W-CltPrecTxt
               WHEN OTHER
                   MOVE W-CLT-RANG-PREC(W-CltTrouve)
                       TO W-CLT-PREC-EDIT
                   MOVE SPACES TO W-CltPrecTxt
                   MOVE W-CLT-PREC-EDIT TO W-CltPrecTxt(2:3)
           END-EVALUATE
           MOVE W-CLT-PANEL(W-CltTrouve) TO W-CLT-PANEL-EDIT
           MOVE SPACES TO W-ExtrapTxt
           IF W-Poids-Actif-OK
               COMPUTE W-ExtrapMil ROUNDED = W-CLT-EXTRAP(W-CltTrouve)
               MOVE W-ExtrapMil TO W-EXTRAP-EDIT
               STRING ' ~ ' W-EXTRAP-EDIT ' mil.'
                   DELIMITED BY SIZE INTO W-ExtrapTxt
               END-STRING
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING ' ' W-CLT-RANG-EDIT ' ' W-CltPrecTxt '  '
               W-CLT-TITRE(W-CltTrouve) '  ' W-CLT-PANEL-EDIT
               W-ExtrapTxt
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           MOVE W-CLT-TITRE(W-CltTrouve) TO W-TitreEmission
           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > 6
               PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 7
                   PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                       IF G-TITRE(CPT1, CPT2, CPT3) = W-TitreEmission
                           PERFORM EDITION-CASE-CLASSEMENT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       EDITION-CASE-CLASSEMENT.
      *-- Detail d'une case du titre : chaine, jour, tranche.
           MOVE NB-SPECTATEURS(W-SEM-ANALYSE, CPT1, CPT2, CPT3)
               TO W-CLT-PANEL-EDIT
           MOVE CPT1 TO W-Cel-Ch
           MOVE CPT2 TO W-Cel-Jr
           MOVE CPT3 TO W-Cel-Tr
           PERFORM SUFFIXE-EXTRAPOLE
           MOVE SPACES TO WS-LIGNE
           STRING '            chaine ' CPT1 ' ' JOUR-NOM(CPT2) ' '
               TRANCHE-LABEL(CPT3) '           ' W-CLT-PANEL-EDIT
               W-ExtrapTxt
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           .

       DISPLAY10-RECETTES-PUB.
      *-- Valeur publicitaire estimee de l'audience extrapolee au
      *   tarif de la regie : case par case pour la semaine
      *   W-SEM-ANALYSE avec le positionnement du CPM de la case par
      *   rapport au CPM moyen de sa chaine (valeur / audience), puis
      *   le tableau chaine x semaine en milliers d'euros.
           MOVE SPACES TO CPY-RAP-ENTCOL
           STRING 'JOUR      TRANCHE   AUDIENCE MIL.      CPM'
               '   VALEUR EUR  TARIF'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE SPACES TO WS-LIGNE
           STRING 'Q10 - RECETTES PUBLICITAIRES ESTIMEES - SEMAINE '
               W-SEM-ANALYSE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           IF NOT W-Tarifs-Actif-OK
               MOVE 'Grille tarifaire absente, pas d''estimation'
                   TO WS-LIGNE
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           ELSE
               IF NOT W-Poids-Actif-OK
                   MOVE 'Poids panel absents : audience en panel brut'
                       TO WS-LIGNE
                   DISPLAY WS-LIGNE
                   PERFORM ECRITURE-LIGNE
               END-IF
               INITIALIZE TABLE-PUB
               PERFORM VARYING CPT4 FROM 1 BY 1
                       UNTIL CPT4 > W-SEMAINE-MAX
                   MOVE CPT4 TO W-Cel-Sem
                   PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > 6
                       MOVE CPT1 TO W-Cel-Ch
                       PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 7
                           MOVE CPT2 TO W-Cel-Jr
                           PERFORM VARYING CPT3 FROM 1 BY 1
                                   UNTIL CPT3 > 7
                               MOVE CPT3 TO W-Cel-Tr
                               PERFORM VALEUR-PUB-CASE
                               ADD W-PubValeur
                                   TO PU-VALEUR(CPT4, CPT1)
                                      PU-TOTAL(CPT4)
                               ADD W-Extrapole
                                   TO PU-AUDIENCE(CPT4, CPT1)
                           END-PERFORM
                       END-PERFORM
                   END-PERFORM
               END-PERFORM

               PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > 6
                   PERFORM RECETTES-PUB-CHAINE
               END-PERFORM

               PERFORM RECETTES-PUB-SEMAINES
           END-IF

      *-- Rendre son en-tete de colonnes au reste du rapport
           MOVE 'REPONSES AUX QUESTIONS Q1 A Q7' TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           .

       RECETTES-PUB-CHAINE.
      *-- Cases tarifees de la chaine CPT1, semaine W-SEM-ANALYSE. Le
      *   CPM moyen de la chaine sert de reference : une case dont le
      *   CPM s'en ecarte de plus de W-TarifEcartPct % est vendue
      *   au-dessus ou en dessous de ce que son audience vaut.
           MOVE ZERO TO W-PubCpmMoyen
           IF PU-AUDIENCE(W-SEM-ANALYSE, CPT1) > ZERO
               COMPUTE W-PubCpmMoyen ROUNDED =
                   PU-VALEUR(W-SEM-ANALYSE, CPT1)
                   / PU-AUDIENCE(W-SEM-ANALYSE, CPT1)
           END-IF
           COMPUTE W-PubSeuilHaut ROUNDED =
               W-PubCpmMoyen * (100 + W-TarifEcartPct) / 100
           COMPUTE W-PubSeuilBas ROUNDED =
               W-PubCpmMoyen * (100 - W-TarifEcartPct) / 100

           MOVE SPACES TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'Chaine ' CPT1
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           MOVE W-SEM-ANALYSE TO W-Cel-Sem
           MOVE CPT1 TO W-Cel-Ch
           PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 7
               MOVE CPT2 TO W-Cel-Jr
               PERFORM VARYING CPT3 FROM 1 BY 1 UNTIL CPT3 > 7
                   MOVE CPT3 TO W-Cel-Tr
                   PERFORM VALEUR-PUB-CASE
                   IF W-PubValeur > ZERO
                       PERFORM RECETTES-PUB-LIGNE-CASE
                   END-IF
               END-PERFORM
           END-PERFORM

           COMPUTE W-ExtrapMil ROUNDED =
               PU-AUDIENCE(W-SEM-ANALYSE, CPT1)
           MOVE W-ExtrapMil TO W-EXTRAP-EDIT
           COMPUTE W-PubMil ROUNDED = PU-VALEUR(W-SEM-ANALYSE, CPT1)
           MOVE W-PubMil TO W-PUB-VAL-EDIT
           MOVE W-PubCpmMoyen TO W-PUB-CPM-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'TOTAL CHAINE ' CPT1 '     ' W-EXTRAP-EDIT '  '
               W-PUB-CPM-EDIT '  ' W-PUB-VAL-EDIT '  (CPM moyen)'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           .

       RECETTES-PUB-LIGNE-CASE.
      *-- Une case tarifee : audience, CPM effectif (valeur /
      *   audience, categories comprises), valeur et positionnement.
           MOVE ZERO TO W-PubCpmCase
           IF W-Extrapole > ZERO
               COMPUTE W-PubCpmCase ROUNDED = W-PubValeur / W-Extrapole
           END-IF
           EVALUATE TRUE
               WHEN W-Extrapole = ZERO
                   MOVE 'SANS AUD.' TO W-PubPositionTxt
               WHEN W-PubCpmCase > W-PubSeuilHaut
                   MOVE 'AU-DESSUS' TO W-PubPositionTxt
               WHEN W-PubCpmCase < W-PubSeuilBas
                   MOVE 'EN DESSOUS' TO W-PubPositionTxt
               WHEN OTHER
                   MOVE SPACES TO W-PubPositionTxt
           END-EVALUATE
           COMPUTE W-ExtrapMil ROUNDED = W-Extrapole
           MOVE W-ExtrapMil TO W-EXTRAP-EDIT
           MOVE W-PubCpmCase TO W-PUB-CPM-EDIT
           COMPUTE W-PubMil ROUNDED = W-PubValeur
           MOVE W-PubMil TO W-PUB-VAL-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING JOUR-NOM(CPT2) ' ' TRANCHE-LABEL(CPT3) '   '
               W-EXTRAP-EDIT '  ' W-PUB-CPM-EDIT '  ' W-PUB-VAL-EDIT
               '  ' W-PubPositionTxt
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           .

       RECETTES-PUB-SEMAINES.
      *-- Tableau chaine x semaine, en milliers d'euros.
           MOVE SPACES TO CPY-RAP-ENTCOL
           MOVE 'CHAINE' TO CPY-RAP-ENTCOL(1:6)
           PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > W-SEMAINE-MAX
               COMPUTE W-GrPos = 12 + (CPT4 - 1) * 12
               STRING ' SEMAINE ' CPT4
                   DELIMITED BY SIZE
                   INTO CPY-RAP-ENTCOL(W-GrPos:12)
               END-STRING
           END-PERFORM
           MOVE '       TOTAL' TO CPY-RAP-ENTCOL(60:12)
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'Q10 - VALEUR PUBLICITAIRE PAR SEMAINE (MILLIERS EUR)'
               TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           PERFORM VARYING CPT1 FROM 1 BY 1 UNTIL CPT1 > 6
               MOVE SPACES TO WS-LIGNE
               STRING 'Chaine ' CPT1
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               MOVE ZERO TO W-PubTotSem
               PERFORM VARYING CPT4 FROM 1 BY 1
                       UNTIL CPT4 > W-SEMAINE-MAX
                   COMPUTE W-PubMil ROUNDED =
                       PU-VALEUR(CPT4, CPT1) / 1000
                   MOVE W-PubMil TO W-PUB-VAL-EDIT
                   COMPUTE W-GrPos = 13 + (CPT4 - 1) * 12
                   MOVE W-PUB-VAL-EDIT TO WS-LIGNE(W-GrPos:11)
                   ADD PU-VALEUR(CPT4, CPT1) TO W-PubTotSem
               END-PERFORM
               COMPUTE W-PubMil ROUNDED = W-PubTotSem / 1000
               MOVE W-PubMil TO W-PUB-VAL-EDIT
               MOVE W-PUB-VAL-EDIT TO WS-LIGNE(61:11)
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           END-PERFORM

           MOVE SPACES TO WS-LIGNE
           MOVE 'TOTAL' TO WS-LIGNE(1:6)
           MOVE ZERO TO W-PubTotSem
           PERFORM VARYING CPT4 FROM 1 BY 1 UNTIL CPT4 > W-SEMAINE-MAX
               COMPUTE W-PubMil ROUNDED = PU-TOTAL(CPT4) / 1000
               MOVE W-PubMil TO W-PUB-VAL-EDIT
               COMPUTE W-GrPos = 13 + (CPT4 - 1) * 12
               MOVE W-PUB-VAL-EDIT TO WS-LIGNE(W-GrPos:11)
               ADD PU-TOTAL(CPT4) TO W-PubTotSem
           END-PERFORM
           COMPUTE W-PubMil ROUNDED = W-PubTotSem / 1000
           MOVE W-PubMil TO W-PUB-VAL-EDIT
           MOVE W-PUB-VAL-EDIT TO WS-LIGNE(61:11)
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           .

       DISPLAY11-COUVERTURE.
      *-- Couverture nette (foyers distincts et population
      *   extrapolee) et repetition moyenne par chaine et par
      *   semaine, depuis le detail par foyer du fournisseur, que
      *   TABLETELE agrege ne permet pas de reconstituer. Une case
      *   vue deux fois par le meme foyer ne compte qu'une fois.
           MOVE SPACES TO CPY-RAP-ENTCOL
           STRING 'CHAINE     FOYERS   POP. MIL.    CONTACTS'
               '  REPETITION'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'Q11 - COUVERTURE ET REPETITION PAR CHAINE'
               TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE

           INITIALIZE TABLE-COUVERTURE
           MOVE ZERO TO W-NbrDetailLus W-NbrDetailRejetes
           MOVE 'N' TO W-Detail-Absent
           SORT TRI-DETAIL ON ASCENDING KEY SD-DET-SEMAINE
                                            SD-DET-CHAINE
                                            SD-DET-FOYER
                                            SD-DET-JOUR
                                            SD-DET-TRANCHE
               INPUT PROCEDURE IS SELECTION-DETAIL
               OUTPUT PROCEDURE IS CALCUL-COUVERTURE

           IF W-Detail-Absent-OK
               MOVE 'Detail par foyer DETAIL-PANEL.txt absent'
                   TO WS-LIGNE
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           ELSE
               MOVE SPACES TO WS-LIGNE
               STRING 'Lignes de detail lues : ' W-NbrDetailLus
                   ', rejetees : ' W-NbrDetailRejetes
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
               PERFORM VARYING CPT1 FROM 1 BY 1
                       UNTIL CPT1 > W-SEMAINE-MAX
                   IF RF-TOTAL-FOYERS(CPT1) > ZERO
                       PERFORM COUVERTURE-SEMAINE
                   END-IF
               END-PERFORM
           END-IF

      *-- Rendre son en-tete de colonnes au reste du rapport
           MOVE 'REPONSES AUX QUESTIONS Q1 A Q7' TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           .

       SELECTION-DETAIL.
      *-- Procedure d'entree du tri : lignes de detail dans les
      *   plages de TABLETELE, foyer renseigne.
           OPEN INPUT FIC-DETAIL
           IF L-FstDetail NOT = ZERO
               SET W-Detail-Absent-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstDetail NOT = ZERO
               READ FIC-DETAIL
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO W-NbrDetailLus
                   IF E-DET-FOYER = SPACES
                      OR E-DET-SEMAINE NOT NUMERIC
                      OR E-DET-CHAINE NOT NUMERIC
                      OR E-DET-JOUR NOT NUMERIC
                      OR E-DET-TRANCHE NOT NUMERIC
                      OR E-DET-SEMAINE < 1
                      OR E-DET-SEMAINE > W-SEMAINE-MAX
                      OR E-DET-CHAINE < 1 OR E-DET-CHAINE > 6
                      OR E-DET-JOUR < 1 OR E-DET-JOUR > 7
                      OR E-DET-TRANCHE < 1 OR E-DET-TRANCHE > 7
                       ADD 1 TO W-NbrDetailRejetes
                   ELSE
                       MOVE E-DET-SEMAINE TO SD-DET-SEMAINE
                       MOVE E-DET-CHAINE TO SD-DET-CHAINE
                       MOVE E-DET-FOYER TO SD-DET-FOYER
                       MOVE E-DET-JOUR TO SD-DET-JOUR
                       MOVE E-DET-TRANCHE TO SD-DET-TRANCHE
                       MOVE E-DET-CATEGORIE TO SD-DET-CATEGORIE
                       RELEASE SD-DETAIL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-DETAIL
           .

       CALCUL-COUVERTURE.
      *-- Procedure de sortie du tri : rupture sur semaine/chaine/
      *   foyer, cases distinctes comptees dans la rupture.
           MOVE 'N' TO W-RfTriFin
           MOVE SPACES TO W-RfCleCour
           PERFORM RETOUR-DETAIL
           PERFORM UNTIL W-RfTriFin-OK
               IF SD-DET-CLE NOT = W-RfCleCour
                   IF W-RfCleCour NOT = SPACES
                       PERFORM CLOTURE-FOYER
                   END-IF
                   MOVE SD-DET-CLE TO W-RfCleCour
                   MOVE SD-DET-SEMAINE TO W-RfSem
                   MOVE SD-DET-CHAINE TO W-RfCh
                   MOVE SD-DET-CATEGORIE TO W-RfCat
                   MOVE ZERO TO W-RfNbrCases
                   MOVE SPACES TO W-RfCaseCour
               END-IF
               IF SD-DET-CASE NOT = W-RfCaseCour
                   ADD 1 TO W-RfNbrCases
                   MOVE SD-DET-CASE TO W-RfCaseCour
               END-IF
               PERFORM RETOUR-DETAIL
           END-PERFORM
           IF W-RfCleCour NOT = SPACES
               PERFORM CLOTURE-FOYER
           END-IF
           .

       RETOUR-DETAIL.
           RETURN TRI-DETAIL
           AT END
               SET W-RfTriFin-OK TO TRUE
           END-RETURN
           .

       CLOTURE-FOYER.
      *-- Un foyer de plus pour sa semaine/chaine : poids de sa
      *   categorie pour la population, classe de repetition.
           ADD 1 TO RF-FOYERS(W-RfSem, W-RfCh)
                    RF-TOTAL-FOYERS(W-RfSem)
           ADD W-RfNbrCases TO RF-CONTACTS(W-RfSem, W-RfCh)
           IF W-RfCat NUMERIC AND W-RfCat > '0'
               ADD W-POIDS-CAT(FUNCTION NUMVAL(W-RfCat))
                   TO RF-EXTRAP(W-RfSem, W-RfCh)
           ELSE
               ADD W-PoidsDefaut TO RF-EXTRAP(W-RfSem, W-RfCh)
           END-IF
           IF W-RfNbrCases > 10
               MOVE 10 TO W-RfClasse
           ELSE
               MOVE W-RfNbrCases TO W-RfClasse
           END-IF
           ADD 1 TO RF-DISTRIB(W-RfSem, W-RfCh, W-RfClasse)
           .

       COUVERTURE-SEMAINE.
      *-- Semaine CPT1 : une ligne par chaine, puis la repartition
      *   des foyers par nombre de cases vues.
           MOVE SPACES TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'Semaine ' CPT1
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               MOVE ZERO TO W-RfRepetition
               IF RF-FOYERS(CPT1, CPT2) > ZERO
                   COMPUTE W-RfRepetition ROUNDED =
                       RF-CONTACTS(CPT1, CPT2) / RF-FOYERS(CPT1, CPT2)
               END-IF
               MOVE RF-FOYERS(CPT1, CPT2) TO W-RF-FOYERS-EDIT
               COMPUTE W-ExtrapMil ROUNDED = RF-EXTRAP(CPT1, CPT2)
               MOVE W-ExtrapMil TO W-EXTRAP-EDIT
               MOVE RF-CONTACTS(CPT1, CPT2) TO W-RF-CONTACTS-EDIT
               MOVE W-RfRepetition TO W-RF-REPET-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'Chaine ' CPT2 ' ' W-RF-FOYERS-EDIT '    '
                   W-EXTRAP-EDIT '   ' W-RF-CONTACTS-EDIT '      '
                   W-RF-REPET-EDIT
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           END-PERFORM

           MOVE 'Foyers par nombre de cases vues :' TO WS-LIGNE
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           MOVE SPACES TO WS-LIGNE
           PERFORM VARYING W-RfClasse FROM 1 BY 1 UNTIL W-RfClasse > 9
               COMPUTE W-GrPos = 9 + (W-RfClasse - 1) * 6 + 5
               MOVE W-RfClasse(2:1) TO WS-LIGNE(W-GrPos:1)
           END-PERFORM
           MOVE '10+' TO WS-LIGNE(66:3)
           DISPLAY WS-LIGNE
           PERFORM ECRITURE-LIGNE
           PERFORM VARYING CPT2 FROM 1 BY 1 UNTIL CPT2 > 6
               MOVE SPACES TO WS-LIGNE
               STRING 'Chaine ' CPT2
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM VARYING W-RfClasse FROM 1 BY 1
                       UNTIL W-RfClasse > 10
                   MOVE RF-DISTRIB(CPT1, CPT2, W-RfClasse)
                       TO W-RF-DISTRIB-EDIT
                   COMPUTE W-GrPos = 9 + (W-RfClasse - 1) * 6 + 1
                   MOVE W-RF-DISTRIB-EDIT TO WS-LIGNE(W-GrPos:5)
               END-PERFORM
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-LIGNE
           END-PERFORM
           .

       HISTO-SEMAINE-PRECEDENTE.
      *-- Audience par case de la semaine precedant W-SEM-ANALYSE,
      *   lue dans HISTO-TELE.txt : la semaine d'avant du dernier
      *   run historise, ou pour la semaine 1 la derniere semaine du
      *   run precedent. Premier passage pour situer les runs,
      *   second pour cumuler les cases de la semaine retenue.
           MOVE 'N' TO W-ClsPrec
           INITIALIZE TABLE-CASES-PREC
           MOVE SPACES TO W-ClsDerDate W-ClsAvDate
           MOVE ZERO TO W-ClsDerSemMax W-ClsAvSemMax
           OPEN INPUT FIC-HISTO
           IF L-FstHisto NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstHisto NOT = ZERO
               READ FIC-HISTO
               AT END
                   CONTINUE
               NOT AT END
                   IF E-HISTO-DATE NOT = W-ClsDerDate
                       MOVE W-ClsDerDate TO W-ClsAvDate
                       MOVE W-ClsDerSemMax TO W-ClsAvSemMax
                       MOVE E-HISTO-DATE TO W-ClsDerDate
                       MOVE ZERO TO W-ClsDerSemMax
                   END-IF
                   IF E-HISTO-SEMAINE > W-ClsDerSemMax
                       MOVE E-HISTO-SEMAINE TO W-ClsDerSemMax
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-HISTO

           IF W-SEM-ANALYSE > 1
               MOVE W-ClsDerDate TO W-ClsPrecDate
               COMPUTE W-ClsPrecSem = W-SEM-ANALYSE - 1
           ELSE
               MOVE W-ClsAvDate TO W-ClsPrecDate
               MOVE W-ClsAvSemMax TO W-ClsPrecSem
           END-IF
           IF W-ClsPrecDate = SPACES OR W-ClsPrecSem = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FIC-HISTO
           PERFORM UNTIL L-FstHisto NOT = ZERO
               READ FIC-HISTO
               AT END
                   CONTINUE
               NOT AT END
                   IF E-HISTO-DATE = W-ClsPrecDate
                      AND E-HISTO-SEMAINE = W-ClsPrecSem
                      AND E-HISTO-CHAINE >= 1 AND E-HISTO-CHAINE <= 6
                      AND E-HISTO-JOUR >= 1 AND E-HISTO-JOUR <= 7
                      AND E-HISTO-TRANCHE >= 1
                      AND E-HISTO-TRANCHE <= 7
                       SET W-ClsPrec-OK TO TRUE
                       ADD E-HISTO-NBRSPE TO PR-TRANCHE
                           (E-HISTO-CHAINE, E-HISTO-JOUR,
                            E-HISTO-TRANCHE)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-HISTO
           .

       CUMUL-TENDANCE.
      *-- Cumule la ligne d'historique en cours sur son couple date
      *   de run + semaine (tous jours confondus). L'historique est
