                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstCtl.

      *-- Referentiel des codes intervenants (cf. CodesInt_COPY) et
      *   population des codes refuses : inconnus, hors validite a la
      *   date d'extraction, ou propres a un autre extrait (cf.
      *   CONTROLE-CODE-EXTRAIT). Referentiel optionnel.
       SELECT FIC-CODESINT  ASSIGN  TO 'REFERENTIEL-CODES.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstCodesInt.

       SELECT FICEXCODE  ASSIGN  TO 'FICEXCODE.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstExcCode.

      *-- Point de reprise du rapprochement : la derniere cle ecrite
      *   sur FICSOR y est posee periodiquement (cf.
      *   ECRITURE-CHECKPOINT), et le fichier est efface en fin de
      *-- Fichier de travail du pre-tri
       SELECT TRI-FICHIER  ASSIGN  TO 'TRITRAV'.

      *-- Description des extraits livres en format delimite, une
      *   ligne par extrait concerne (cf. CHARGEMENT-FORMATS). Fichier
      *   absent = tous les extraits au dessin fixe historique.
       SELECT FICFMT  ASSIGN  TO 'FORMAT-EXTRAITS.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstFmt.

      *-- Extraits excuses par LANCEUR-LOT (mode degrade) : non livres
      *   a l'heure limite d'attente, la fusion passe sans eux. Une
      *   ligne 'FICENTn identifiant-d-execution' par extrait ; seules
      *   les lignes de l'execution de chaine en cours valent (cf.
      *   LECTURE-EXTRAITS-OMIS).
       SELECT FICOMIS  ASSIGN  TO 'EXTRAITS-OMIS.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstOmis.

      *-- Extrait delimite tel que livre par le fournisseur (FICn.csv),
      *   converti au dessin fixe dans FICn.txt avant le rapprochement
      *   (cf. CONVERSION-EXTRAITS-DELIMITES).
       SELECT FICDELIM  ASSIGN USING W-NomDelim
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstDelim.

      *-- Corrections manuelles posees par MAINTENANCE-CONTRAT depuis
      *   le run precedent (reference, code A/M/F, image complete du
      *   contrat corrige). Fichier optionnel, consomme par le run
      *   (cf. CHARGEMENT-MVT-MANUELS / APPLICATION-MVT-MANUEL).
       SELECT FICMANU  ASSIGN  TO 'MVT-MANUELS.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstManu.

      *-- Historique cumulatif des exceptions d'un run a l'autre :
      *   reference, origine et nombre de runs consecutifs ou elle
      *   est apparue (cf. VIEILLISSEMENT-EXCEPTIONS).
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstExcAge.

      *-- Bilan qualite cumulatif des extraits fournisseurs, une ligne
      *   par extrait et par run integral (cf. ECRITURE-QUALITE),
      *   repris chaque mois par QUALITE-FOURNISSEURS.
       SELECT FICQUALITE  ASSIGN  TO 'QUALITE-EXTRAITS.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstQualite.

      *-- Journal d'audit partagé entre les programmes batch
      *   (cf. ECRITURE-AUDIT).
       SELECT FIC-AUDIT  ASSIGN  TO 'JOURNAL-AUDIT.txt'
           05 E-OrigineExcep                       PIC X(7).

       FD  FICRET1.
       01 E-FICRET1                                PIC X(100).

       FD  FICRET2.
       01 E-FICRET2                                PIC X(100).

       FD  FICRET3.
       01 E-FICRET3                                PIC X(100).

       FD  FICRET4.
       01 E-FICRET4                                PIC X(100).

      *-- Enregistrement de fin (trailer/contrôle) du run de fusion
       FD  FICCTL.
       01 E-FICCTL                                 PIC X(60).

       FD  FIC-CODESINT.
       01 E-FIC-CODESINT                           PIC X(58).

      *-- Reference, extrait d'origine, code refuse, motif
       FD  FICEXCODE.
       01 E-FICEXCODE.
           05 E-RefCtrExcCode                      PIC X(9).
           05 FILLER                               PIC X.
           05 E-OrigineExcCode                     PIC X(7).
           05 FILLER                               PIC X.
           05 E-CodeExcCode                        PIC X(7).
           05 FILLER                               PIC X.
           05 E-MotifExcCode                       PIC X(13).

       FD  FICREPRISE.
       01 E-FICREPRISE                             PIC X(9).

       FD  FICTRIDEM.
       01 E-FICTRIDEM                              PIC X(4).

      *-- 'n s RR CC MM T' : numero d'extrait, separateur, rang des
      *   colonnes reference / code / code mouvement, O = premiere
      *   ligne de titres (cf. CHARGEMENT-FORMATS).
       FD  FICFMT.
       01 E-FICFMT.
           05 E-FmtNumFic                          PIC X.
           05 FILLER                               PIC X.
           05 E-FmtSep                             PIC X.
           05 FILLER                               PIC X.
           05 E-FmtColRef                          PIC X(2).
           05 FILLER                               PIC X.
           05 E-FmtColCode                         PIC X(2).
           05 FILLER                               PIC X.
           05 E-FmtColMvt                          PIC X(2).
           05 FILLER                               PIC X.
           05 E-FmtTitre                           PIC X.
           05 FILLER                               PIC X(66).

       FD  FICDELIM.
       01 E-FICDELIM                               PIC X(200).

       FD  FICOMIS.
       01 E-FICOMIS.
           05 E-OmisFic                            PIC X(7).
           05 FILLER                               PIC X.
           05 E-OmisRunId                          PIC X(15).

       SD  TRI-FICHIER.
       01 SD-ENR.
           05 SD-RefCtr                            PIC X(9).
           05 SD-Reste                             PIC X(26).

       FD  FICMANU.
       01 E-FICMANU.
           05 E-RefCtrManu                         PIC X(9).
           05 FILLER                               PIC X.
           05 E-CodeMvtManu                        PIC X.
           05 FILLER                               PIC X.
           05 E-ImageManu                          PIC X(35).

       FD  FICEXCHIST.
       01 E-FICEXCHIST.
           05 E-RefCtrHist                         PIC X(9).
       FD  FICEXCAGE.
       01 E-FICEXCAGE                              PIC X(60).

      *-- Date du run (date d'extraction attendue), numero d'extrait,
      *   fin de run N(ormale)/A(normale), livraison L(ivree a date)/
      *   A(bsente)/P(erimee, en-tete anterieure a la date attendue)/
      *   D(atee au-dela), en-tete O(conforme)/N(absente)/R(ejetee),
      *   incident DT(date en-tete)/NB(nombre annonce)/SQ(sequence)/
      *   DB(doublon), enregistrements lus, exceptions renvoyees,
      *   retard en jours ouvres d'une livraison perimee (en-tete ->
      *   date attendue, cf. Jours_ouvres), zero sinon.
       FD  FICQUALITE.
       01 E-FICQUALITE.
           05 E-QualDate                           PIC X(8).
           05 FILLER                               PIC X.
           05 E-QualNumFic                         PIC 9.
           05 FILLER                               PIC X.
           05 E-QualFinRun                         PIC X.
           05 FILLER                               PIC X.
           05 E-QualLivraison                      PIC X.
           05 FILLER                               PIC X.
           05 E-QualEntete                         PIC X.
           05 FILLER                               PIC X.
           05 E-QualIncident                       PIC X(2).
           05 FILLER                               PIC X.
           05 E-QualNbrLus                         PIC 9(5).
           05 FILLER                               PIC X.
           05 E-QualNbrExcep                       PIC 9(5).
           05 FILLER                               PIC X.
           05 E-QualRetardJO                       PIC 9(3).

       FD  FICMVT.
       01 E-FICMVT.
           05 E-RefCtrMvtSor                       PIC X(9).
           05 E-CodeMvtHist                        PIC X.
           05 FILLER                               PIC X.
           05 E-DispositionMvtHist                 PIC X(30).
      *-- Operateur : corrections manuelles de MAINTENANCE-CONTRAT
      *   seulement. Images avant / apres du contrat : corrections
      *   manuelles et mouvements appliques des extraits (apres a
      *   blanc sur une suppression), a blanc sur un mouvement
      *   rejete (cf. RESTAURATION-MASTER).
           05 FILLER                               PIC X.
           05 E-OperateurMvtHist                   PIC X(8).
           05 FILLER                               PIC X.
           05 E-AvantMvtHist                       PIC X(35).
           05 FILLER                               PIC X.
           05 E-ApresMvtHist                       PIC X(35).

       FD  FIC-AUDIT.
       01 E-FICAUDIT                                PIC X(100).
       01 L-FstSOR                                 PIC 99.
       01 L-FstSorIdx                              PIC 99.
       01 L-FstExcep                               PIC 99.
       01 L-FstCodesInt                            PIC 99.
       01 L-FstExcCode                             PIC 99.
       01 L-FstRet1                                PIC 99.
       01 L-FstRet2                                PIC 99.
       01 L-FstRet3                                PIC 99.
       01 W-TriOuvert                              PIC X.
           88 W-TriOuvert-OK                       VALUE 'O'.

       01 L-FstFmt                                 PIC 99.
       01 L-FstOmis                                PIC 99.

      *-- Extraits omis en mode degrade (cf. LECTURE-EXTRAITS-OMIS) et
      *   ligne de trailer correspondante.
       01 W-RunIdChaine                            PIC X(15).
       01 W-OmisNum                                PIC 9.
       01 W-Omis-TAB.
           05 W-Omis  OCCURS 4 TIMES                  PIC X.
               88 W-Omis-OK                        VALUE 'O'.
       01 L-CtlLigneOmis.
           05 FILLER                               PIC X(28)
                               VALUE 'EXTRAIT OMIS (MODE DEGRADE)='.
           05 FILLER                               PIC X(6)
                                                   VALUE 'FICENT'.
           05 L-CtlNumOmis                         PIC 9.
       01 L-FstDelim                               PIC 99.

      *-- Extraits livres en format delimite (cf. CHARGEMENT-FORMATS) :
      *   separateur, rang des colonnes reference / code / code
      *   mouvement, presence d'une ligne de titres.
       01 W-Fmt-TAB.
           05 W-Fmt  OCCURS 4 TIMES.
               10 W-FmtActif                       PIC X.
                   88 W-FmtActif-OK                VALUE 'O'.
               10 W-FmtSep                         PIC X.
               10 W-FmtColRef                      PIC 99.
               10 W-FmtColCode                     PIC 99.
               10 W-FmtColMvt                      PIC 99.
               10 W-FmtTitre                       PIC X.
                   88 W-FmtTitre-OK                VALUE 'O'.

      *-- Conversion d'un extrait delimite (cf.
      *   CONVERSION-EXTRAITS-DELIMITES) : passage de controle puis
      *   passage d'ecriture, colonnes decoupees de la ligne courante,
      *   champs normalises au dessin fixe.
       01 W-NomDelim                               PIC X(12).
       01 W-DelimNum                               PIC 9.
       01 W-DelimPasse                             PIC 9.
           88 W-DelimPasse-Controle                VALUE 1.
           88 W-DelimPasse-Ecriture                VALUE 2.
       01 W-DelimNbrLig                            PIC 9(5).
       01 W-DelimNbrConv                           PIC 9(5).
       01 W-DelimNbrRej                            PIC 9(5).
       01 W-DelimTitreVu                           PIC X.
           88 W-DelimTitreVu-OK                    VALUE 'O'.
       01 W-DelimEntete.
           05 FILLER                               PIC X(16).
           05 W-DelimEnteteNbr                     PIC 9(5).
       01 W-DelimLong                              PIC 9(3).
       01 W-DelimPtr                               PIC 9(3).
       01 W-DelimNbrCol                            PIC 99.
       01 W-DelimIdx                               PIC 99.
       01 W-DelimCol-TAB.
           05 W-DelimCol  OCCURS 30 TIMES.
               10 W-DelimColVal                    PIC X(40).
               10 W-DelimColLg                     PIC 9(3).
       01 W-DelimVal                               PIC X(40).
       01 W-DelimTmp                               PIC X(40).
       01 W-DelimValLg                             PIC 9(3).
       01 W-DelimRef                               PIC X(9).
       01 W-DelimRefNum                            PIC 9(9).
       01 W-DelimCode                              PIC X(7).
       01 W-DelimMvt                               PIC X.
       01 W-DelimMotif                             PIC X(25).

      *-- Lignes delimitees rejetees, renvoyees au fournisseur une
      *   fois les fichiers retour ouverts (cf. ECRITURE-REJETS-FORMAT)
       01 W-RejFmt-Max                             PIC 9(5) VALUE 500.
       01 W-NbrRejFmt                              PIC 9(5).
       01 W-RejFmtDeborde                          PIC 9(5).
       01 TABLEAU-REJ-FMT.
           05 W-RejFmt  OCCURS 500 TIMES
                        INDEXED BY IDX-REJ-FMT.
               10 W-RejFmtNumFic                   PIC 9.
               10 W-RejFmtLigne                    PIC 9(5).
               10 W-RejFmtMotif                    PIC X(25).
               10 W-RejFmtExtrait                  PIC X(50).

       01 L-FstExcHist                             PIC 99.
       01 L-FstExcAge                              PIC 99.
       01 L-FstQualite                             PIC 99.
       01 L-FstAlias                               PIC 99.
       01 L-FstAliRap                              PIC 99.
       01 L-FstReprise                             PIC 99.
           05 FILLER                               PIC X VALUE '='.
           05 L-CtlNbrTraduits                     PIC ZZZZ9.

      *-- Referentiel des codes intervenants (cf. CHARGEMENT-CODES-INT)
           COPY CodesInt_COPY.

      *-- Controle d'un code d'extrait (cf. CONTROLE-CODE-EXTRAIT) et
      *   ligne de trailer des codes refuses.
       01 W-CodeATester                            PIC X(7).
       01 W-CodeOrigine                            PIC 9.
       01 W-CodeValide                             PIC X.
           88 W-CodeValide-OK                      VALUE 'O'.
       01 L-NbrExcCode                             PIC 9(5).
       01 L-CtlLigneCode.
           05 FILLER                               PIC X(17)
                                            VALUE 'NBR CODES REFUSES'.
           05 FILLER                               PIC X VALUE '='.
           05 L-CtlNbrExcCode                      PIC ZZZZ9.

      *-- Vieillissement des exceptions (cf. VIEILLISSEMENT-
      *   EXCEPTIONS) : exceptions du run en cours d'une part,
      *   historique du run precedent d'autre part, meme capacite
       01 L-NbrMvtRej                              PIC 9(5).
       01 L-NbrSuppr                               PIC 9(5).

      *-- Corrections manuelles en attente (cf. CHARGEMENT-MVT-
      *   MANUELS) : une entree par reference, la derniere correction
      *   saisie faisant foi, rangees par reference croissante pour
      *   entrer dans le rapprochement comme un extrait de plus.
       01 L-FstManu                                PIC 99.
       01 W-Manu-Max                               PIC 9(3) VALUE 500.
       01 W-NbrManu                                PIC 9(3).
       01 W-IdxManuSuiv                            PIC 9(3).
       01 W-IdxManuDecal                           PIC 9(3).
       01 TABLEAU-MANU.
           05 W-Manu  OCCURS 500 TIMES
                      INDEXED BY IDX-MANU.
               10 W-ManuRef                        PIC X(9).
               10 W-ManuImage                      PIC X(35).
       01 W-ManuTrouve                             PIC X.
           88 W-ManuTrouve-OK                      VALUE 'O'.
       01 W-CtrManuel                              PIC X.
           88 W-CtrManuel-OK                       VALUE 'O'.
       01 L-NbrMvtManu                             PIC 9(5).
      *-- Image du contrat avant le mouvement en cours d'application
      *   (cf. APPLIQUER-MOUVEMENT), a blanc si le contrat est absent.
       01 W-ImageAvantMvt                          PIC X(35).
       01 L-CtlLigneManu.
           05 FILLER                               PIC X(15)
                                            VALUE 'NBR MVT MANUELS'.
           05 FILLER                               PIC X VALUE '='.
           05 L-CtlNbrMvtManu                      PIC ZZZZ9.

      *-- Ligne de trailer propre au mode mise a jour
       01 L-CtlLigneMvt.
           05 FILLER                               PIC X(17)
       01 W-EnteteFic                              PIC 9.
       01 W-EnteteDate                             PIC X(8).
       01 W-EnteteNbr                              PIC 9(5).
      *-- Ecart en jours ouvres entre la date d'en-tete et la date
      *   attendue (cf. CONTROLE-ENTETE), les contrats fournisseurs
      *   s'exprimant en jours ouvres.
       01 W-JO-FONCTION                            PIC X.
       01 W-JO-DATE-ENTETE                         PIC 9(8).
       01 W-JO-DATE-ATTENDUE                       PIC 9(8).
       01 W-JO-NBJOURS                             PIC S9(5).
       01 W-JO-STATUT                              PIC X(2).
       01 W-JO-ECART-EDIT                          PIC -(4)9.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.
           COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.
      *-- Zones d'appel du manifeste des fichiers (cf.
      *   PUBLICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Ligne de contrôle (trailer) reprenant les compteurs du run
       01 L-CtlLigneFic.
      *   composition des retours.
       01 W-NbrRetour-TAB.
           05 W-NbrRetour  OCCURS 4 TIMES             PIC 9(5).
       01 W-RetLigne                               PIC X(100).
       01 W-RetNbr-EDIT                            PIC ZZZZ9.
       01 W-RetoursOuverts                         PIC X.
           88 W-RetoursOuverts-OK                  VALUE 'O'.

      *-- Bilan qualite par extrait (cf. ECRITURE-QUALITE) : livraison
      *   et incident qui a arrete le rapprochement, memorises avant
      *   ERREUR pour survivre a la fin anormale.
       01 W-Qual-TAB.
           05 W-Qual  OCCURS 4 TIMES.
               10 W-QualLivraison                  PIC X.
                   88 W-QualLivr-Absente           VALUE 'A'.
                   88 W-QualLivr-Perimee           VALUE 'P'.
                   88 W-QualLivr-Avancee           VALUE 'D'.
               10 W-QualIncident                   PIC X(2).
               10 W-QualRetardJO                   PIC 9(3).
       01 W-QualEcrite                             PIC X.
           88 W-QualEcrite-OK                      VALUE 'O'.

      *-- Clé (E-RefCtr) la plus petite parmi les extraits actifs
       01 W-CleMin                                 PIC X(9).

           INITIALIZE L-NbrLUS
           MOVE ZERO                           TO L-NbrECR
           MOVE ZERO                           TO L-NbrExcep
           MOVE ZERO                           TO L-NbrExcCode
           MOVE 'voir console'                 TO CPY-ERR-CONTEXTE
           MOVE SPACES                         TO L-EnteteLu-TAB
           INITIALIZE L-EnteteNbrAnn-TAB
           MOVE SPACES                         TO W-DateAttendue
           INITIALIZE W-Qual-TAB
           MOVE SPACES                         TO W-QualEcrite
           MOVE ZERO                           TO L-NbrMvtApp
           MOVE ZERO                           TO L-NbrMvtRej
           MOVE ZERO                           TO L-NbrSuppr
           MOVE ZERO                           TO W-NbrAlias
           MOVE ZERO                           TO W-NbrTraduits
           MOVE ZERO                           TO W-NbrAliasJamaisVus
           MOVE ZERO                           TO W-NbrManu
           MOVE 1                              TO W-IdxManuSuiv
           MOVE ZERO                           TO L-NbrMvtManu

           MOVE SPACES                         TO W-Reprise
           MOVE SPACES                         TO W-CleReprise
           MOVE ZERO                           TO W-ChkCompteur
           MOVE ZERO                           TO W-NbrRejFmt
           MOVE ZERO                           TO W-RejFmtDeborde

           PERFORM LECTURE-MODE
           PERFORM LECTURE-EXTRAITS-OMIS
           PERFORM LECTURE-DATE-ATTENDUE
           PERFORM CHARGEMENT-CODES-INT
           PERFORM CHARGEMENT-ALIAS
           PERFORM CHARGEMENT-MVT-MANUELS
           PERFORM LECTURE-REPRISE
           PERFORM LECTURE-TRI-DEMANDE
           PERFORM CHARGEMENT-FORMATS
           PERFORM CONVERSION-EXTRAITS-DELIMITES
           PERFORM PRE-TRI-EXTRAITS

           OPEN INPUT FICENT1 FICENT2 FICENT3 FICENT4
           ELSE
              OPEN OUTPUT FICEXCEP
           END-IF
      *-- Codes refuses : meme regime que FICEXCEP en reprise
           IF W-Reprise-OK
              OPEN EXTEND FICEXCODE
              IF L-FstExcCode = '05' OR L-FstExcCode = '35'
                 OPEN OUTPUT FICEXCODE
              END-IF
           ELSE
              OPEN OUTPUT FICEXCODE
           END-IF
           OPEN OUTPUT FICCTL
           IF L-FstSorIdx NOT = ZERO
              MOVE L-FstSorIdx TO CPY-STATUT-CODE
              END-IF
           END-IF
           *> controle que l'ouverture des fichiers s'est bien faite
      *-- Absent mais excuse par la chaine (mode degrade) : meme
      *   traitement qu'un FICENT3/FICENT4 non fourni.
           IF L-Fst1 = '35' AND W-Omis-OK(1)
              SET L-FinFic-OK(1)                TO TRUE
              SET W-QualLivr-Absente(1)         TO TRUE
              SUBTRACT 1                        FROM L-NbrFic
              DISPLAY 'FICENT1 omis (mode degrade), fusion sans cet '
                  'extrait'
           ELSE
              IF L-Fst1 NOT = ZERO
                 IF L-Fst1 = '35'
                    SET W-QualLivr-Absente(1)   TO TRUE
                 END-IF
                 MOVE L-Fst1 TO CPY-STATUT-CODE
                 PERFORM TRADUCTION-STATUT
                 DISPLAY 'Erreur ouverture fichier FIC1 =' L-Fst1
                     ' (' CPY-STATUT-TEXTE ')' '>'
                 MOVE 'ouverture fichier FIC1'
                     TO CPY-ERR-CONTEXTE
                 PERFORM ERREUR
              END-IF
           END-IF
           .
      *-- Absent mais excuse par la chaine (mode degrade) : meme
      *   traitement qu'un FICENT3/FICENT4 non fourni.
           IF L-Fst2 = '35' AND W-Omis-OK(2)
              SET L-FinFic-OK(2)                TO TRUE
              SET W-QualLivr-Absente(2)         TO TRUE
              SUBTRACT 1                        FROM L-NbrFic
              DISPLAY 'FICENT2 omis (mode degrade), fusion sans cet '
                  'extrait'
           ELSE
              IF L-Fst2 NOT = ZERO
                 IF L-Fst2 = '35'
                    SET W-QualLivr-Absente(2)   TO TRUE
                 END-IF
                 MOVE L-Fst2 TO CPY-STATUT-CODE
                 PERFORM TRADUCTION-STATUT
                 DISPLAY 'Erreur ouverture fichier FIC2 =' L-Fst2
                     ' (' CPY-STATUT-TEXTE ')' '>'
                 MOVE 'ouverture fichier FIC2'
                     TO CPY-ERR-CONTEXTE
                 PERFORM ERREUR
              END-IF
           END-IF
           .
      *-- FICENT3 est optionnel : un rapprochement à 2 ou 3 extraits
      *   retire simplement FICENT3 du rapprochement.
           IF L-Fst3 = '35'
              SET L-FinFic-OK(3)                TO TRUE
              SET W-QualLivr-Absente(3)         TO TRUE
              SUBTRACT 1                        FROM L-NbrFic
           ELSE
              IF L-Fst3 NOT = ZERO
      *-- FICENT4 est optionnel, même principe que FICENT3 ci-dessus.
           IF L-Fst4 = '35'
              SET L-FinFic-OK(4)                TO TRUE
              SET W-QualLivr-Absente(4)         TO TRUE
              SUBTRACT 1                        FROM L-NbrFic
           ELSE
              IF L-Fst4 NOT = ZERO
              PERFORM ERREUR
           END-IF
           .
           IF L-FstExcCode NOT = ZERO
              MOVE L-FstExcCode TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture fichier FICEXCODE ='
                  L-FstExcCode ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ouverture fichier FICEXCODE'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           .
           IF L-FstCtl NOT = ZERO
              MOVE L-FstCtl TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
           END-IF
           .
      *-- Les retours fournisseurs n'ont de sens qu'en rapprochement
      *   integral : le mode mise a jour ne produit pas d'exceptions,
      *   sauf lignes d'extrait delimite rejetees a la conversion.
      *   Ces rejets ne sont pas rejoues en reprise : le premier
      *   passage les a deja renvoyes.
           IF NOT W-Mode-MAJ OR W-NbrRejFmt NOT = ZERO
              PERFORM OUVERTURE-RETOURS
              IF NOT W-Reprise-OK
                 PERFORM ECRITURE-REJETS-FORMAT
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
              MOVE ZERO                        TO L-FstExcep
           END-IF

      *-- Codes refuses au premier passage, meme raison
           OPEN INPUT FICEXCODE
           IF L-FstExcCode = ZERO
              PERFORM UNTIL L-FstExcCode NOT = ZERO
                 READ FICEXCODE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1                      TO L-NbrExcCode
                 END-READ
              END-PERFORM
              CLOSE FICEXCODE
              MOVE ZERO                        TO L-FstExcCode
           END-IF

      *-- Une ligne de retour = une exception, hors en-tete date et
      *   trailer eventuel d'un run anterieur complet.
           IF NOT W-Mode-MAJ
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       LECTURE-EXTRAITS-OMIS.
      *-----
      *-- Extraits que LANCEUR-LOT a renonce a attendre (mode degrade
      *   choisi au plan pour cet extrait) : leur absence n'arrete
      *   plus la fusion. Hors chaine, ou pour une autre execution,
      *   le fichier est sans effet : un FICENT1/FICENT2 absent reste
      *   bloquant. FICENT1 porte le master en mode mise a jour et ne
      *   peut etre omis.
           MOVE SPACES                         TO W-Omis-TAB
           MOVE SPACES                         TO W-RunIdChaine
           ACCEPT W-RunIdChaine FROM ENVIRONMENT 'CHAINE-RUN-ID'
               ON EXCEPTION
                   MOVE SPACES                 TO W-RunIdChaine
           END-ACCEPT
           IF W-RunIdChaine = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT FICOMIS
           IF L-FstOmis NOT = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstOmis NOT = ZERO
              READ FICOMIS
              AT END
                 CONTINUE
              NOT AT END
                 IF E-OmisRunId = W-RunIdChaine
                    AND E-OmisFic(1:6) = 'FICENT'
                    AND E-OmisFic(7:1) >= '1'
                    AND E-OmisFic(7:1) <= '4'
                    MOVE E-OmisFic(7:1)        TO W-OmisNum
                    SET W-Omis-OK(W-OmisNum)   TO TRUE
                    DISPLAY E-OmisFic ' excuse par la chaine '
                        '(mode degrade)'
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FICOMIS
           MOVE ZERO                           TO L-FstOmis
           IF W-Mode-MAJ AND W-Omis-OK(1)
              DISPLAY 'FICENT1 porte le master en mode mise a jour : '
                  'il ne peut etre omis>'
              MOVE 'FICENT1 omis en mode MAJ'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       CHARGEMENT-FORMATS.
      *-----
      *-- FORMAT-EXTRAITS.txt : une ligne par extrait livre en format
      *   delimite, 'n s RR CC MM T' =
      *     n  numero d'extrait (1 a 4)
      *     s  caractere separateur (';' en general)
      *     RR rang de la colonne reference contrat
      *     CC rang de la colonne code (code situation pour FICENT1,
      *        code interne pour FICENT2 a 4)
      *     MM rang de la colonne code mouvement A/M/S, exige en mode
      *        mise a jour pour FICENT2 a 4, 00 sinon
      *     T  O si la premiere ligne porte les titres de colonnes.
      *   Lignes '*' = commentaires. Une description incoherente
      *   arrete le run : mieux vaut un refus au demarrage qu'un
      *   extrait decoupe de travers.
           INITIALIZE W-Fmt-TAB
           OPEN INPUT FICFMT
           IF L-FstFmt NOT = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstFmt NOT = ZERO
              READ FICFMT
              AT END
                 CONTINUE
              NOT AT END
                 IF E-FICFMT NOT = SPACES AND E-FmtNumFic NOT = '*'
                    PERFORM CONTROLE-FORMAT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FICFMT
           MOVE ZERO                           TO L-FstFmt
           .
      *----------------------------------------------------------------
       CONTROLE-FORMAT.
      *-----
           IF E-FmtNumFic < '1' OR E-FmtNumFic > '4'
              OR E-FmtSep = SPACE
              OR E-FmtColRef NOT NUMERIC
              OR E-FmtColCode NOT NUMERIC
              OR E-FmtColMvt NOT NUMERIC
              DISPLAY 'FORMAT-EXTRAITS.txt ligne invalide : '
                  E-FICFMT(1:14) '>'
              MOVE 'FORMAT-EXTRAITS.txt ligne invalide'
                  TO CPY-ERR-CONTEXTE
              CLOSE FICFMT
              PERFORM ERREUR
           END-IF
           MOVE E-FmtNumFic                    TO W-DelimNum
           MOVE E-FmtSep                       TO W-FmtSep(W-DelimNum)
           MOVE E-FmtColRef                    TO
               W-FmtColRef(W-DelimNum)
           MOVE E-FmtColCode                   TO
               W-FmtColCode(W-DelimNum)
           MOVE E-FmtColMvt                    TO
               W-FmtColMvt(W-DelimNum)
           MOVE E-FmtTitre                     TO W-FmtTitre(W-DelimNum)
           IF W-FmtColRef(W-DelimNum) = ZERO
              OR W-FmtColRef(W-DelimNum) > 30
              OR W-FmtColCode(W-DelimNum) = ZERO
              OR W-FmtColCode(W-DelimNum) > 30
              OR W-FmtColMvt(W-DelimNum) > 30
              DISPLAY 'FORMAT-EXTRAITS.txt rang de colonne hors 1-30 : '
                  E-FICFMT(1:14) '>'
              MOVE 'FORMAT-EXTRAITS.txt rang de colonne'
                  TO CPY-ERR-CONTEXTE
              CLOSE FICFMT
              PERFORM ERREUR
           END-IF
           IF W-Mode-MAJ AND W-DelimNum > 1
              AND W-FmtColMvt(W-DelimNum) = ZERO
              DISPLAY 'FORMAT-EXTRAITS.txt : colonne code mouvement '
                  'non decrite pour FICENT' W-DelimNum
                  ' en mode mise a jour>'
              MOVE 'FORMAT-EXTRAITS.txt code mouvement absent'
                  TO CPY-ERR-CONTEXTE
              CLOSE FICFMT
              PERFORM ERREUR
           END-IF
           SET W-FmtActif-OK(W-DelimNum)       TO TRUE
           .
      *----------------------------------------------------------------
       CONVERSION-EXTRAITS-DELIMITES.
      *-----
      *-- Chaque extrait decrit dans FORMAT-EXTRAITS.txt et livre en
      *   FICn.csv est ramene au dessin fixe dans FICn.txt : le
      *   fournisseur garde son export, le rapprochement garde son
      *   dessin. L'ordre des lignes d'un export n'etant pas garanti,
      *   l'extrait converti passe au pre-tri (cf. PRE-TRI-EXTRAITS).
      *   Rejouable a l'identique en reprise : FICn.csv n'est jamais
      *   modifie.
           PERFORM VARYING W-DelimNum FROM 1 BY 1 UNTIL W-DelimNum > 4
              IF W-FmtActif-OK(W-DelimNum)
                 IF W-Mode-MAJ AND W-DelimNum = 1
                    DISPLAY 'FICENT1 porte le master en mode mise a '
                        'jour : description delimitee ignoree'
                 ELSE
                    PERFORM CONVERSION-UN-EXTRAIT
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       CONVERSION-UN-EXTRAIT.
      *-----
           MOVE SPACES                         TO W-NomDelim
           STRING 'FIC' W-DelimNum '.csv' DELIMITED BY SIZE
               INTO W-NomDelim
           END-STRING
           OPEN INPUT FICDELIM
           IF L-FstDelim = '35'
              DISPLAY W-NomDelim ' absent : FIC' W-DelimNum
                  '.txt pris tel que livre'
              EXIT PARAGRAPH
           END-IF
           IF L-FstDelim NOT = ZERO
              MOVE L-FstDelim TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture ' W-NomDelim ' =' L-FstDelim
                  ' (' CPY-STATUT-TEXTE ')' '>'
              MOVE 'ouverture extrait delimite'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           CLOSE FICDELIM
           DISPLAY 'Conversion de ' W-NomDelim ' au dessin de FICENT'
               W-DelimNum

      *-- Premier passage : controle seul, les rejets sont comptes et
      *   memorises. Second passage : ecriture de FICn.txt, en-tete
      *   d'abord avec le nombre annonce diminue des rejets, pour que
      *   CONTROLE-ENTETE confronte l'annonce aux seules lignes
      *   converties (une livraison tronquee reste detectee).
           MOVE ZERO                           TO W-DelimNbrRej
           MOVE ZERO                           TO W-DelimNbrConv
           SET W-DelimPasse-Controle           TO TRUE
           PERFORM LECTURE-EXTRAIT-DELIMITE

           EVALUATE W-DelimNum
             WHEN 1
               OPEN OUTPUT FICENT1
               MOVE L-Fst1                     TO L-FstDelim
             WHEN 2
               OPEN OUTPUT FICENT2
               MOVE L-Fst2                     TO L-FstDelim
             WHEN 3
               OPEN OUTPUT FICENT3
               MOVE L-Fst3                     TO L-FstDelim
             WHEN 4
               OPEN OUTPUT FICENT4
               MOVE L-Fst4                     TO L-FstDelim
           END-EVALUATE
           IF L-FstDelim NOT = ZERO
              MOVE L-FstDelim TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur creation FIC' W-DelimNum '.txt ='
                  L-FstDelim ' (' CPY-STATUT-TEXTE ')' '>'
              MOVE 'creation extrait converti'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           SET W-DelimPasse-Ecriture           TO TRUE
           PERFORM LECTURE-EXTRAIT-DELIMITE
           EVALUATE W-DelimNum
             WHEN 1
               CLOSE FICENT1
             WHEN 2
               CLOSE FICENT2
             WHEN 3
               CLOSE FICENT3
             WHEN 4
               CLOSE FICENT4
           END-EVALUATE

           SET W-TriFic-OK(W-DelimNum)         TO TRUE
           DISPLAY W-NomDelim ' : ' W-DelimNbrConv
               ' lignes converties, ' W-DelimNbrRej
               ' rejetees vers RETOUR-FICENT' W-DelimNum
           .
      *----------------------------------------------------------------
       LECTURE-EXTRAIT-DELIMITE.
      *-----
           MOVE ZERO                           TO W-DelimNbrLig
           MOVE SPACES                         TO W-DelimTitreVu
           OPEN INPUT FICDELIM
           PERFORM UNTIL L-FstDelim NOT = ZERO
              READ FICDELIM
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1                         TO W-DelimNbrLig
                 PERFORM TRAITEMENT-LIGNE-DELIMITEE
              END-READ
           END-PERFORM
           IF L-FstDelim NOT = 10
              MOVE L-FstDelim TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur lecture ' W-NomDelim ' =' L-FstDelim
                  ' (' CPY-STATUT-TEXTE ')' '>'
              MOVE 'lecture extrait delimite'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           CLOSE FICDELIM
           .
      *----------------------------------------------------------------
       TRAITEMENT-LIGNE-DELIMITEE.
      *-----
           IF E-FICDELIM = SPACES
              EXIT PARAGRAPH
           END-IF
      *-- En-tete d'extrait a notre convention (cf. CONTROLE-ENTETE),
      *   en premiere ligne : reprise telle quelle, nombre annonce
      *   diminue des lignes rejetees.
           IF W-DelimNbrLig = 1 AND E-FICDELIM(1:7) = 'ENTETE '
              IF W-DelimPasse-Ecriture
                 MOVE E-FICDELIM(1:21)         TO W-DelimEntete
                 IF W-DelimEnteteNbr NUMERIC
                    AND W-DelimEnteteNbr NOT < W-DelimNbrRej
                    SUBTRACT W-DelimNbrRej     FROM W-DelimEnteteNbr
                 END-IF
                 PERFORM ECRITURE-ENTETE-CONVERTIE
              END-IF
              EXIT PARAGRAPH
           END-IF
      *-- Ligne de titres de colonnes : premiere ligne hors en-tete
           IF W-FmtTitre-OK(W-DelimNum) AND NOT W-DelimTitreVu-OK
              SET W-DelimTitreVu-OK            TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM DECOUPAGE-LIGNE-DELIMITEE
           IF W-DelimMotif = SPACES
              IF W-DelimPasse-Ecriture
                 PERFORM ECRITURE-LIGNE-CONVERTIE
              END-IF
           ELSE
              IF W-DelimPasse-Controle
                 PERFORM RANGEMENT-REJET-FORMAT
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       DECOUPAGE-LIGNE-DELIMITEE.
      *-----
      *-- Decoupage de la ligne sur le separateur de l'extrait, puis
      *   controle et mise au dessin fixe des colonnes decrites.
      *   W-DelimMotif a blanc = ligne convertible.
           MOVE SPACES                         TO W-DelimMotif
           MOVE ZERO                           TO W-DelimNbrCol
           COMPUTE W-DelimLong = FUNCTION LENGTH(
               FUNCTION TRIM(E-FICDELIM TRAILING))
           MOVE 1                              TO W-DelimPtr
           PERFORM UNTIL W-DelimPtr > W-DelimLong
                      OR W-DelimNbrCol = 30
              ADD 1                            TO W-DelimNbrCol
              MOVE SPACES         TO W-DelimColVal(W-DelimNbrCol)
              MOVE ZERO           TO W-DelimColLg(W-DelimNbrCol)
              UNSTRING E-FICDELIM(1:W-DelimLong)
                  DELIMITED BY W-FmtSep(W-DelimNum)
                  INTO W-DelimColVal(W-DelimNbrCol)
                       COUNT IN W-DelimColLg(W-DelimNbrCol)
                  WITH POINTER W-DelimPtr
              END-UNSTRING
           END-PERFORM

           IF W-DelimNbrCol < W-FmtColRef(W-DelimNum)
              OR W-DelimNbrCol < W-FmtColCode(W-DelimNum)
              OR (W-Mode-MAJ
                  AND W-DelimNbrCol < W-FmtColMvt(W-DelimNum))
              MOVE 'COLONNES MANQUANTES'       TO W-DelimMotif
              EXIT PARAGRAPH
           END-IF

      *-- Reference : cadree a gauche sur 9 ; une reference purement
      *   numerique plus courte (zeros de tete perdus par un tableur)
      *   est recadree a droite avec zeros.
           MOVE W-FmtColRef(W-DelimNum)        TO W-DelimIdx
           PERFORM NORMALISATION-CHAMP
           EVALUATE TRUE
             WHEN W-DelimValLg = ZERO
               MOVE 'REFERENCE VIDE'           TO W-DelimMotif
             WHEN W-DelimValLg > 9
               MOVE 'REFERENCE TROP LONGUE'    TO W-DelimMotif
             WHEN W-DelimValLg < 9
                  AND W-DelimVal(1:W-DelimValLg) IS NUMERIC
               MOVE W-DelimVal(1:W-DelimValLg) TO W-DelimRefNum
               MOVE W-DelimRefNum              TO W-DelimRef
             WHEN OTHER
               MOVE W-DelimVal                 TO W-DelimRef
           END-EVALUATE
           IF W-DelimMotif NOT = SPACES
              EXIT PARAGRAPH
           END-IF

      *-- Code : situation sur 1 (FICENT1), code interne sur 7
      *   (FICENT2 a 4), cadre a gauche. Un code vide passe tel quel,
      *   comme au dessin fixe (cf. CONTROLE-CODE-EXTRAIT).
           MOVE W-FmtColCode(W-DelimNum)       TO W-DelimIdx
           PERFORM NORMALISATION-CHAMP
           IF W-DelimNum = 1
              IF W-DelimValLg > 1
                 MOVE 'SITUATION TROP LONGUE'  TO W-DelimMotif
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF W-DelimValLg > 7
                 MOVE 'CODE TROP LONG'         TO W-DelimMotif
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE W-DelimVal                     TO W-DelimCode

      *-- Code mouvement (mode mise a jour seulement)
           MOVE SPACES                         TO W-DelimMvt
           IF W-Mode-MAJ AND W-FmtColMvt(W-DelimNum) NOT = ZERO
              MOVE W-FmtColMvt(W-DelimNum)     TO W-DelimIdx
              PERFORM NORMALISATION-CHAMP
              IF W-DelimValLg NOT = 1
                 OR (W-DelimVal(1:1) NOT = 'A'
                     AND W-DelimVal(1:1) NOT = 'M'
                     AND W-DelimVal(1:1) NOT = 'S')
                 MOVE 'CODE MOUVEMENT INVALIDE' TO W-DelimMotif
                 EXIT PARAGRAPH
              END-IF
              MOVE W-DelimVal(1:1)             TO W-DelimMvt
           END-IF
           .
      *----------------------------------------------------------------
       NORMALISATION-CHAMP.
      *-----
      *-- Colonne W-DelimIdx debarrassee de ses blancs de tete et de
      *   fin et des guillemets d'encadrement des exports tableur,
      *   longueur utile dans W-DelimValLg (999 si la colonne deborde
      *   la zone de travail : trop longue pour tout champ).
           MOVE SPACES                         TO W-DelimVal
           MOVE ZERO                           TO W-DelimValLg
           IF W-DelimColLg(W-DelimIdx) > 40
              MOVE 999                         TO W-DelimValLg
              EXIT PARAGRAPH
           END-IF
           IF W-DelimColVal(W-DelimIdx) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(W-DelimColVal(W-DelimIdx)) TO W-DelimVal
           COMPUTE W-DelimValLg = FUNCTION LENGTH(
               FUNCTION TRIM(W-DelimVal))
           IF W-DelimValLg > 1 AND W-DelimVal(1:1) = '"'
              AND W-DelimVal(W-DelimValLg:1) = '"'
              MOVE SPACES                      TO W-DelimTmp
              IF W-DelimValLg > 2
                 MOVE W-DelimVal(2:W-DelimValLg - 2) TO W-DelimTmp
              END-IF
              MOVE SPACES                      TO W-DelimVal
              MOVE ZERO                        TO W-DelimValLg
              IF W-DelimTmp NOT = SPACES
                 MOVE FUNCTION TRIM(W-DelimTmp) TO W-DelimVal
                 COMPUTE W-DelimValLg = FUNCTION LENGTH(
                     FUNCTION TRIM(W-DelimVal))
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       RANGEMENT-REJET-FORMAT.
      *-----
           ADD 1                               TO W-DelimNbrRej
           IF W-NbrRejFmt < W-RejFmt-Max
              ADD 1                            TO W-NbrRejFmt
              SET IDX-REJ-FMT                  TO W-NbrRejFmt
              MOVE W-DelimNum      TO W-RejFmtNumFic(IDX-REJ-FMT)
              MOVE W-DelimNbrLig   TO W-RejFmtLigne(IDX-REJ-FMT)
              MOVE W-DelimMotif    TO W-RejFmtMotif(IDX-REJ-FMT)
              MOVE E-FICDELIM      TO W-RejFmtExtrait(IDX-REJ-FMT)
           ELSE
              ADD 1                            TO W-RejFmtDeborde
           END-IF
           .
      *----------------------------------------------------------------
       ECRITURE-ENTETE-CONVERTIE.
      *-----
           EVALUATE W-DelimNum
             WHEN 1
               MOVE W-DelimEntete              TO E-ENTETE1
               WRITE E-ENTETE1
               MOVE L-Fst1                     TO L-FstDelim
             WHEN 2
               MOVE W-DelimEntete              TO E-ENTETE2
               WRITE E-ENTETE2
               MOVE L-Fst2                     TO L-FstDelim
             WHEN 3
               MOVE W-DelimEntete              TO E-ENTETE3
               WRITE E-ENTETE3
               MOVE L-Fst3                     TO L-FstDelim
             WHEN 4
               MOVE W-DelimEntete              TO E-ENTETE4
               WRITE E-ENTETE4
               MOVE L-Fst4                     TO L-FstDelim
           END-EVALUATE
           PERFORM CONTROLE-ECRITURE-CONVERTIE
           .
      *----------------------------------------------------------------
       ECRITURE-LIGNE-CONVERTIE.
      *-----
      *-- Dessin fixe de l'extrait ; en mode mise a jour, vue
      *   mouvement (code A/M/S entre reference et donnee).
           EVALUATE TRUE
             WHEN W-DelimNum = 1
               MOVE SPACES                     TO E-MASTER1
               MOVE W-DelimRef                 TO E-RefCtr1
               MOVE W-DelimCode                TO E-CodeSit1
               WRITE E-FICENT1
               MOVE L-Fst1                     TO L-FstDelim
             WHEN W-DelimNum = 2 AND W-Mode-MAJ
               MOVE SPACES                     TO E-MVT2
               MOVE W-DelimRef                 TO E-RefCtrMvt2
               MOVE W-DelimMvt                 TO E-CodeMvt2
               MOVE W-DelimCode                TO E-CodeIntMvt2
               WRITE E-MVT2
               MOVE L-Fst2                     TO L-FstDelim
             WHEN W-DelimNum = 2
               MOVE SPACES                     TO E-FICENT2
               MOVE W-DelimRef                 TO E-RefCtr2
               MOVE W-DelimCode                TO E-CodeInt2
               WRITE E-FICENT2
               MOVE L-Fst2                     TO L-FstDelim
             WHEN W-DelimNum = 3 AND W-Mode-MAJ
               MOVE SPACES                     TO E-MVT3
               MOVE W-DelimRef                 TO E-RefCtrMvt3
               MOVE W-DelimMvt                 TO E-CodeMvt3
               MOVE W-DelimCode                TO E-CodeIntMvt3
               WRITE E-MVT3
               MOVE L-Fst3                     TO L-FstDelim
             WHEN W-DelimNum = 3
               MOVE SPACES                     TO E-FICENT3
               MOVE W-DelimRef                 TO E-RefCtr3
               MOVE W-DelimCode                TO E-CodeInt3
               WRITE E-FICENT3
               MOVE L-Fst3                     TO L-FstDelim
             WHEN W-DelimNum = 4 AND W-Mode-MAJ
               MOVE SPACES                     TO E-MVT4
               MOVE W-DelimRef                 TO E-RefCtrMvt4
               MOVE W-DelimMvt                 TO E-CodeMvt4
               MOVE W-DelimCode                TO E-CodeIntMvt4
               WRITE E-MVT4
               MOVE L-Fst4                     TO L-FstDelim
             WHEN OTHER
               MOVE SPACES                     TO E-FICENT4
               MOVE W-DelimRef                 TO E-RefCtr4
               MOVE W-DelimCode                TO E-CodeInt4
               WRITE E-FICENT4
               MOVE L-Fst4                     TO L-FstDelim
           END-EVALUATE
           PERFORM CONTROLE-ECRITURE-CONVERTIE
           ADD 1                               TO W-DelimNbrConv
           .
      *----------------------------------------------------------------
       CONTROLE-ECRITURE-CONVERTIE.
      *-----
           IF L-FstDelim NOT = ZERO
              MOVE L-FstDelim TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ecriture FIC' W-DelimNum '.txt converti ='
                  L-FstDelim ' (' CPY-STATUT-TEXTE ')' '>'
              MOVE 'ecriture extrait converti'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       LECTURE-DATE-ATTENDUE.
      *-----
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       CHARGEMENT-MVT-MANUELS.
      *-----
      *-- Corrections posees par MAINTENANCE-CONTRAT depuis le run
      *   precedent. Plusieurs corrections sur une meme reference :
      *   la derniere saisie l'emporte. La table est tenue triee par
      *   reference (insertion a sa place) pour suivre la sequence du
      *   rapprochement. Fichier absent ou vide = aucune correction.
           OPEN INPUT FICMANU
           IF L-FstManu = ZERO
              PERFORM UNTIL L-FstManu NOT = ZERO
                 READ FICMANU
                 AT END
                    CONTINUE
                 NOT AT END
                    IF E-RefCtrManu NOT = SPACES
                       PERFORM RANGEMENT-MVT-MANUEL
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FICMANU
              DISPLAY 'Corrections manuelles en attente =' W-NbrManu
                  '>'
           END-IF
           .
      *----------------------------------------------------------------
       RANGEMENT-MVT-MANUEL.
      *-----
           MOVE SPACES                         TO W-ManuTrouve
           PERFORM VARYING IDX-MANU FROM 1 BY 1
                   UNTIL IDX-MANU > W-NbrManu OR W-ManuTrouve-OK
              IF W-ManuRef(IDX-MANU) = E-RefCtrManu
                 MOVE E-ImageManu              TO W-ManuImage(IDX-MANU)
                 SET W-ManuTrouve-OK           TO TRUE
              END-IF
           END-PERFORM
           IF W-ManuTrouve-OK
              EXIT PARAGRAPH
           END-IF
           IF W-NbrManu >= W-Manu-Max
              DISPLAY 'Table des corrections manuelles saturee ('
                  W-Manu-Max ' entrees)>'
              MOVE 'CHARGEMENT-MVT-MANUELS table saturee'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
      *-- Decalage des references superieures pour inserer en place
           MOVE W-NbrManu                      TO W-IdxManuDecal
           PERFORM UNTIL W-IdxManuDecal = ZERO
                   OR W-ManuRef(W-IdxManuDecal) < E-RefCtrManu
              MOVE W-Manu(W-IdxManuDecal)      TO
                  W-Manu(W-IdxManuDecal + 1)
              SUBTRACT 1                       FROM W-IdxManuDecal
           END-PERFORM
           ADD 1                               TO W-NbrManu
           MOVE E-RefCtrManu                   TO
               W-ManuRef(W-IdxManuDecal + 1)
           MOVE E-ImageManu                    TO
               W-ManuImage(W-IdxManuDecal + 1)
           .
      *----------------------------------------------------------------
       RAPPORT-ALIAS.
      *-----
      *   confronte a L-NbrEnrLus en fin d'extrait (transfert tronque
      *   = rapprochement refuse, cf. LECTURE-FICHIERn).
           IF W-EnteteDate NOT = W-DateAttendue
              MOVE 'DT'                TO W-QualIncident(W-EnteteFic)
              IF W-EnteteDate < W-DateAttendue
                 SET W-QualLivr-Perimee(W-EnteteFic) TO TRUE
              ELSE
                 SET W-QualLivr-Avancee(W-EnteteFic) TO TRUE
              END-IF
              DISPLAY 'FICENT' W-EnteteFic ' date extraction ='
                  W-EnteteDate ' differente de la date attendue ='
                  W-DateAttendue '>'
              PERFORM ECART-ENTETE-OUVRES
              MOVE 'CONTROLE-ENTETE date extraction'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           DISPLAY 'FICENT' W-EnteteFic ' en-tete : '
               W-EnteteNbr ' enregistrements annonces>'
           .
      *----------------------------------------------------------------
       ECART-ENTETE-OUVRES.
      *-----
      *-- Ecart en jours ouvres (Jours_ouvres) entre la date annoncee
      *   et la date attendue : positif = extrait en retard, memorise
      *   pour le bilan qualite. Une date d'en-tete illisible n'a pas
      *   d'ecart calculable.
           IF W-EnteteDate NOT NUMERIC OR W-DateAttendue NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE 'C'                            TO W-JO-FONCTION
           MOVE W-EnteteDate                   TO W-JO-DATE-ENTETE
           MOVE W-DateAttendue                 TO W-JO-DATE-ATTENDUE
           CALL 'Jours_ouvres'
           USING W-JO-FONCTION
               W-JO-DATE-ENTETE
               W-JO-DATE-ATTENDUE
               W-JO-NBJOURS
               W-JO-STATUT
           END-CALL
           IF W-JO-STATUT NOT = '00'
              EXIT PARAGRAPH
           END-IF
           MOVE W-JO-NBJOURS                   TO W-JO-ECART-EDIT
           DISPLAY 'FICENT' W-EnteteFic ' ecart en jours ouvres ='
               W-JO-ECART-EDIT '>'
           IF W-JO-NBJOURS > ZERO
              IF W-JO-NBJOURS > 999
                 MOVE 999              TO W-QualRetardJO(W-EnteteFic)
              ELSE
                 MOVE W-JO-NBJOURS     TO W-QualRetardJO(W-EnteteFic)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       REPOSITIONNEMENT.
      *-----
           PERFORM UNTIL L-FinFic-OK(4) OR E-RefCtr4 > W-CleReprise
              PERFORM LECTURE-FICHIER4
           END-PERFORM
      *-- Les corrections manuelles des cles deja ecrites au premier
      *   passage y ont ete appliquees.
           PERFORM UNTIL W-IdxManuSuiv > W-NbrManu
                   OR W-ManuRef(W-IdxManuSuiv) > W-CleReprise
              ADD 1                            TO L-NbrMvtManu
              ADD 1                            TO W-IdxManuSuiv
           END-PERFORM
           .
      *----------------------------------------------------------------
       VERIF-FIN-FICHIERS.
                  MOVE 'N'                        TO L-TousFinis
               END-IF
           END-PERFORM
      *-- Une correction manuelle encore en attente vaut extrait actif
           IF W-IdxManuSuiv NOT > W-NbrManu
              MOVE 'N'                            TO L-TousFinis
           END-IF
           .
      *----------------------------------------------------------------
       LECTURE-FICHIER1.
                L-EnteteNbrAnn(1) NOT = L-NbrEnrLus(1)
                DISPLAY 'FICENT1 nbr annonce =' L-EnteteNbrAnn(1)
                    ' different du nbr lu =' L-NbrEnrLus(1) '>'
                MOVE 'NB'                  TO W-QualIncident(1)
                MOVE 'FICENT1 nbr annonce'
                    TO CPY-ERR-CONTEXTE
                PERFORM ERREUR
                    DISPLAY 'FICENT1 hors sequence, E-RefCtr1 ='
                        E-RefCtr1 ' < derniere ref lue ='
                        L-DerRefCtr(1) '>'
                    MOVE 'SQ'              TO W-QualIncident(1)
                    MOVE 'FICENT1 hors sequence, E-RefCtr1'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                 IF E-RefCtr1 = L-DerRefCtr(1)
                    DISPLAY 'FICENT1 doublon, E-RefCtr1 ='
                        E-RefCtr1 '>'
                    MOVE 'DB'              TO W-QualIncident(1)
                    MOVE 'FICENT1 doublon, E-RefCtr1'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                L-EnteteNbrAnn(2) NOT = L-NbrEnrLus(2)
                DISPLAY 'FICENT2 nbr annonce =' L-EnteteNbrAnn(2)
                    ' different du nbr lu =' L-NbrEnrLus(2) '>'
                MOVE 'NB'                  TO W-QualIncident(2)
                MOVE 'FICENT2 nbr annonce'
                    TO CPY-ERR-CONTEXTE
                PERFORM ERREUR
                    DISPLAY 'FICENT2 hors sequence, E-RefCtr2 ='
                        E-RefCtr2 ' < derniere ref lue ='
                        L-DerRefCtr(2) '>'
                    MOVE 'SQ'              TO W-QualIncident(2)
                    MOVE 'FICENT2 hors sequence, E-RefCtr2'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                 IF E-RefCtr2 = L-DerRefCtr(2)
                    DISPLAY 'FICENT2 doublon, E-RefCtr2 ='
                        E-RefCtr2 '>'
                    MOVE 'DB'              TO W-QualIncident(2)
                    MOVE 'FICENT2 doublon, E-RefCtr2'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                L-EnteteNbrAnn(3) NOT = L-NbrEnrLus(3)
                DISPLAY 'FICENT3 nbr annonce =' L-EnteteNbrAnn(3)
                    ' different du nbr lu =' L-NbrEnrLus(3) '>'
                MOVE 'NB'                  TO W-QualIncident(3)
                MOVE 'FICENT3 nbr annonce'
                    TO CPY-ERR-CONTEXTE
                PERFORM ERREUR
                    DISPLAY 'FICENT3 hors sequence, E-RefCtr3 ='
                        E-RefCtr3 ' < derniere ref lue ='
                        L-DerRefCtr(3) '>'
                    MOVE 'SQ'              TO W-QualIncident(3)
                    MOVE 'FICENT3 hors sequence, E-RefCtr3'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                 IF E-RefCtr3 = L-DerRefCtr(3)
                    DISPLAY 'FICENT3 doublon, E-RefCtr3 ='
                        E-RefCtr3 '>'
                    MOVE 'DB'              TO W-QualIncident(3)
                    MOVE 'FICENT3 doublon, E-RefCtr3'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                L-EnteteNbrAnn(4) NOT = L-NbrEnrLus(4)
                DISPLAY 'FICENT4 nbr annonce =' L-EnteteNbrAnn(4)
                    ' different du nbr lu =' L-NbrEnrLus(4) '>'
                MOVE 'NB'                  TO W-QualIncident(4)
                MOVE 'FICENT4 nbr annonce'
                    TO CPY-ERR-CONTEXTE
                PERFORM ERREUR
                    DISPLAY 'FICENT4 hors sequence, E-RefCtr4 ='
                        E-RefCtr4 ' < derniere ref lue ='
                        L-DerRefCtr(4) '>'
                    MOVE 'SQ'              TO W-QualIncident(4)
                    MOVE 'FICENT4 hors sequence, E-RefCtr4'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                 IF E-RefCtr4 = L-DerRefCtr(4)
                    DISPLAY 'FICENT4 doublon, E-RefCtr4 ='
                        E-RefCtr4 '>'
                    MOVE 'DB'              TO W-QualIncident(4)
                    MOVE 'FICENT4 doublon, E-RefCtr4'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
              DISPLAY 'Checkpoint non pose, FS =' L-FstReprise '>'
           END-IF
           .
      *----------------------------------------------------------------------------
       ECRITURE-REJETS-FORMAT.
      *-----
      *-- Lignes d'extrait delimite inexploitables (cf.
      *   DECOUPAGE-LIGNE-DELIMITEE), renvoyees au seul fournisseur
      *   concerne : numero de ligne dans son fichier, motif, debut
      *   de la ligne telle que livree. Comptees au trailer comme
      *   les exceptions.
           PERFORM VARYING IDX-REJ-FMT FROM 1 BY 1
                   UNTIL IDX-REJ-FMT > W-NbrRejFmt
              MOVE SPACES                      TO W-RetLigne
              STRING 'FORMAT LIGNE ' W-RejFmtLigne(IDX-REJ-FMT) ' '
                  W-RejFmtMotif(IDX-REJ-FMT) ' : '
                  W-RejFmtExtrait(IDX-REJ-FMT)
                  DELIMITED BY SIZE INTO W-RetLigne
              END-STRING
              EVALUATE W-RejFmtNumFic(IDX-REJ-FMT)
                WHEN 1
                  WRITE E-FICRET1 FROM W-RetLigne
                  MOVE L-FstRet1               TO L-FstDelim
                WHEN 2
                  WRITE E-FICRET2 FROM W-RetLigne
                  MOVE L-FstRet2               TO L-FstDelim
                WHEN 3
                  WRITE E-FICRET3 FROM W-RetLigne
                  MOVE L-FstRet3               TO L-FstDelim
                WHEN 4
                  WRITE E-FICRET4 FROM W-RetLigne
                  MOVE L-FstRet4               TO L-FstDelim
              END-EVALUATE
              IF L-FstDelim NOT = ZERO
                 MOVE L-FstDelim TO CPY-STATUT-CODE
                 PERFORM TRADUCTION-STATUT
                 DISPLAY 'Erreur ecriture rejet format retour FICENT'
                     W-RejFmtNumFic(IDX-REJ-FMT) ' FS =' L-FstDelim
                     ' (' CPY-STATUT-TEXTE ')' '>'
                 MOVE 'ecriture rejet format retour fournisseur'
                     TO CPY-ERR-CONTEXTE
                 PERFORM ERREUR
              END-IF
              ADD 1 TO W-NbrRetour(W-RejFmtNumFic(IDX-REJ-FMT))
           END-PERFORM
           IF W-RejFmtDeborde NOT = ZERO
              DISPLAY 'ATTENTION : ' W-RejFmtDeborde ' rejets de '
                  'format non renvoyes (capacite ' W-RejFmt-Max ')'
           END-IF
           .
      *----------------------------------------------------------------------------
       ECRITURE-EXCEPTION.
      *----
           IF NOT L-FinFic-OK(4) AND E-RefCtr4 < W-CleMin
              MOVE E-RefCtr4                     TO W-CleMin
           END-IF
           IF W-IdxManuSuiv NOT > W-NbrManu
              AND W-ManuRef(W-IdxManuSuiv) < W-CleMin
              MOVE W-ManuRef(W-IdxManuSuiv)      TO W-CleMin
           END-IF
           .
      *----------------------------------------------------------------------------
       TRAITEMENT.
           MOVE ZERO                             TO W-NbrMatch
           MOVE SPACES                           TO W-Match-TAB
           MOVE L-NbrFic                         TO W-NbrFicActif
           MOVE SPACES                           TO W-CtrManuel

           IF NOT L-FinFic-OK(1) AND E-RefCtr1 = W-CleMin
              MOVE E-CodeSit1                    TO E-CodeSitSor

           IF NOT L-FinFic-OK(2) AND E-RefCtr2 = W-CleMin
              MOVE E-CodeInt2                    TO E-CodeIntSor2
              MOVE 2                             TO W-CodeOrigine
              MOVE E-CodeInt2                    TO W-CodeATester
              PERFORM CONTROLE-CODE-EXTRAIT
              IF NOT W-CodeValide-OK
                 MOVE SPACES                     TO E-CodeIntSor2
              END-IF
              SET W-Match-OK(2)                  TO TRUE
              ADD 1                              TO W-NbrMatch
              PERFORM LECTURE-FICHIER2

           IF NOT L-FinFic-OK(3) AND E-RefCtr3 = W-CleMin
              MOVE E-CodeInt3                    TO E-CodeIntSor3
              MOVE 3                             TO W-CodeOrigine
              MOVE E-CodeInt3                    TO W-CodeATester
              PERFORM CONTROLE-CODE-EXTRAIT
              IF NOT W-CodeValide-OK
                 MOVE SPACES                     TO E-CodeIntSor3
              END-IF
              SET W-Match-OK(3)                  TO TRUE
              ADD 1                              TO W-NbrMatch
              PERFORM LECTURE-FICHIER3

           IF NOT L-FinFic-OK(4) AND E-RefCtr4 = W-CleMin
              MOVE E-CodeInt4                    TO E-CodeIntSor4
              MOVE 4                             TO W-CodeOrigine
              MOVE E-CodeInt4                    TO W-CodeATester
              PERFORM CONTROLE-CODE-EXTRAIT
              IF NOT W-CodeValide-OK
                 MOVE SPACES                     TO E-CodeIntSor4
              END-IF
              SET W-Match-OK(4)                  TO TRUE
              ADD 1                              TO W-NbrMatch
              PERFORM LECTURE-FICHIER4
           END-IF

      *-- Correction manuelle sur la cle : son image remplace celle
      *   des extraits (une creation manuelle n'a pas d'extrait).
           PERFORM APPLICATION-MVT-MANUEL

           PERFORM ECRITURE-FICHIER

           IF W-NbrMatch < W-NbrFicActif
           MOVE SPACES                           TO W-CtrSupprime
           MOVE SPACES                           TO W-CtrExistait
           MOVE SPACES                           TO W-CtrModifie
           MOVE SPACES                           TO W-CtrManuel

           IF NOT L-FinFic-OK(1) AND E-RefCtr1 = W-CleMin
              MOVE E-MASTER1                     TO E-FICSOR
              PERFORM LECTURE-FICHIER4
           END-IF

      *-- La correction manuelle passe apres les mouvements du soir :
      *   elle est la decision la plus recente sur le contrat, et
      *   FICSOR.idx la porte deja (cf. MAJ-MASTER-INDEXE).
           PERFORM APPLICATION-MVT-MANUEL
           IF W-CtrManuel-OK
              SET W-CtrPresent-OK                TO TRUE
              MOVE SPACES                        TO W-CtrSupprime
           END-IF

           IF W-CtrPresent-OK AND NOT W-CtrSupprime-OK
              PERFORM ECRITURE-FICHIER
           END-IF
      *   mouvement n'est pas touche - c'est tout le gain du mode
      *   mise a jour sur la reconstruction integrale.
           EVALUATE TRUE
      *-- Correction manuelle : MAINTENANCE-CONTRAT a deja porte
      *   l'image au master indexe, on la reecrit (ou la recree si
      *   l'index a ete reconstruit depuis) avec l'etat final de la cle.
             WHEN W-CtrManuel-OK
               MOVE E-FICSOR                   TO E-FICSORIDX
               REWRITE E-FICSORIDX
               IF L-FstSorIdx = 23
                  WRITE E-FICSORIDX
               END-IF
               IF L-FstSorIdx NOT = ZERO
                  MOVE L-FstSorIdx TO CPY-STATUT-CODE
                  PERFORM TRADUCTION-STATUT
                  DISPLAY 'Erreur correction FICSOR.idx FS ='
                      L-FstSorIdx ' (' CPY-STATUT-TEXTE ')' '>'
                  MOVE 'correction manuelle FICSOR.idx FS'
                      TO CPY-ERR-CONTEXTE
                  PERFORM ERREUR
               END-IF
             WHEN W-CtrExistait-OK AND W-CtrSupprime-OK
               MOVE W-CleMin                   TO E-RefCtrSorIdx
               DELETE FICSORIDX RECORD
               INTO E-OrigineMvtSor
           END-STRING
           MOVE W-MvtCode                        TO E-CodeMvtSor
           IF W-CtrPresent-OK
              MOVE E-FICSOR                      TO W-ImageAvantMvt
           ELSE
              MOVE SPACES                        TO W-ImageAvantMvt
           END-IF

      *-- Ajout ou modification portant un code refuse par le
      *   referentiel : le mouvement est rejete, le master garde son
      *   etat anterieur.
           SET W-CodeValide-OK                   TO TRUE
           IF W-MvtCode = 'A' OR W-MvtCode = 'M'
              MOVE W-MvtOrigine                  TO W-CodeOrigine
              MOVE W-MvtDonnee                   TO W-CodeATester
              PERFORM CONTROLE-CODE-EXTRAIT
           END-IF

           EVALUATE W-MvtCode
             WHEN 'A' WHEN 'M'
               IF NOT W-CodeValide-OK
                  STRING 'REJETE - CODE ' CPY-CODE-MOTIF
                      DELIMITED BY SIZE INTO E-DispositionMvtSor
                  END-STRING
                  ADD 1                          TO L-NbrMvtRej
               ELSE
                  PERFORM APPLICATION-AJOUT-MODIF
               END-IF
             WHEN 'S'
               IF W-CtrPresent-OK
                  SET W-CtrSupprime-OK           TO TRUE
                  MOVE 'APPLIQUE - SUPPRESSION'  TO E-DispositionMvtSor
                  ADD 1                          TO L-NbrMvtApp
                  ADD 1                          TO L-NbrSuppr
               ELSE
                  MOVE 'REJETE - CONTRAT ABSENT' TO E-DispositionMvtSor
                  ADD 1                          TO L-NbrMvtRej
               END-IF
             WHEN OTHER
               MOVE 'REJETE - CODE MVT INCONNU'  TO E-DispositionMvtSor
               ADD 1                             TO L-NbrMvtRej
           END-EVALUATE

           PERFORM ECRITURE-MOUVEMENT
           .
      *----------------------------------------------------------------------------
       APPLICATION-AJOUT-MODIF.
      *----
           EVALUATE W-MvtCode
             WHEN 'A'
               IF W-CtrPresent-OK
                  MOVE 'REJETE - CONTRAT ABSENT' TO E-DispositionMvtSor
                  ADD 1                          TO L-NbrMvtRej
               END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       APPLICATION-MVT-MANUEL.
      *----
      *-- Quand la prochaine correction manuelle en attente porte la
      *   cle en cours, son image complete devient l'enregistrement
      *   master de la cle, et la correction est consommee. Ses
      *   codes intervenants passent le meme controle que ceux des
      *   extraits : un code refuse rejoint FICEXCODE (origine
      *   MANUEL) et sa zone part a blanc.
           IF W-IdxManuSuiv NOT > W-NbrManu
              AND W-ManuRef(W-IdxManuSuiv) = W-CleMin
              MOVE W-ManuImage(W-IdxManuSuiv)    TO E-FICSOR
              MOVE W-CleMin                      TO E-RefCtrSor
              SET W-CtrManuel-OK                 TO TRUE
              MOVE 2                             TO W-CodeOrigine
              MOVE E-CodeIntSor2                 TO W-CodeATester
              PERFORM CONTROLE-CODE-EXTRAIT
              IF NOT W-CodeValide-OK
                 MOVE SPACES                     TO E-CodeIntSor2
              END-IF
              MOVE 3                             TO W-CodeOrigine
              MOVE E-CodeIntSor3                 TO W-CodeATester
              PERFORM CONTROLE-CODE-EXTRAIT
              IF NOT W-CodeValide-OK
                 MOVE SPACES                     TO E-CodeIntSor3
              END-IF
              MOVE 4                             TO W-CodeOrigine
              MOVE E-CodeIntSor4                 TO W-CodeATester
              PERFORM CONTROLE-CODE-EXTRAIT
              IF NOT W-CodeValide-OK
                 MOVE SPACES                     TO E-CodeIntSor4
              END-IF
              ADD 1                              TO L-NbrMvtManu
              ADD 1                              TO W-IdxManuSuiv
              DISPLAY 'Correction manuelle appliquee, cle ='
                  W-CleMin '>'
           END-IF
           .
      *----------------------------------------------------------------------------
       RANGER-DONNEE-MOUVEMENT.
           MOVE E-OrigineMvtSor                TO E-OrigineMvtHist
           MOVE E-CodeMvtSor                   TO E-CodeMvtHist
           MOVE E-DispositionMvtSor            TO E-DispositionMvtHist
      *-- Mouvement applique : images avant / apres du contrat, de
      *   quoi rejouer l'historique sur une generation du master
      *   sans relire les extraits.
           IF E-DispositionMvtSor(1:8) = 'APPLIQUE'
              MOVE W-ImageAvantMvt             TO E-AvantMvtHist
              IF E-CodeMvtSor NOT = 'S'
                 MOVE E-FICSOR                 TO E-ApresMvtHist
              END-IF
           END-IF
           WRITE E-FICMVTHIST
               IF L-FstMvtHist NOT = ZERO
                  MOVE L-FstMvtHist TO CPY-STATUT-CODE
                  PERFORM ERREUR
               END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-CODE-EXTRAIT.
      *----
      *-- Code W-CodeATester fourni par l'extrait W-CodeOrigine pour
      *   la cle en cours, confronte au referentiel a la date
      *   d'extraction du run. Un code refuse rejoint la population
      *   FICEXCODE avec son motif. Code a blanc (extrait muet) ou
      *   referentiel absent : rien a controler.
           SET W-CodeValide-OK                   TO TRUE
           IF CPY-CODE-ACTIF-OK AND W-CodeATester NOT = SPACES
              MOVE W-CodeATester                 TO CPY-CODE-DEM
              MOVE W-CodeOrigine                 TO CPY-CODE-EXTRAIT-DEM
              MOVE W-DateAttendue                TO CPY-CODE-DATE-DEM
              PERFORM CONTROLE-CODE-INT
              IF NOT CPY-CODE-VALIDE
                 MOVE 'N'                        TO W-CodeValide
                 MOVE SPACES                     TO E-FICEXCODE
                 MOVE W-CleMin                   TO E-RefCtrExcCode
                 IF W-CtrManuel-OK
                    MOVE 'MANUEL'                TO E-OrigineExcCode
                 ELSE
                    STRING 'FICENT' W-CodeOrigine DELIMITED BY SIZE
                        INTO E-OrigineExcCode
                    END-STRING
                 END-IF
                 MOVE W-CodeATester              TO E-CodeExcCode
                 MOVE CPY-CODE-MOTIF             TO E-MotifExcCode
                 WRITE E-FICEXCODE
                 IF L-FstExcCode NOT = ZERO
                    MOVE L-FstExcCode TO CPY-STATUT-CODE
                    PERFORM TRADUCTION-STATUT
                    DISPLAY 'Erreur ecriture FICEXCODE FS ='
                        L-FstExcCode ' (' CPY-STATUT-TEXTE ')' '>'
                    MOVE 'ecriture FICEXCODE FS'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                 END-IF
                 ADD 1                           TO L-NbrExcCode
              END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       SIGNALER-EXCEPTIONS.
      *----
                 MOVE L-CtlLigneMvt              TO E-FICCTL
                 WRITE E-FICCTL
              END-IF
              IF W-NbrManu > ZERO
                 MOVE L-NbrMvtManu               TO L-CtlNbrMvtManu
                 MOVE SPACES                     TO E-FICCTL
                 MOVE L-CtlLigneManu             TO E-FICCTL
                 WRITE E-FICCTL
              END-IF
              IF W-NbrAlias > ZERO
                 MOVE W-NbrTraduits              TO L-CtlNbrTraduits
                 MOVE SPACES                     TO E-FICCTL
                 MOVE L-CtlLigneAlias            TO E-FICCTL
                 WRITE E-FICCTL
              END-IF
              IF CPY-CODE-ACTIF-OK
                 MOVE L-NbrExcCode               TO L-CtlNbrExcCode
                 MOVE SPACES                     TO E-FICCTL
                 MOVE L-CtlLigneCode             TO E-FICCTL
                 WRITE E-FICCTL
              END-IF
              PERFORM VARYING IDX-FIC FROM 1 BY 1 UNTIL IDX-FIC > 4
                 IF W-Omis-OK(IDX-FIC) AND W-QualLivr-Absente(IDX-FIC)
                    MOVE IDX-FIC                 TO L-CtlNumOmis
                    MOVE SPACES                  TO E-FICCTL
                    MOVE L-CtlLigneOmis          TO E-FICCTL
                    WRITE E-FICCTL
                 END-IF
              END-PERFORM
                 IF L-FstCtl NOT = ZERO
                    DISPLAY 'Erreur ecriture fichier FS =' L-FstCtl
                 END-IF
           END-IF
           CLOSE FICRET1 FICRET2 FICRET3 FICRET4
           .
      *----------------------------------------------------------------------------
       ECRITURE-QUALITE.
      *----
      *-- Bilan qualite du run, une ligne par extrait, cumule dans
      *   QUALITE-EXTRAITS.txt (extension, creation au premier run).
      *   C'est la seule trace durable des en-tetes rejetees, ruptures
      *   de sequence et doublons, qui arretent le rapprochement. Un
      *   incident d'ecriture est signale sans changer l'issue du run
      *   (meme regime que FICCTL).
           SET W-QualEcrite-OK                 TO TRUE
           OPEN EXTEND FICQUALITE
           IF L-FstQualite = '05' OR L-FstQualite = '35'
              OPEN OUTPUT FICQUALITE
           END-IF
           IF L-FstQualite NOT = ZERO
              DISPLAY 'Erreur ouverture fichier QUALITE-EXTRAITS ='
                  L-FstQualite '>'
           ELSE
              PERFORM VARYING IDX-FIC FROM 1 BY 1 UNTIL IDX-FIC > 4
                 MOVE SPACES                   TO E-FICQUALITE
                 MOVE W-DateAttendue           TO E-QualDate
                 MOVE IDX-FIC                  TO E-QualNumFic
                 IF RETURN-CODE = ZERO
                    MOVE 'N'                   TO E-QualFinRun
                 ELSE
                    MOVE 'A'                   TO E-QualFinRun
                 END-IF
                 IF W-QualLivraison(IDX-FIC) = SPACE
                    MOVE 'L'                   TO E-QualLivraison
                 ELSE
                    MOVE W-QualLivraison(IDX-FIC)
                                               TO E-QualLivraison
                 END-IF
                 EVALUATE TRUE
                    WHEN W-QualIncident(IDX-FIC) = 'DT' OR 'NB'
                       MOVE 'R'                TO E-QualEntete
                    WHEN L-EnteteLu-OK(IDX-FIC)
                       MOVE 'O'                TO E-QualEntete
                    WHEN OTHER
                       MOVE 'N'                TO E-QualEntete
                 END-EVALUATE
                 MOVE W-QualIncident(IDX-FIC)  TO E-QualIncident
                 MOVE L-NbrEnrLus(IDX-FIC)     TO E-QualNbrLus
                 MOVE W-NbrRetour(IDX-FIC)     TO E-QualNbrExcep
                 MOVE W-QualRetardJO(IDX-FIC)  TO E-QualRetardJO
                 WRITE E-FICQUALITE
                 IF L-FstQualite NOT = ZERO
                    DISPLAY 'Erreur ecriture QUALITE-EXTRAITS FS ='
                        L-FstQualite '>'
                 END-IF
              END-PERFORM
              CLOSE FICQUALITE
           END-IF
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
              END-IF
           END-IF
           CLOSE FICENT1 FICENT2 FICENT3 FICENT4 FICSOR FICEXCEP FICCTL
           CLOSE FICEXCODE
           CLOSE FICSORIDX
      *-- Le vieillissement ne doit pas alterer l'historique sur fin
      *   anormale (ERREUR passe aussi par FIN-TRT), ni en mode mise
                  RETURNING W-RC-SupprRep
              END-CALL
           END-IF
      *-- Corrections manuelles portees par ce FICSOR : le fichier
      *   d'attente est vide pour ne pas les rejouer au run suivant.
      *   Sur fin anormale il est conserve pour la reprise.
           IF RETURN-CODE = ZERO AND W-NbrManu > ZERO
              OPEN OUTPUT FICMANU
              CLOSE FICMANU
              DISPLAY 'Corrections manuelles appliquees ='
                  L-NbrMvtManu '>'
           END-IF
      *-- Generations datees des sorties du run, avec purge au-dela
      *   de la retention (cf. GESTION-GENERATIONS) : l'evidence du
      *   run reste disponible apres que le run suivant a ecrase
      *   FICSOR/FICEXCEP/FICCTL.
      *-- FICSOR complet publie au manifeste des fichiers de chaine :
      *   ses lecteurs (COMPLETER-FICHIER, DELTA-GENERATIONS...) le
      *   verifient avant de le lire.
           IF RETURN-CODE = ZERO
              MOVE 'FICSOR.txt'                TO CPY-MAN-FICHIER
              PERFORM PUBLICATION-MANIFESTE
           END-IF
           IF RETURN-CODE = ZERO
              CALL 'GESTION-GENERATIONS'
           END-IF
              Display 'Nbre mouvements rejetes   =' L-NbrMvtRej '>'
              Display 'Nbre suppressions         =' L-NbrSuppr '>'
           END-IF
      *-- Bilan qualite des extraits fournisseurs, sur fin normale
      *   comme anormale, pour les seuls runs integraux (en mise a
      *   jour FICENT1 est le master de la veille, pas un extrait).
      *   Une seule ecriture meme si une erreur de fin de run repasse
      *   par FIN-TRT.
           IF NOT W-Mode-MAJ AND NOT W-QualEcrite-OK
              AND W-DateAttendue NOT = SPACES
              PERFORM ECRITURE-QUALITE
           END-IF
           MOVE ZERO TO CPY-AUDIT-NBR-LUS
           PERFORM VARYING IDX-FIC FROM 1 BY 1 UNTIL IDX-FIC > 4
               Display 'Nbre enregs lus FICENT' IDX-FIC ' ='
           Display 'Nbre enregs ecrits FICSOR =' L-NbrECR '>'
           Display 'Nbre enregs sans correspondance (FICEXCEP) ='
               L-NbrExcep '>'
           IF CPY-CODE-ACTIF-OK
              Display 'Nbre codes refuses (FICEXCODE) =' L-NbrExcCode
                  '>'
           END-IF
           MOVE L-NbrECR TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY '*************************************************'
           MOVE 16 TO RETURN-CODE
           PERFORM FIN-TRT.

           COPY CodesIntLecture_COPY.

           COPY ErreurEcriture_COPY.

           COPY StatutTraduction_COPY.

           COPY AuditEcriture_COPY.

           COPY ManifesteAppel_COPY.
