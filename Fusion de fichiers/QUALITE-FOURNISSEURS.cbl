       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALITE-FOURNISSEURS.

      *-- Tableau de bord mensuel de la qualite des extraits
      *   fournisseurs FICENT1 a FICENT4 du rapprochement. Le bilan
      *   quotidien que FUSION-FICHIER cumule dans QUALITE-EXTRAITS.txt
      *   (une ligne par extrait et par run integral, fin anormale
      *   comprise) est agrege sur le mois demande :
      *   - runs du mois, livraisons absentes au lancement (retard),
      *     livraisons perimees (en-tete datee d'un autre jour que la
      *     date d'extraction attendue), avec leur retard cumule et
      *     maximal en jours ouvres, unite des contrats fournisseurs ;
      *   - en-tetes rejetees (date ou nombre annonce), ruptures de
      *     sequence et doublons ;
      *   - volume lu et exceptions renvoyees au fournisseur, d'ou le
      *     taux d'exception (runs menes a terme seulement) ;
      *   - references encore non resolues depuis au moins N runs
      *     consecutifs, relevees dans FICEXCHIST.txt au moment du
      *     tableau de bord (N = cle EXC-JOURS-SEUIL de PARAMS-LOT.txt,
      *     5 par defaut ; un run par jour ouvre).
      *
      *-- Le mois traite est celui de MOIS-QUALITE.txt (une ligne
      *   AAAAMM) quand il est fourni, le mois precedant la date du
      *   run sinon. Le resultat est range dans l'historique mensuel
      *   QUALITE-MENSUELLE.txt (mois deja present = remplace), et le
      *   rapport RAPPORT-QUALITE-FOURNISSEURS.txt presente, par
      *   extrait, le mois traite face aux cinq mois qui le precedent.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Bilan quotidien cumule par FUSION-FICHIER
       SELECT FICQUALITE  ASSIGN  TO 'QUALITE-EXTRAITS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstQualite.

      *-- Historique des exceptions non resolues (cf.
      *   VIEILLISSEMENT-EXCEPTIONS de FUSION-FICHIER)
       SELECT FICEXCHIST  ASSIGN  TO 'FICEXCHIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstExcHist.

      *-- Mois a traiter, optionnel
       SELECT FICMOIS  ASSIGN  TO 'MOIS-QUALITE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstMois.

      *-- Historique mensuel des tableaux de bord, lu puis reecrit
       SELECT FICHISMOIS  ASSIGN  TO 'QUALITE-MENSUELLE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstHisMois.

       SELECT RAPPORT  ASSIGN  TO 'RAPPORT-QUALITE-FOURNISSEURS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstRapport.

      *-- Journal d'audit partage entre les programmes batch
      *   (cf. ECRITURE-AUDIT).
       SELECT FIC-AUDIT  ASSIGN  TO 'JOURNAL-AUDIT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstAudit.
      *-- Journal des erreurs partage entre les programmes batch
      *   (cf. ECRITURE-ERREUR-JOURNAL).
       SELECT FIC-ERREURS  ASSIGN  TO 'JOURNAL-ERREURS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstErreurs.
      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
       SELECT FIC-PARAMS  ASSIGN  TO 'PARAMS-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstParams.

       DATA DIVISION.

       FILE SECTION.

      *-- Meme dessin que E-FICQUALITE de FUSION-FICHIER
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

      *-- Meme dessin que E-FICEXCHIST de FUSION-FICHIER
       FD  FICEXCHIST.
       01 E-FICEXCHIST.
           05 E-RefCtrHist                         PIC X(9).
           05 FILLER                               PIC X.
           05 E-OrigineHist                        PIC X(7).
           05 FILLER                               PIC X.
           05 E-NbrRunsHist                        PIC 9(5).

       FD  FICMOIS.
       01 E-FICMOIS                                PIC X(6).

      *-- Mois AAAAMM, extrait, runs, retards, perimees, en-tetes
      *   rejetees, ruptures de sequence, doublons, lus, exceptions,
      *   references non resolues.
       FD  FICHISMOIS.
       01 E-FICHISMOIS.
           05 E-HisMois                            PIC X(6).
           05 FILLER                               PIC X.
           05 E-HisNumFic                          PIC 9.
           05 FILLER                               PIC X.
           05 E-HisRuns                            PIC 9(3).
           05 FILLER                               PIC X.
           05 E-HisRetard                          PIC 9(3).
           05 FILLER                               PIC X.
           05 E-HisPerime                          PIC 9(3).
           05 FILLER                               PIC X.
           05 E-HisEntRej                          PIC 9(3).
           05 FILLER                               PIC X.
           05 E-HisSeq                             PIC 9(3).
           05 FILLER                               PIC X.
           05 E-HisDbl                             PIC 9(3).
           05 FILLER                               PIC X.
           05 E-HisLus                             PIC 9(7).
           05 FILLER                               PIC X.
           05 E-HisExcep                           PIC 9(7).
           05 FILLER                               PIC X.
           05 E-HisNonRes                          PIC 9(5).

       FD  RAPPORT.
       01 E-RAPPORT                                PIC X(80).

       FD  FIC-AUDIT.
       01 E-FICAUDIT                               PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).
       FD  FIC-PARAMS.
       01 E-FIC-PARAMS                             PIC X(50).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'QUALITE-FOURNISSEURS'.

      *-- file status fichier
       01 L-FstQualite                             PIC 99.
       01 L-FstExcHist                             PIC 99.
       01 L-FstMois                                PIC 99.
       01 L-FstHisMois                             PIC 99.
       01 L-FstRapport                             PIC 99.
       01 L-FstAudit                               PIC 99.
       01 L-FstErreurs                             PIC 99.
       01 L-FstParams                              PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.

      *-- Compteurs du journal d'audit (cf. ECRITURE-AUDIT)
           COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.

      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
           COPY Params_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                          PIC 9(7).
           05 L-NbrEnrEcrits                       PIC 9(7).

      *-- Mois traite (AAAAMM), et mois impose par MOIS-QUALITE.txt
       01 W-DateJour                               PIC X(8).
       01 W-MoisTraite.
           05 W-MoisAnnee                          PIC 9(4).
           05 W-MoisNum                            PIC 9(2).
       01 W-MoisImpose                             PIC X VALUE 'N'.
           88 W-MoisImpose-OK                      VALUE 'O'.

      *-- Calcul d'un mois anterieur (cf. CALCUL-MOIS) : rang absolu
      *   AAAA * 12 + MM - 1, recul en mois, mois resultat.
       01 W-MoisRang                               PIC 9(6).
       01 W-MoisRecul                              PIC 9(2).
       01 W-MoisReste                              PIC 9(2).
       01 W-MoisCalc.
           05 W-MoisCalcAnnee                      PIC 9(4).
           05 W-MoisCalcNum                        PIC 9(2).

      *-- Seuil de non-resolution en runs consecutifs, surcharge par
      *   la cle EXC-JOURS-SEUIL de PARAMS-LOT.txt.
       01 W-SeuilNonRes                            PIC 9(3) VALUE 5.

      *-- Agregats du mois traite, une entree par extrait
       01 W-Agg-TAB.
           05 W-Agg  OCCURS 4 TIMES INDEXED BY IDX-AGG.
               10 W-AggRuns                        PIC 9(3).
               10 W-AggRetard                      PIC 9(3).
               10 W-AggPerime                      PIC 9(3).
               10 W-AggEntRej                      PIC 9(3).
               10 W-AggSeq                         PIC 9(3).
               10 W-AggDbl                         PIC 9(3).
               10 W-AggLus                         PIC 9(7).
               10 W-AggExcep                       PIC 9(7).
               10 W-AggNonRes                      PIC 9(5).
               10 W-AggRetJO                       PIC 9(5).
               10 W-AggRetJOMax                    PIC 9(3).
       01 W-NumFicOrig                             PIC X.
       01 W-NumFic                                 PIC 9.

      *-- Historique mensuel (cf. CHARGEMENT-HISTORIQUE) : vingt ans
      *   de tableaux de bord a quatre extraits.
       01 W-His-Max                                PIC 9(3) VALUE 960.
       01 W-NbrHis                                 PIC 9(3) VALUE ZERO.
       01 W-HisDeborde                             PIC 9(5) VALUE ZERO.
       01 W-His-TAB.
           05 W-His  OCCURS 960 TIMES INDEXED BY IDX-HIS.
               10 W-HisMois                        PIC X(6).
               10 W-HisNumFic                      PIC 9.
               10 W-HisRuns                        PIC 9(3).
               10 W-HisRetard                      PIC 9(3).
               10 W-HisPerime                      PIC 9(3).
               10 W-HisEntRej                      PIC 9(3).
               10 W-HisSeq                         PIC 9(3).
               10 W-HisDbl                         PIC 9(3).
               10 W-HisLus                         PIC 9(7).
               10 W-HisExcep                       PIC 9(7).
               10 W-HisNonRes                      PIC 9(5).

      *-- Ligne du mois en cours d'edition (cf. EDITION-MOIS) : prise
      *   dans les agregats pour le mois traite, dans l'historique
      *   pour les mois precedents.
       01 W-Sel.
           05 W-SelRuns                            PIC 9(3).
           05 W-SelRetard                          PIC 9(3).
           05 W-SelPerime                          PIC 9(3).
           05 W-SelEntRej                          PIC 9(3).
           05 W-SelSeq                             PIC 9(3).
           05 W-SelDbl                             PIC 9(3).
           05 W-SelLus                             PIC 9(7).
           05 W-SelExcep                           PIC 9(7).
           05 W-SelNonRes                          PIC 9(5).
       01 W-SelTrouve                              PIC X.
           88 W-SelTrouve-OK                       VALUE 'O'.
       01 W-Taux                                   PIC 9(3)V99.
       01 W-TauxPrec                               PIC 9(3)V99.
       01 W-TauxPrecConnu                          PIC X.
           88 W-TauxPrecConnu-OK                   VALUE 'O'.
       01 W-TauxEcart                              PIC S9(3)V99.

      *-- Ligne de detail du rapport, alignee sur CPY-RAP-ENTCOL
       01 W-LigneScore.
           05 W-LsMois                             PIC X(7).
           05 FILLER                               PIC X(2).
           05 W-LsRuns                             PIC ZZ9.
           05 FILLER                               PIC X(4).
           05 W-LsRetard                           PIC ZZ9.
           05 FILLER                               PIC X(4).
           05 W-LsPerime                           PIC ZZ9.
           05 FILLER                               PIC X(5).
           05 W-LsEntRej                           PIC ZZ9.
           05 FILLER                               PIC X(2).
           05 W-LsSeq                              PIC ZZ9.
           05 FILLER                               PIC X(2).
           05 W-LsDbl                              PIC ZZ9.
           05 FILLER                               PIC X(2).
           05 W-LsLus                              PIC Z(6)9.
           05 FILLER                               PIC X(2).
           05 W-LsExcep                            PIC Z(6)9.
           05 FILLER                               PIC X(2).
           05 W-LsTaux                             PIC ZZ9,99.
           05 FILLER                               PIC X(2).
           05 W-LsNonRes                           PIC ZZZZ9.

      *-- Zones d'edition
       01 W-MoisEdit                               PIC X(7).
       01 W-ECART-EDIT                             PIC +ZZ9,99.
       01 W-SEUIL-EDIT                             PIC ZZ9.
       01 W-RETJO-EDIT                             PIC ZZZZ9.
       01 W-RETJOMAX-EDIT                          PIC ZZ9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM AGREGATION-MOIS
           PERFORM RELEVE-NON-RESOLUES
           PERFORM CHARGEMENT-HISTORIQUE
           PERFORM REECRITURE-HISTORIQUE
           PERFORM EDITION-TABLEAU-BORD
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr
           INITIALIZE W-Agg-TAB
           MOVE 'voir console' TO CPY-ERR-CONTEXTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateJour

           PERFORM LECTURE-PARAMS-LOT
           MOVE 'EXC-JOURS-SEUIL' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               MOVE CPY-PARAM-VALNUM TO W-SeuilNonRes
           END-IF

      *-- Mois a traiter : impose par MOIS-QUALITE.txt, sinon le mois
      *   precedant la date du run (tableau de bord du debut de mois).
           MOVE W-DateJour(1:6) TO W-MoisTraite
           OPEN INPUT FICMOIS
           IF L-FstMois = ZERO
               READ FICMOIS
               NOT AT END
                   IF E-FICMOIS IS NUMERIC
                       AND E-FICMOIS(5:2) >= '01'
                       AND E-FICMOIS(5:2) <= '12'
                       MOVE E-FICMOIS TO W-MoisTraite
                       SET W-MoisImpose-OK TO TRUE
                   ELSE
                       DISPLAY 'MOIS-QUALITE.txt invalide =' E-FICMOIS
                           '> mois par defaut retenu'
                   END-IF
               END-READ
               CLOSE FICMOIS
           END-IF
           IF NOT W-MoisImpose-OK
               MOVE 1 TO W-MoisRecul
               PERFORM CALCUL-MOIS
               MOVE W-MoisCalc TO W-MoisTraite
           END-IF
           DISPLAY 'Mois traite =' W-MoisTraite '>'

           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-QUALITE-FOURNISSEURS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE 'QUALITE DES EXTRAITS FOURNISSEURS' TO CPY-RAP-TITRE
           MOVE W-MoisTraite TO W-MoisCalc
           PERFORM EDITION-MOIS-LIBELLE
           MOVE SPACES TO CPY-RAP-PERIODE
           STRING 'MOIS ' W-MoisEdit
               DELIMITED BY SIZE INTO CPY-RAP-PERIODE
           END-STRING
           MOVE SPACES TO CPY-RAP-ENTCOL
           STRING 'MOIS    RUNS RETARD PERIME ENT.REJ  SEQ  DBL'
               '      LUS    EXCEP   TAUX% NONRES'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM DEBUT-RAPPORT
           .
      *----------------------------------------------------------------
       CALCUL-MOIS.
      *-- W-MoisCalc = W-MoisTraite recule de W-MoisRecul mois
           COMPUTE W-MoisRang = W-MoisAnnee * 12 + W-MoisNum - 1
                              - W-MoisRecul
           DIVIDE W-MoisRang BY 12 GIVING W-MoisCalcAnnee
               REMAINDER W-MoisReste
           COMPUTE W-MoisCalcNum = W-MoisReste + 1
           .
      *----------------------------------------------------------------
       EDITION-MOIS-LIBELLE.
      *-- W-MoisCalc AAAAMM en W-MoisEdit MM/AAAA
           MOVE SPACES TO W-MoisEdit
           STRING W-MoisCalcNum '/' W-MoisCalcAnnee
               DELIMITED BY SIZE INTO W-MoisEdit
           END-STRING
           .
      *----------------------------------------------------------------
       AGREGATION-MOIS.
      *-- Cumul des lignes du mois traite, par extrait. Volumes et
      *   exceptions ne se comptent que sur les runs menes a terme :
      *   un run arrete n'a rapproche qu'une partie des extraits, et
      *   sa reprise porte les compteurs complets. Bilan quotidien
      *   absent : tableau de bord a zero (signale).
           OPEN INPUT FICQUALITE
           IF L-FstQualite NOT = ZERO
               DISPLAY 'Bilan QUALITE-EXTRAITS.txt absent, '
                   'aucun run a agreger'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstQualite NOT = ZERO
               READ FICQUALITE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF E-QualDate(1:6) = W-MoisTraite
                       AND E-QualNumFic >= 1 AND E-QualNumFic <= 4
                       PERFORM CUMUL-LIGNE-QUALITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICQUALITE
           .
      *----------------------------------------------------------------
       CUMUL-LIGNE-QUALITE.
      *-----
           SET IDX-AGG TO E-QualNumFic
           ADD 1 TO W-AggRuns(IDX-AGG)
           EVALUATE E-QualLivraison
               WHEN 'A'
                   ADD 1 TO W-AggRetard(IDX-AGG)
               WHEN 'P'
               WHEN 'D'
                   ADD 1 TO W-AggPerime(IDX-AGG)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF E-QualEntete = 'R'
               ADD 1 TO W-AggEntRej(IDX-AGG)
           END-IF
           EVALUATE E-QualIncident
               WHEN 'SQ'
                   ADD 1 TO W-AggSeq(IDX-AGG)
               WHEN 'DB'
                   ADD 1 TO W-AggDbl(IDX-AGG)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF E-QualFinRun = 'N'
               ADD E-QualNbrLus TO W-AggLus(IDX-AGG)
               ADD E-QualNbrExcep TO W-AggExcep(IDX-AGG)
           END-IF
      *-- Retard en jours ouvres, absent des bilans anterieurs
           IF E-QualLivraison = 'P' AND E-QualRetardJO IS NUMERIC
               ADD E-QualRetardJO TO W-AggRetJO(IDX-AGG)
               IF E-QualRetardJO > W-AggRetJOMax(IDX-AGG)
                   MOVE E-QualRetardJO TO W-AggRetJOMax(IDX-AGG)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------
       RELEVE-NON-RESOLUES.
      *-- Exceptions toujours presentes depuis au moins W-SeuilNonRes
      *   runs consecutifs, par extrait d'origine (FICENTn). Releve
      *   instantane : il vaut pour le mois traite quand le tableau de
      *   bord tourne en debut de mois suivant.
           OPEN INPUT FICEXCHIST
           IF L-FstExcHist NOT = ZERO
               DISPLAY 'Historique FICEXCHIST.txt absent, aucune '
                   'exception en attente'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstExcHist NOT = ZERO
               READ FICEXCHIST
               AT END
                   CONTINUE
               NOT AT END
                   MOVE E-OrigineHist(7:1) TO W-NumFicOrig
                   IF E-OrigineHist(1:6) = 'FICENT'
                       AND W-NumFicOrig >= '1' AND W-NumFicOrig <= '4'
                       AND E-NbrRunsHist >= W-SeuilNonRes
                       MOVE W-NumFicOrig TO W-NumFic
                       SET IDX-AGG TO W-NumFic
                       ADD 1 TO W-AggNonRes(IDX-AGG)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICEXCHIST
           .
      *----------------------------------------------------------------
       CHARGEMENT-HISTORIQUE.
      *-- Historique mensuel, trie sur le mois puis l'extrait. Absent
      *   (premier tableau de bord) : table vide. Un mois impose deja
      *   historise garde son releve de non-resolues, qui date du
      *   tableau de bord d'origine : le releve du jour ne le
      *   concerne pas.
           MOVE ZERO TO W-NbrHis
           MOVE ZERO TO W-HisDeborde
           OPEN INPUT FICHISMOIS
           IF L-FstHisMois NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstHisMois NOT = ZERO
               READ FICHISMOIS
               AT END
                   CONTINUE
               NOT AT END
                   IF W-NbrHis < W-His-Max
                       ADD 1 TO W-NbrHis
                       SET IDX-HIS TO W-NbrHis
                       MOVE E-HisMois TO W-HisMois(IDX-HIS)
                       MOVE E-HisNumFic TO W-HisNumFic(IDX-HIS)
                       MOVE E-HisRuns TO W-HisRuns(IDX-HIS)
                       MOVE E-HisRetard TO W-HisRetard(IDX-HIS)
                       MOVE E-HisPerime TO W-HisPerime(IDX-HIS)
                       MOVE E-HisEntRej TO W-HisEntRej(IDX-HIS)
                       MOVE E-HisSeq TO W-HisSeq(IDX-HIS)
                       MOVE E-HisDbl TO W-HisDbl(IDX-HIS)
                       MOVE E-HisLus TO W-HisLus(IDX-HIS)
                       MOVE E-HisExcep TO W-HisExcep(IDX-HIS)
                       MOVE E-HisNonRes TO W-HisNonRes(IDX-HIS)
                       IF W-MoisImpose-OK
                           AND E-HisMois = W-MoisTraite
                           AND E-HisNumFic >= 1 AND E-HisNumFic <= 4
                           SET IDX-AGG TO E-HisNumFic
                           MOVE E-HisNonRes TO W-AggNonRes(IDX-AGG)
                       END-IF
                   ELSE
                       ADD 1 TO W-HisDeborde
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICHISMOIS
           IF W-HisDeborde NOT = ZERO
               DISPLAY 'ATTENTION : ' W-HisDeborde ' lignes '
                   'd historique ignorees (capacite ' W-His-Max ')'
           END-IF
           .
      *----------------------------------------------------------------
       REECRITURE-HISTORIQUE.
      *-- L'historique est reecrit trie : les mois anterieurs, le mois
      *   traite (remplace s'il etait deja present), les mois
      *   posterieurs.
           OPEN OUTPUT FICHISMOIS
           IF L-FstHisMois NOT = ZERO
               MOVE L-FstHisMois TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture QUALITE-MENSUELLE FS='
                   L-FstHisMois ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture QUALITE-MENSUELLE'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > W-NbrHis
               IF W-HisMois(IDX-HIS) < W-MoisTraite
                   PERFORM ECRITURE-LIGNE-HISTORIQUE
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-AGG FROM 1 BY 1 UNTIL IDX-AGG > 4
               MOVE SPACES TO E-FICHISMOIS
               MOVE W-MoisTraite TO E-HisMois
               SET E-HisNumFic TO IDX-AGG
               MOVE W-AggRuns(IDX-AGG) TO E-HisRuns
               MOVE W-AggRetard(IDX-AGG) TO E-HisRetard
               MOVE W-AggPerime(IDX-AGG) TO E-HisPerime
               MOVE W-AggEntRej(IDX-AGG) TO E-HisEntRej
               MOVE W-AggSeq(IDX-AGG) TO E-HisSeq
               MOVE W-AggDbl(IDX-AGG) TO E-HisDbl
               MOVE W-AggLus(IDX-AGG) TO E-HisLus
               MOVE W-AggExcep(IDX-AGG) TO E-HisExcep
               MOVE W-AggNonRes(IDX-AGG) TO E-HisNonRes
               PERFORM ECRITURE-HISMOIS
           END-PERFORM
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > W-NbrHis
               IF W-HisMois(IDX-HIS) > W-MoisTraite
                   PERFORM ECRITURE-LIGNE-HISTORIQUE
               END-IF
           END-PERFORM
           CLOSE FICHISMOIS
           .
      *----------------------------------------------------------------
       ECRITURE-LIGNE-HISTORIQUE.
      *-----
           MOVE SPACES TO E-FICHISMOIS
           MOVE W-HisMois(IDX-HIS) TO E-HisMois
           MOVE W-HisNumFic(IDX-HIS) TO E-HisNumFic
           MOVE W-HisRuns(IDX-HIS) TO E-HisRuns
           MOVE W-HisRetard(IDX-HIS) TO E-HisRetard
           MOVE W-HisPerime(IDX-HIS) TO E-HisPerime
           MOVE W-HisEntRej(IDX-HIS) TO E-HisEntRej
           MOVE W-HisSeq(IDX-HIS) TO E-HisSeq
           MOVE W-HisDbl(IDX-HIS) TO E-HisDbl
           MOVE W-HisLus(IDX-HIS) TO E-HisLus
           MOVE W-HisExcep(IDX-HIS) TO E-HisExcep
           MOVE W-HisNonRes(IDX-HIS) TO E-HisNonRes
           PERFORM ECRITURE-HISMOIS
           .
      *----------------------------------------------------------------
       ECRITURE-HISMOIS.
      *-----
           WRITE E-FICHISMOIS
           IF L-FstHisMois NOT = ZERO
               MOVE L-FstHisMois TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture QUALITE-MENSUELLE FS='
                   L-FstHisMois ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture QUALITE-MENSUELLE'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-TABLEAU-BORD.
      *-- Un bloc par extrait : les cinq mois precedents connus de
      *   l'historique puis le mois traite, et l'evolution du taux
      *   d'exception sur le mois precedent.
           PERFORM VARYING IDX-AGG FROM 1 BY 1 UNTIL IDX-AGG > 4
               SET W-NumFic TO IDX-AGG
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING 'EXTRAIT FICENT' W-NumFic
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
               MOVE SPACES TO W-TauxPrecConnu
               PERFORM VARYING W-MoisRecul FROM 5 BY -1
                       UNTIL W-MoisRecul < 1
                   PERFORM CALCUL-MOIS
                   PERFORM RECHERCHE-MOIS-HISTORIQUE
                   IF W-SelTrouve-OK
                       PERFORM EDITION-MOIS
                       IF W-MoisRecul = 1 AND W-SelLus > ZERO
                           MOVE W-Taux TO W-TauxPrec
                           SET W-TauxPrecConnu-OK TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE W-MoisTraite TO W-MoisCalc
               MOVE W-AggRuns(IDX-AGG) TO W-SelRuns
               MOVE W-AggRetard(IDX-AGG) TO W-SelRetard
               MOVE W-AggPerime(IDX-AGG) TO W-SelPerime
               MOVE W-AggEntRej(IDX-AGG) TO W-SelEntRej
               MOVE W-AggSeq(IDX-AGG) TO W-SelSeq
               MOVE W-AggDbl(IDX-AGG) TO W-SelDbl
               MOVE W-AggLus(IDX-AGG) TO W-SelLus
               MOVE W-AggExcep(IDX-AGG) TO W-SelExcep
               MOVE W-AggNonRes(IDX-AGG) TO W-SelNonRes
               PERFORM EDITION-MOIS
               IF W-AggRetJO(IDX-AGG) > ZERO
                   MOVE W-AggRetJO(IDX-AGG) TO W-RETJO-EDIT
                   MOVE W-AggRetJOMax(IDX-AGG) TO W-RETJOMAX-EDIT
                   MOVE SPACES TO CPY-RAP-LIGNE
                   STRING '  RETARD DES LIVRAISONS PERIMEES : '
                       W-RETJO-EDIT ' JOURS OUVRES, MAXIMUM '
                       W-RETJOMAX-EDIT
                       DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                   END-STRING
                   PERFORM ECRITURE-RAPPORT
               END-IF
               IF W-TauxPrecConnu-OK AND W-SelLus > ZERO
                   COMPUTE W-TauxEcart = W-Taux - W-TauxPrec
                   MOVE W-TauxEcart TO W-ECART-EDIT
                   MOVE SPACES TO CPY-RAP-LIGNE
                   STRING '  EVOLUTION DU TAUX D EXCEPTION SUR LE '
                       'MOIS PRECEDENT : ' W-ECART-EDIT ' POINTS'
                       DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                   END-STRING
                   PERFORM ECRITURE-RAPPORT
               END-IF
               MOVE SPACES TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           MOVE W-SeuilNonRes TO W-SEUIL-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'RETARD = EXTRAIT ABSENT AU LANCEMENT ; PERIME = '
               'EN-TETE D UN AUTRE JOUR'
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'NONRES = EXCEPTIONS NON RESOLUES DEPUIS '
               W-SEUIL-EDIT ' RUNS OU PLUS'
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       RECHERCHE-MOIS-HISTORIQUE.
      *-- Ligne historisee du mois W-MoisCalc pour l'extrait IDX-AGG
           MOVE SPACES TO W-SelTrouve
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > W-NbrHis OR W-SelTrouve-OK
               IF W-HisMois(IDX-HIS) = W-MoisCalc
                   AND W-HisNumFic(IDX-HIS) = W-NumFic
                   SET W-SelTrouve-OK TO TRUE
                   MOVE W-HisRuns(IDX-HIS) TO W-SelRuns
                   MOVE W-HisRetard(IDX-HIS) TO W-SelRetard
                   MOVE W-HisPerime(IDX-HIS) TO W-SelPerime
                   MOVE W-HisEntRej(IDX-HIS) TO W-SelEntRej
                   MOVE W-HisSeq(IDX-HIS) TO W-SelSeq
                   MOVE W-HisDbl(IDX-HIS) TO W-SelDbl
                   MOVE W-HisLus(IDX-HIS) TO W-SelLus
                   MOVE W-HisExcep(IDX-HIS) TO W-SelExcep
                   MOVE W-HisNonRes(IDX-HIS) TO W-SelNonRes
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       EDITION-MOIS.
      *-- Ligne du mois W-MoisCalc a partir de W-Sel. Un extrait
      *   absent a tous les runs du mois n'est pas fourni dans cette
      *   configuration du rapprochement (FICENT3/FICENT4 optionnels) :
      *   il n'est pas compte en retard.
           PERFORM EDITION-MOIS-LIBELLE
           MOVE ZERO TO W-Taux
           MOVE SPACES TO CPY-RAP-LIGNE
           EVALUATE TRUE
               WHEN W-SelRuns = ZERO
                   STRING W-MoisEdit '  AUCUN RUN SUR LE MOIS'
                       DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                   END-STRING
               WHEN W-SelRetard = W-SelRuns
                   STRING W-MoisEdit '  EXTRAIT NON FOURNI SUR LE MOIS'
                       DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                   END-STRING
               WHEN OTHER
                   IF W-SelLus > ZERO
                       COMPUTE W-Taux ROUNDED =
                           W-SelExcep * 100 / W-SelLus
                   END-IF
                   MOVE SPACES TO W-LigneScore
                   MOVE W-MoisEdit TO W-LsMois
                   MOVE W-SelRuns TO W-LsRuns
                   MOVE W-SelRetard TO W-LsRetard
                   MOVE W-SelPerime TO W-LsPerime
                   MOVE W-SelEntRej TO W-LsEntRej
                   MOVE W-SelSeq TO W-LsSeq
                   MOVE W-SelDbl TO W-LsDbl
                   MOVE W-SelLus TO W-LsLus
                   MOVE W-SelExcep TO W-LsExcep
                   MOVE W-Taux TO W-LsTaux
                   MOVE W-SelNonRes TO W-LsNonRes
                   MOVE W-LigneScore TO CPY-RAP-LIGNE
           END-EVALUATE
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       FIN-TRT.
      *----
           IF RETURN-CODE = ZERO
               PERFORM FIN-RAPPORT
           END-IF
           CLOSE RAPPORT
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Lignes de bilan quotidien lues =' L-NbrEnrLus '>'
           PERFORM VARYING IDX-AGG FROM 1 BY 1 UNTIL IDX-AGG > 4
               SET W-NumFic TO IDX-AGG
               DISPLAY 'FICENT' W-NumFic ' runs =' W-AggRuns(IDX-AGG)
                   ' exceptions =' W-AggExcep(IDX-AGG)
                   ' non resolues =' W-AggNonRes(IDX-AGG) '>'
           END-PERFORM
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           GOBACK.

      *----------------------------------------------------------------
       ERREUR.
      *----
           PERFORM ECRITURE-ERREUR-JOURNAL
           DISPLAY 'Fin anormale'
           MOVE 16 TO RETURN-CODE
           PERFORM FIN-TRT.

      *----------------------------------------------------------------
       ECRITURE-LIGNE-PHYSIQUE.
      *-- Ecriture physique d'une ligne paginee du rapport, pour le
      *   compte de RapportEcriture_COPY.
           MOVE CPY-RAP-SORTIE TO E-RAPPORT
           WRITE E-RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture RAPPORT-QUALITE-FOURNISSEURS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           ELSE
               ADD 1 TO L-NbrEnrEcrits
           END-IF
           .

      *----------------------------------------------------------------
       COPY RapportEcriture_COPY.

      *----------------------------------------------------------------
       COPY ParamsLecture_COPY.

      *----------------------------------------------------------------
       COPY ErreurEcriture_COPY.

      *----------------------------------------------------------------
       COPY StatutTraduction_COPY.

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.
