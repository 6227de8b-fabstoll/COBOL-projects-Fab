       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIBRAGE-MOTS.

      *-- Recalibrage du niveau de difficulte des mots du jeu du
      *   pendu (JPENDU) d'apres les parties jouees : SCORES.txt est
      *   parcouru, chaque partie est rattachee a son mot de
      *   MOTS.txt (parties, taux de reussite, erreurs et indices
      *   moyens), et un niveau est propose pour tout mot joue au
      *   moins W-MinParties fois. MOTS-RECALIBRES.txt reprend
      *   MOTS.txt a l'identique, niveau corrige ; CALIBRAGE-MOTS.txt
      *   detaille mot par mot ce qui change. MOTS.txt n'est jamais
      *   modifie : le maitre du jeu relit avant de le remplacer.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIC-MOTS  ASSIGN  TO 'MOTS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstMots.

       SELECT FIC-SCORES  ASSIGN  TO 'SCORES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstScores.

       SELECT FIC-MOTS-RECAL  ASSIGN  TO 'MOTS-RECALIBRES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstRecal.

       SELECT FIC-RAPPORT  ASSIGN  TO 'CALIBRAGE-MOTS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstRapport.

      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
       SELECT FIC-PARAMS  ASSIGN  TO 'PARAMS-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstParams.

       DATA DIVISION.

       FILE SECTION.

      *-- Dessin de MOTS.txt (cf. JPENDU) : mot, categorie, niveau
      *   (1 facile, 2 moyen, 3 difficile, blanc = moyen), puis en
      *   colonne 35 la zone expression, prioritaire sur le mot.
       FD  FIC-MOTS.
       01 E-FIC-MOTS.
           05 E-MOT-TEXTE                          PIC X(20).
           05 FILLER                               PIC X.
           05 E-MOT-CATEGORIE                      PIC X(10).
           05 FILLER                               PIC X.
           05 E-MOT-NIVEAU                         PIC X.
           05 FILLER                               PIC X.
           05 E-MOT-EXPRESSION                     PIC X(80).

      *-- Deux formes de ligne dans SCORES.txt (cf. JPENDU) :
      *   - partie simple : 'texte - erreurs : nn - indices : nn -
      *     GAGNE' (les lignes anciennes n'ont pas les indices) ;
      *   - tournoi : nom (1-15), points (17-19), mot sur 20 (21-40),
      *     resultat (42-47), texte complet (49-128), erreurs
      *     (130-131) et indices (133-134), ces trois dernieres zones
      *     absentes des lignes anciennes.
       FD  FIC-SCORES.
       01 E-FIC-SCORES                             PIC X(140).

       FD  FIC-MOTS-RECAL.
       01 E-FIC-MOTS-RECAL                         PIC X(114).

       FD  FIC-RAPPORT.
       01 E-FIC-RAPPORT                            PIC X(120).

       FD  FIC-PARAMS.
       01 E-FIC-PARAMS                             PIC X(50).

       WORKING-STORAGE SECTION.

       01 L-Pgm                 PIC X(20) VALUE 'CALIBRAGE-MOTS'.

      *-- file status fichier
       01 L-FstMots                                PIC 99.
       01 L-FstScores                              PIC 99.
       01 L-FstRecal                               PIC 99.
       01 L-FstRapport                             PIC 99.
       01 L-FstParams                              PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.

      *-- Parametres d'exploitation partages : CALIB-MIN-PARTIES
      *   fixe le nombre de parties en dessous duquel un mot garde
      *   son niveau, faute de recul.
           COPY Params_COPY.
       01 W-MinParties                             PIC 9(3) VALUE 5.

      *-- Bornes de la proposition de niveau. Effort = erreurs +
      *   indices moyens par partie.
      *   - niveau 1 : reussite >= W-TauxFacile % et effort
      *     <= W-EffortFacile ;
      *   - niveau 3 : reussite < W-TauxDifficile % ou effort
      *     >= W-EffortDifficile ;
      *   - niveau 2 sinon.
       01 W-TauxFacile                             PIC 9(3) VALUE 80.
       01 W-TauxDifficile                          PIC 9(3) VALUE 50.
       01 W-EffortFacile                           PIC 9V99 VALUE 2.
       01 W-EffortDifficile                        PIC 9V99 VALUE 5.

      *-- Mots de MOTS.txt, dans l'ordre du fichier, avec leurs
      *   cumuls de parties. Les moyennes ne portent que sur les
      *   parties dont la ligne donne erreurs et indices.
       01 W-NbrMots                                PIC 9(3) VALUE ZERO.
       01 TABLEAU-MOTS.
           05 W-MOT  OCCURS 200 TIMES INDEXED BY IDX-MOT.
               10 W-MotEnreg                       PIC X(114).
               10 W-MotTexte                       PIC X(80).
               10 W-MotNiveau                      PIC X.
               10 W-MotPropose                     PIC X.
               10 W-MotParties                     PIC 9(5).
               10 W-MotGagnees                     PIC 9(5).
               10 W-MotDetail                      PIC 9(5).
               10 W-MotErreurs                     PIC 9(7).
               10 W-MotIndices                     PIC 9(7).
       01 W-IdxMotTrouve                           PIC 9(3).
       01 W-MotsDeborde                            PIC 9(5) VALUE ZERO.
       01 W-NbrMotsRelus                           PIC 9(5).

      *-- Decoupage de la ligne de score en cours
       01 W-PartieTexte                            PIC X(80).
       01 W-PartieResultat                         PIC X(6).
           88 W-Partie-Gagnee                      VALUE 'GAGNE'.
           88 W-Partie-Connue                      VALUE 'GAGNE'
                                                         'PERDU'.
       01 W-PartieErreurs                          PIC 99.
       01 W-PartieIndices                          PIC 99.
       01 W-PartieDetail                           PIC X.
           88 W-PartieDetail-OK                    VALUE 'O'.
       01 W-NbrSepErreurs                          PIC 99.
       01 W-ResteLigne                             PIC X(60).
       01 W-PartErreurs                            PIC X(20).
       01 W-PartSuite1                             PIC X(20).
       01 W-PartSuite2                             PIC X(20).

      *-- Compteurs de la passe
       01 W-NbrLignes                              PIC 9(7) VALUE ZERO.
       01 W-NbrParties                             PIC 9(7) VALUE ZERO.
       01 W-NbrIgnorees                            PIC 9(5) VALUE ZERO.
       01 W-NbrHorsListe                           PIC 9(5) VALUE ZERO.
       01 W-NbrModifies                            PIC 9(3) VALUE ZERO.
       01 W-NbrConfirmes                           PIC 9(3) VALUE ZERO.
       01 W-NbrPeuJoues                            PIC 9(3) VALUE ZERO.

      *-- Calcul et edition de la proposition
       01 W-TauxReussite                           PIC 9(3).
       01 W-MoyErreurs                             PIC 99V99.
       01 W-MoyIndices                             PIC 99V99.
       01 W-Effort                                 PIC 99V99.
       01 W-NiveauActuel                           PIC X.
       01 W-Statut                                 PIC X(10).

       01 W-VAL-EDIT                               PIC ZZZZ9.
       01 W-TAUX-EDIT                              PIC ZZ9.
       01 W-MOY-EDIT                               PIC Z9,99.
       01 WS-TXT1                                  PIC X(8).
       01 WS-TXT2                                  PIC X(8).
       01 WS-TXT3                                  PIC X(8).
       01 WS-TXT4                                  PIC X(8).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM CHARGEMENT-MOTS
           PERFORM LECTURE-SCORES
           PERFORM EDITION-CALIBRAGE
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           PERFORM LECTURE-PARAMS-LOT
           MOVE 'CALIB-MIN-PARTIES' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               MOVE CPY-PARAM-VALNUM TO W-MinParties
           END-IF
           DISPLAY 'Parties minimum par mot : ' W-MinParties

           OPEN INPUT FIC-MOTS
           IF L-FstMots NOT = ZERO
               MOVE L-FstMots TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Liste de mots indisponible =' L-FstMots
                   ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           OPEN INPUT FIC-SCORES
           IF L-FstScores NOT = ZERO
               MOVE L-FstScores TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Historique des parties indisponible ='
                   L-FstScores ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT FIC-MOTS-RECAL
           IF L-FstRecal NOT = ZERO
               MOVE L-FstRecal TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture mots recalibres ='
                   L-FstRecal ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT FIC-RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport =' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       CHARGEMENT-MOTS.
      *-----
      *-- Chaque ligne de MOTS.txt est gardee telle quelle pour la
      *   reecriture ; le texte joue est l'expression quand elle est
      *   renseignee, le mot sinon, comme au tirage de JPENDU.
           PERFORM UNTIL L-FstMots NOT = ZERO
               READ FIC-MOTS
               AT END
                   CONTINUE
               NOT AT END
                   IF W-NbrMots >= 200
                       ADD 1 TO W-MotsDeborde
                   ELSE
                       ADD 1 TO W-NbrMots
                       SET IDX-MOT TO W-NbrMots
                       INITIALIZE W-MOT(IDX-MOT)
                       MOVE E-FIC-MOTS TO W-MotEnreg(IDX-MOT)
                       IF E-MOT-EXPRESSION NOT = SPACES
                           MOVE E-MOT-EXPRESSION TO W-MotTexte(IDX-MOT)
                       ELSE
                           MOVE E-MOT-TEXTE TO W-MotTexte(IDX-MOT)
                       END-IF
                       MOVE E-MOT-NIVEAU TO W-MotNiveau(IDX-MOT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-MOTS
           IF W-MotsDeborde > ZERO
               DISPLAY 'Mots au-dela de la table, recopies sans '
                   'recalibrage : ' W-MotsDeborde
           END-IF
           .
      *----------------------------------------------------------------
       LECTURE-SCORES.
      *-----
           PERFORM UNTIL L-FstScores NOT = ZERO
               READ FIC-SCORES
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO W-NbrLignes
                   PERFORM ANALYSE-LIGNE-SCORE
               END-READ
           END-PERFORM
           CLOSE FIC-SCORES
           .
      *----------------------------------------------------------------
       ANALYSE-LIGNE-SCORE.
      *-----
      *-- Une ligne = une partie. Les lignes qui ne se decoupent pas,
      *   ou dont le resultat n'est ni GAGNE ni PERDU, sont comptees
      *   et ignorees ; les mots absents de MOTS.txt (saisis a la
      *   main) ne comptent que dans les totaux.
           MOVE SPACES TO W-PartieTexte W-PartieResultat
           MOVE ZERO TO W-PartieErreurs W-PartieIndices
           MOVE 'N' TO W-PartieDetail
           MOVE ZERO TO W-NbrSepErreurs
           INSPECT E-FIC-SCORES TALLYING W-NbrSepErreurs
               FOR ALL ' - erreurs : '

           EVALUATE TRUE
               WHEN W-NbrSepErreurs > ZERO
                   PERFORM DECOUPAGE-LIGNE-SIMPLE
               WHEN E-FIC-SCORES(16:1) = SPACE
                AND E-FIC-SCORES(17:3) NUMERIC
                   PERFORM DECOUPAGE-LIGNE-TOURNOI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF W-PartieTexte = SPACES OR NOT W-Partie-Connue
               ADD 1 TO W-NbrIgnorees
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-NbrParties

           MOVE ZERO TO W-IdxMotTrouve
           PERFORM VARYING IDX-MOT FROM 1 BY 1
                   UNTIL IDX-MOT > W-NbrMots
               IF W-MotTexte(IDX-MOT) = W-PartieTexte
                  AND W-IdxMotTrouve = ZERO
                   SET W-IdxMotTrouve TO IDX-MOT
               END-IF
           END-PERFORM
           IF W-IdxMotTrouve = ZERO
               ADD 1 TO W-NbrHorsListe
               EXIT PARAGRAPH
           END-IF

           SET IDX-MOT TO W-IdxMotTrouve
           ADD 1 TO W-MotParties(IDX-MOT)
           IF W-Partie-Gagnee
               ADD 1 TO W-MotGagnees(IDX-MOT)
           END-IF
           IF W-PartieDetail-OK
               ADD 1 TO W-MotDetail(IDX-MOT)
               ADD W-PartieErreurs TO W-MotErreurs(IDX-MOT)
               ADD W-PartieIndices TO W-MotIndices(IDX-MOT)
           END-IF
           .
      *----------------------------------------------------------------
       DECOUPAGE-LIGNE-SIMPLE.
      *-----
           MOVE SPACES TO W-ResteLigne W-PartErreurs
                          W-PartSuite1 W-PartSuite2
           UNSTRING E-FIC-SCORES DELIMITED BY ' - erreurs : '
               INTO W-PartieTexte
                    W-ResteLigne
           END-UNSTRING
           UNSTRING W-ResteLigne DELIMITED BY ' - '
               INTO W-PartErreurs
                    W-PartSuite1
                    W-PartSuite2
           END-UNSTRING
           IF W-PartErreurs(1:2) NOT NUMERIC
               MOVE SPACES TO W-PartieTexte
               EXIT PARAGRAPH
           END-IF
           MOVE W-PartErreurs(1:2) TO W-PartieErreurs
           IF W-PartSuite1(1:10) = 'indices : '
              AND W-PartSuite1(11:2) NUMERIC
               MOVE W-PartSuite1(11:2) TO W-PartieIndices
               MOVE W-PartSuite2 TO W-PartieResultat
           ELSE
               MOVE W-PartSuite1 TO W-PartieResultat
           END-IF
           SET W-PartieDetail-OK TO TRUE
           .
      *----------------------------------------------------------------
       DECOUPAGE-LIGNE-TOURNOI.
      *-----
           MOVE E-FIC-SCORES(42:6) TO W-PartieResultat
           IF E-FIC-SCORES(49:80) NOT = SPACES
               MOVE E-FIC-SCORES(49:80) TO W-PartieTexte
           ELSE
               MOVE E-FIC-SCORES(21:20) TO W-PartieTexte
           END-IF
           IF E-FIC-SCORES(130:2) NUMERIC
              AND E-FIC-SCORES(133:2) NUMERIC
               MOVE E-FIC-SCORES(130:2) TO W-PartieErreurs
               MOVE E-FIC-SCORES(133:2) TO W-PartieIndices
               SET W-PartieDetail-OK TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-CALIBRAGE.
      *-----
      *-- Une ligne de rapport par mot, dans l'ordre de MOTS.txt, et
      *   la ligne recalibree correspondante ; puis les totaux.
           MOVE 'RECALIBRAGE DES NIVEAUX DE MOTS.txt'
               TO E-FIC-RAPPORT
           PERFORM ECRITURE-RAPPORT-LIGNE
           MOVE W-MinParties TO W-VAL-EDIT
           MOVE W-VAL-EDIT TO WS-TXT1
           MOVE W-TauxFacile TO W-TAUX-EDIT
           MOVE W-TAUX-EDIT TO WS-TXT2
           MOVE W-TauxDifficile TO W-TAUX-EDIT
           MOVE W-TAUX-EDIT TO WS-TXT3
           MOVE SPACES TO E-FIC-RAPPORT
           STRING 'MINIMUM ' WS-TXT1(1:5) ' PARTIES - FACILE DES '
               WS-TXT2(1:3) ' % DE REUSSITE - DIFFICILE SOUS '
               WS-TXT3(1:3) ' %'
               DELIMITED BY SIZE INTO E-FIC-RAPPORT
           END-STRING
           PERFORM ECRITURE-RAPPORT-LIGNE
           MOVE SPACES TO E-FIC-RAPPORT
           STRING 'MOT                            CATEGORIE  PARTIES'
               ' REUSS. ERR.MOY IND.MOY NIVEAU  STATUT'
               DELIMITED BY SIZE INTO E-FIC-RAPPORT
           END-STRING
           PERFORM ECRITURE-RAPPORT-LIGNE

           PERFORM VARYING IDX-MOT FROM 1 BY 1 UNTIL IDX-MOT > W-NbrMots
               PERFORM PROPOSITION-NIVEAU
               PERFORM EDITION-MOT
               PERFORM ECRITURE-MOT-RECALIBRE
           END-PERFORM
           IF W-MotsDeborde > ZERO
               PERFORM RECOPIE-MOTS-DEBORDES
           END-IF

           PERFORM EDITION-TOTAUX
           .
      *----------------------------------------------------------------
       PROPOSITION-NIVEAU.
      *-----
      *-- Niveau blanc = niveau moyen, comme au tirage de JPENDU.
           MOVE W-MotNiveau(IDX-MOT) TO W-NiveauActuel
           IF W-NiveauActuel NOT = '1' AND NOT = '2' AND NOT = '3'
               MOVE '2' TO W-NiveauActuel
           END-IF
           MOVE W-MotNiveau(IDX-MOT) TO W-MotPropose(IDX-MOT)
           MOVE ZERO TO W-TauxReussite W-MoyErreurs W-MoyIndices
                        W-Effort

           IF W-MotParties(IDX-MOT) > ZERO
               COMPUTE W-TauxReussite ROUNDED =
                   W-MotGagnees(IDX-MOT) * 100 / W-MotParties(IDX-MOT)
           END-IF
           IF W-MotDetail(IDX-MOT) > ZERO
               COMPUTE W-MoyErreurs ROUNDED =
                   W-MotErreurs(IDX-MOT) / W-MotDetail(IDX-MOT)
               COMPUTE W-MoyIndices ROUNDED =
                   W-MotIndices(IDX-MOT) / W-MotDetail(IDX-MOT)
               COMPUTE W-Effort = W-MoyErreurs + W-MoyIndices
           END-IF

           IF W-MotParties(IDX-MOT) < W-MinParties
               MOVE 'PEU JOUE' TO W-Statut
               ADD 1 TO W-NbrPeuJoues
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN W-TauxReussite < W-TauxDifficile
                   MOVE '3' TO W-MotPropose(IDX-MOT)
               WHEN W-MotDetail(IDX-MOT) > ZERO
                AND W-Effort >= W-EffortDifficile
                   MOVE '3' TO W-MotPropose(IDX-MOT)
               WHEN W-TauxReussite >= W-TauxFacile
                AND W-Effort <= W-EffortFacile
                   MOVE '1' TO W-MotPropose(IDX-MOT)
               WHEN OTHER
                   MOVE '2' TO W-MotPropose(IDX-MOT)
           END-EVALUATE

           IF W-MotPropose(IDX-MOT) = W-NiveauActuel
               MOVE W-MotNiveau(IDX-MOT) TO W-MotPropose(IDX-MOT)
               MOVE 'CONFIRME' TO W-Statut
               ADD 1 TO W-NbrConfirmes
           ELSE
               MOVE 'MODIFIE' TO W-Statut
               ADD 1 TO W-NbrModifies
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-MOT.
      *-----
           MOVE W-MotParties(IDX-MOT) TO W-VAL-EDIT
           MOVE W-VAL-EDIT TO WS-TXT1
           MOVE W-TauxReussite TO W-TAUX-EDIT
           MOVE W-TAUX-EDIT TO WS-TXT2
           MOVE W-MoyErreurs TO W-MOY-EDIT
           MOVE W-MOY-EDIT TO WS-TXT3
           MOVE W-MoyIndices TO W-MOY-EDIT
           MOVE W-MOY-EDIT TO WS-TXT4
           MOVE SPACES TO E-FIC-RAPPORT
           STRING W-MotTexte(IDX-MOT)(1:30) ' '
               W-MotEnreg(IDX-MOT)(22:10) ' ' WS-TXT1(1:5) '   '
               WS-TXT2(1:3) ' % ' WS-TXT3(1:5) '   ' WS-TXT4(1:5)
               '   ' W-NiveauActuel ' > ' W-MotPropose(IDX-MOT)
               '   ' W-Statut
               DELIMITED BY SIZE INTO E-FIC-RAPPORT
           END-STRING
           PERFORM ECRITURE-RAPPORT-LIGNE
           .
      *----------------------------------------------------------------
       ECRITURE-MOT-RECALIBRE.
      *-----
      *-- La ligne d'origine, seul le niveau (colonne 33) change.
           MOVE W-MotEnreg(IDX-MOT) TO E-FIC-MOTS-RECAL
           MOVE W-MotPropose(IDX-MOT) TO E-FIC-MOTS-RECAL(33:1)
           WRITE E-FIC-MOTS-RECAL
           IF L-FstRecal NOT = ZERO
               MOVE L-FstRecal TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture mots recalibres =' L-FstRecal
                   ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       RECOPIE-MOTS-DEBORDES.
      *-----
      *-- Les mots au-dela de la table ne sont pas recalibres mais
      *   MOTS-RECALIBRES.txt doit reprendre tout MOTS.txt : ils sont
      *   relus et recopies tels quels, niveau d'origine.
           OPEN INPUT FIC-MOTS
           IF L-FstMots NOT = ZERO
               MOVE L-FstMots TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur reouverture MOTS.txt =' L-FstMots
                   ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           MOVE ZERO TO W-NbrMotsRelus
           PERFORM UNTIL L-FstMots NOT = ZERO
               READ FIC-MOTS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO W-NbrMotsRelus
                   IF W-NbrMotsRelus > W-NbrMots
                       MOVE E-FIC-MOTS TO E-FIC-MOTS-RECAL
                       WRITE E-FIC-MOTS-RECAL
                       IF L-FstRecal NOT = ZERO
                           MOVE L-FstRecal TO CPY-STATUT-CODE
                           PERFORM TRADUCTION-STATUT
                           DISPLAY 'Erreur ecriture mots recalibres ='
                               L-FstRecal ' (' CPY-STATUT-TEXTE ')'
                           CLOSE FIC-MOTS
                           PERFORM ERREUR
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-MOTS
           .
      *----------------------------------------------------------------
       EDITION-TOTAUX.
      *-----
           MOVE SPACES TO E-FIC-RAPPORT
           PERFORM ECRITURE-RAPPORT-LIGNE
           MOVE W-NbrParties TO W-VAL-EDIT
           MOVE W-VAL-EDIT TO WS-TXT1
           MOVE W-NbrHorsListe TO W-VAL-EDIT
           MOVE W-VAL-EDIT TO WS-TXT2
           MOVE W-NbrIgnorees TO W-VAL-EDIT
           MOVE W-VAL-EDIT TO WS-TXT3
           STRING 'PARTIES ANALYSEES = ' WS-TXT1
               ' DONT HORS LISTE = ' WS-TXT2
               ' - LIGNES IGNOREES = ' WS-TXT3
               DELIMITED BY SIZE INTO E-FIC-RAPPORT
           END-STRING
           PERFORM ECRITURE-RAPPORT-LIGNE
           MOVE W-NbrModifies TO W-VAL-EDIT
           MOVE W-VAL-EDIT TO WS-TXT1
           MOVE W-NbrConfirmes TO W-VAL-EDIT
           MOVE W-VAL-EDIT TO WS-TXT2
           MOVE W-NbrPeuJoues TO W-VAL-EDIT
           MOVE W-VAL-EDIT TO WS-TXT3
           STRING 'NIVEAUX MODIFIES = ' WS-TXT1
               ' - CONFIRMES = ' WS-TXT2
               ' - MOTS PEU JOUES = ' WS-TXT3
               DELIMITED BY SIZE INTO E-FIC-RAPPORT
           END-STRING
           PERFORM ECRITURE-RAPPORT-LIGNE
           STRING 'MOTS-RECALIBRES.txt a relire avant de remplacer '
               'MOTS.txt'
               DELIMITED BY SIZE INTO E-FIC-RAPPORT
           END-STRING
           PERFORM ECRITURE-RAPPORT-LIGNE
           .
      *----------------------------------------------------------------
       ECRITURE-RAPPORT-LIGNE.
      *-----
           WRITE E-FIC-RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture rapport =' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           DISPLAY E-FIC-RAPPORT
           MOVE SPACES TO E-FIC-RAPPORT
           .
      *----------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FIC-MOTS-RECAL
           CLOSE FIC-RAPPORT
           DISPLAY 'Nbre niveaux modifies =' W-NbrModifies '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           GOBACK
           .
      *----------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 16 TO RETURN-CODE
           PERFORM FIN-TRT.

           COPY ParamsLecture_COPY.

           COPY StatutTraduction_COPY.
