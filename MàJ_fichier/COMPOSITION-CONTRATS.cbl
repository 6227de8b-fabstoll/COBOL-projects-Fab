       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPOSITION-CONTRATS.

      *-- Composition des contrats d'apres FICSOR2.txt, la table
      *   reconstituee par COMPLETER-FICHIER ou chaque ligne tete est
      *   rattachee a son contrat. Pour chaque contrat 'C' : nombre de
      *   lignes tete 'T' rattachees, dont en situation 'I', et
      *   fermeture ou non par une ligne 'F'. Suivent la liste des
      *   contrats sans aucune ligne tete et le classement des
      *   contrats les plus charges (cle COMPO-TOP-N de PARAMS-LOT.txt,
      *   10 par defaut) : contrats vides et contrats anormalement
      *   gros se reperent sans relire le fichier brut.
      *
      *-- Les trois types de ligne portent la reference du contrat en
      *   colonnes 2 a 10 (reference du contrat pour C et F, code du
      *   contrat vise pour T) ; le fichier est trie sur cette
      *   reference, quel que soit le mode de COMPLETER-FICHIER qui
      *   l'a produit. Des lignes T ou F sans ligne C dans le fichier
      *   visent un contrat ouvert lors d'un run precedent : elles
      *   sont editees a part en detail (SANS LIGNE C). Rapport pagine
      *   sur RAPPORT-COMPOSITION.txt.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Table reconstituee par COMPLETER-FICHIER
       SELECT FICSOR2  ASSIGN  TO 'FICSOR2.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstSor2.

      *-- Fichier de travail du tri par reference de contrat
       SELECT TRI-COMPO ASSIGN TO 'TRICOMPO'.

       SELECT RAPPORT  ASSIGN  TO 'RAPPORT-COMPOSITION.txt'
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

       FD  FICSOR2.
       01 E-FICSOR2                                PIC X(45).

      *-- Meme dessin que W-FicEnt de Tableau_COPY
       SD  TRI-COMPO.
       01 SD-CPO-ENR.
           05 SD-CpoTyp                            PIC X.
               88 SD-CpoTyp-Ctr                    VALUE 'C'.
               88 SD-CpoTyp-Tet                    VALUE 'T'.
               88 SD-CpoTyp-Fin                    VALUE 'F'.
           05 SD-CpoRef                            PIC X(9).
           05 SD-CpoSit                            PIC X.
               88 SD-CpoSit-Itc                    VALUE 'I'.
           05 FILLER                               PIC X(34).

       FD  RAPPORT.
       01 E-RAPPORT                                PIC X(80).

       FD  FIC-AUDIT.
       01 E-FICAUDIT                               PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).
       FD  FIC-PARAMS.
       01 E-FIC-PARAMS                             PIC X(50).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'COMPOSITION-CONTRATS'.

      *-- file status fichier
       01 L-FstSor2                                PIC 99.
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

      *-- Zones d'appel du manifeste des fichiers (cf.
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                          PIC 9(7).
           05 L-NbrEnrEcrits                       PIC 9(7).

      *-- Incident releve pendant le tri : on ne quitte jamais le
      *   programme depuis une procedure de tri ; l'incident est
      *   memorise, le tri se vide et ERREUR est joue apres le SORT.
       01 W-TriEnCours                             PIC X.
           88 W-TriEnCours-OK                      VALUE 'O'.
       01 W-TriErreur                              PIC X.
           88 W-TriErreur-OK                       VALUE 'O'.
       01 W-FinTri                                 PIC X.
           88 W-FinTri-OK                          VALUE 'O'.

      *-- Groupe en cours : une reference de contrat et ses lignes
       01 W-GrpEnCours                             PIC X.
           88 W-GrpEnCours-OK                      VALUE 'O'.
       01 W-GrpRef                                 PIC X(9).
       01 W-GrpSit                                 PIC X.
       01 W-GrpNbrCtr                              PIC 9(5).
       01 W-GrpNbrTet                              PIC 9(5).
       01 W-GrpNbrTetItc                           PIC 9(5).
       01 W-GrpFerme                               PIC X.
           88 W-GrpFerme-OK                        VALUE 'O'.

      *-- Totaux du fichier
       01 W-NbrContrats                            PIC 9(7) VALUE ZERO.
       01 W-NbrTetes                               PIC 9(7) VALUE ZERO.
       01 W-NbrTetesItc                            PIC 9(7) VALUE ZERO.
       01 W-NbrFermes                              PIC 9(7) VALUE ZERO.
       01 W-NbrSansTete                            PIC 9(7) VALUE ZERO.
       01 W-NbrGrpSansCtr                          PIC 9(7) VALUE ZERO.
       01 W-NbrDoublonsCtr                         PIC 9(7) VALUE ZERO.
       01 W-NbrTypInconnu                          PIC 9(7) VALUE ZERO.

      *-- Contrats sans ligne tete, edites apres le detail (capacite
      *   bornee, depassement compte et signale)
       01 W-SansTete-Max                           PIC 9(4) VALUE 2000.
       01 W-NbrSansTeteTab                         PIC 9(4) VALUE ZERO.
       01 TABLEAU-SANS-TETE.
           05 W-SansTeteRef  OCCURS 2000 TIMES
                             INDEXED BY IDX-SST    PIC X(9).

      *-- Classement des W-TOP-N contrats les plus charges, entretenu
      *   au fil de la passe triee (cf. INSERTION-TOP-CONTRAT)
       01 W-TOP-N                                  PIC 9(2) VALUE 10.
       01 W-NbrTop                                 PIC 9(2) VALUE ZERO.
       01 W-TopIdxMin                              PIC 9(2).
       01 W-TopNbrMin                              PIC 9(5).
       01 W-TopIdxMax                              PIC 9(2).
       01 W-TopNbrMax                              PIC 9(5).
       01 W-Rang                                   PIC 9(2).
       01 TABLE-TOP-CONTRATS.
           05 T-TOP OCCURS 99 TIMES INDEXED BY IDX-TOP.
               10 T-TOP-REF                        PIC X(9).
               10 T-TOP-SIT                        PIC X.
               10 T-TOP-NBRTET                     PIC 9(5).
               10 T-TOP-NBRITC                     PIC 9(5).
               10 T-TOP-FERME                      PIC X.
               10 T-TOP-EDITE                      PIC X.

      *-- Ligne de detail, alignee sur CPY-RAP-ENTCOL
       01 W-LigneCtr.
           05 W-LcRang                             PIC X(4).
           05 W-LcRef                              PIC X(9).
           05 FILLER                               PIC X(4).
           05 W-LcSit                              PIC X.
           05 FILLER                               PIC X(3).
           05 W-LcNbrTet                           PIC ZZZZ9.
           05 FILLER                               PIC X(3).
           05 W-LcNbrItc                           PIC ZZZZ9.
           05 FILLER                               PIC X(3).
           05 W-LcFerme                            PIC X(3).
           05 FILLER                               PIC X(3).
           05 W-LcObs                              PIC X(25).

      *-- Zones d'edition
       01 W-VAL-EDIT                               PIC Z(6)9.
       01 W-RANG-EDIT                              PIC Z9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM TRI-COMPOSITION
           PERFORM EDITION-SANS-TETE
           PERFORM EDITION-TOP-CONTRATS
           PERFORM EDITION-TOTAUX
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr
           MOVE 'voir console' TO CPY-ERR-CONTEXTE
           MOVE SPACES TO W-TriEnCours
           MOVE SPACES TO W-TriErreur

           PERFORM LECTURE-PARAMS-LOT
           MOVE 'COMPO-TOP-N' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               IF CPY-PARAM-VALNUM > 99
                   DISPLAY 'COMPO-TOP-N plafonne a l OCCURS compile '
                       '(99)'
                   MOVE 99 TO W-TOP-N
               ELSE
                   MOVE CPY-PARAM-VALNUM TO W-TOP-N
               END-IF
           END-IF

      *-- Fichier absent : COMPLETER-FICHIER n'a pas tourne, rien a
      *   decrire. Present, il doit etre celui qu'il a publie.
           MOVE 'FICSOR2.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT FICSOR2
           IF L-FstSor2 NOT = ZERO
               MOVE L-FstSor2 TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture FICSOR2.txt =' L-FstSor2
                   ' (' CPY-STATUT-TEXTE ')'
               DISPLAY 'Lancer d abord COMPLETER-FICHIER.'
               MOVE 'ouverture FICSOR2' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           CLOSE FICSOR2

           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-COMPOSITION'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE 'COMPOSITION DES CONTRATS (FICSOR2)' TO CPY-RAP-TITRE
           MOVE SPACES TO CPY-RAP-PERIODE
           STRING 'RUN DU ' FUNCTION CURRENT-DATE(7:2) '/'
               FUNCTION CURRENT-DATE(5:2) '/'
               FUNCTION CURRENT-DATE(1:4)
               DELIMITED BY SIZE INTO CPY-RAP-PERIODE
           END-STRING
           MOVE SPACES TO CPY-RAP-ENTCOL
           STRING '    CONTRAT    SIT   TETES  DONT I  FERME  '
               'OBSERVATION'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM DEBUT-RAPPORT
           .
      *----------------------------------------------------------------
       TRI-COMPOSITION.
      *-----
      *-- Regroupe FICSOR2 par reference de contrat, puis edite une
      *   ligne de detail par groupe a la rupture.
           SET W-TriEnCours-OK TO TRUE
           SORT TRI-COMPO
               ON ASCENDING KEY SD-CpoRef
               USING FICSOR2
               OUTPUT PROCEDURE IS TRI-COMPO-TRAITEMENT
           MOVE SPACES TO W-TriEnCours
           IF W-TriErreur-OK
               MOVE 'TRI-COMPOSITION' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       TRI-COMPO-TRAITEMENT.
      *-----
           MOVE SPACES TO W-GrpEnCours
           MOVE SPACES TO W-FinTri
           PERFORM UNTIL W-FinTri-OK
               RETURN TRI-COMPO
                   AT END
                       SET W-FinTri-OK TO TRUE
                       IF W-GrpEnCours-OK AND NOT W-TriErreur-OK
                           PERFORM FIN-GROUPE-CONTRAT
                       END-IF
                   NOT AT END
      *-- Sur incident deja memorise, on se contente de vider le tri
                       IF NOT W-TriErreur-OK
                           ADD 1 TO L-NbrEnrLus
                           IF W-GrpEnCours-OK
                              AND SD-CpoRef NOT = W-GrpRef
                               PERFORM FIN-GROUPE-CONTRAT
                           END-IF
                           IF NOT W-GrpEnCours-OK
                               PERFORM DEBUT-GROUPE-CONTRAT
                           END-IF
                           PERFORM CUMUL-LIGNE-CONTRAT
                       END-IF
               END-RETURN
           END-PERFORM
           .
      *----------------------------------------------------------------
       DEBUT-GROUPE-CONTRAT.
      *-----
           SET W-GrpEnCours-OK TO TRUE
           MOVE SD-CpoRef TO W-GrpRef
           MOVE SPACES TO W-GrpSit
           MOVE SPACES TO W-GrpFerme
           MOVE ZERO TO W-GrpNbrCtr
           MOVE ZERO TO W-GrpNbrTet
           MOVE ZERO TO W-GrpNbrTetItc
           .
      *----------------------------------------------------------------
       CUMUL-LIGNE-CONTRAT.
      *-----
           EVALUATE TRUE
               WHEN SD-CpoTyp-Ctr
                   ADD 1 TO W-GrpNbrCtr
                   MOVE SD-CpoSit TO W-GrpSit
               WHEN SD-CpoTyp-Tet
                   ADD 1 TO W-GrpNbrTet
                   IF SD-CpoSit-Itc
                       ADD 1 TO W-GrpNbrTetItc
                   END-IF
               WHEN SD-CpoTyp-Fin
                   SET W-GrpFerme-OK TO TRUE
               WHEN OTHER
                   ADD 1 TO W-NbrTypInconnu
           END-EVALUATE
           .
      *----------------------------------------------------------------
       FIN-GROUPE-CONTRAT.
      *-----
      *-- Rupture : ligne de detail du contrat, et selon le cas
      *   liste des contrats sans tete et classement des plus
      *   charges. Groupe sans ligne C : tetes ou fermeture d'un
      *   contrat ouvert lors d'un run precedent.
           MOVE SPACES TO W-GrpEnCours
           MOVE SPACES TO W-LigneCtr
           MOVE W-GrpRef TO W-LcRef
           MOVE W-GrpSit TO W-LcSit
           MOVE W-GrpNbrTet TO W-LcNbrTet
           MOVE W-GrpNbrTetItc TO W-LcNbrItc
           IF W-GrpFerme-OK
               MOVE 'OUI' TO W-LcFerme
           ELSE
               MOVE 'NON' TO W-LcFerme
           END-IF
           IF W-GrpNbrCtr = ZERO
               ADD 1 TO W-NbrGrpSansCtr
               MOVE 'SANS LIGNE C' TO W-LcObs
           ELSE
               ADD 1 TO W-NbrContrats
               ADD W-GrpNbrTet TO W-NbrTetes
               ADD W-GrpNbrTetItc TO W-NbrTetesItc
               IF W-GrpFerme-OK
                   ADD 1 TO W-NbrFermes
               END-IF
               IF W-GrpNbrCtr > 1
                   ADD 1 TO W-NbrDoublonsCtr
                   MOVE 'LIGNE C EN DOUBLE' TO W-LcObs
               END-IF
               IF W-GrpNbrTet = ZERO
                   ADD 1 TO W-NbrSansTete
                   MOVE 'SANS LIGNE TETE' TO W-LcObs
                   IF W-NbrSansTeteTab < W-SansTete-Max
                       ADD 1 TO W-NbrSansTeteTab
                       SET IDX-SST TO W-NbrSansTeteTab
                       MOVE W-GrpRef TO W-SansTeteRef(IDX-SST)
                   END-IF
               ELSE
                   PERFORM INSERTION-TOP-CONTRAT
               END-IF
           END-IF
           MOVE W-LigneCtr TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       INSERTION-TOP-CONTRAT.
      *-- Entretient les W-TOP-N contrats les plus charges : tant que
      *   la table n'est pas pleine le contrat s'ajoute, ensuite il
      *   remplace la plus petite entree s'il fait mieux.
           IF W-NbrTop < W-TOP-N
               ADD 1 TO W-NbrTop
               MOVE W-NbrTop TO W-TopIdxMin
           ELSE
               MOVE 1 TO W-TopIdxMin
               MOVE T-TOP-NBRTET(1) TO W-TopNbrMin
               PERFORM VARYING IDX-TOP FROM 2 BY 1
                       UNTIL IDX-TOP > W-NbrTop
                   IF T-TOP-NBRTET(IDX-TOP) < W-TopNbrMin
                       SET W-TopIdxMin TO IDX-TOP
                       MOVE T-TOP-NBRTET(IDX-TOP) TO W-TopNbrMin
                   END-IF
               END-PERFORM
               IF W-GrpNbrTet <= W-TopNbrMin
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE W-GrpRef TO T-TOP-REF(W-TopIdxMin)
           MOVE W-GrpSit TO T-TOP-SIT(W-TopIdxMin)
           MOVE W-GrpNbrTet TO T-TOP-NBRTET(W-TopIdxMin)
           MOVE W-GrpNbrTetItc TO T-TOP-NBRITC(W-TopIdxMin)
           MOVE W-GrpFerme TO T-TOP-FERME(W-TopIdxMin)
           MOVE SPACES TO T-TOP-EDITE(W-TopIdxMin)
           .
      *----------------------------------------------------------------
       EDITION-SANS-TETE.
      *-- Section des contrats sans aucune ligne tete, sur sa page
           MOVE SPACES TO CPY-RAP-ENTCOL
           MOVE 'CONTRATS SANS LIGNE TETE' TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           IF W-NbrSansTete = ZERO
               MOVE 'AUCUN CONTRAT SANS LIGNE TETE' TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-IF
           PERFORM VARYING IDX-SST FROM 1 BY 1
                   UNTIL IDX-SST > W-NbrSansTeteTab
               MOVE SPACES TO CPY-RAP-LIGNE
               MOVE W-SansTeteRef(IDX-SST) TO CPY-RAP-LIGNE(5:9)
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           IF W-NbrSansTete > W-NbrSansTeteTab
               COMPUTE W-VAL-EDIT = W-NbrSansTete - W-NbrSansTeteTab
               STRING 'ATTENTION : ' W-VAL-EDIT ' CONTRATS SANS TETE '
                   'NON LISTES (CAPACITE ATTEINTE)'
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-TOP-CONTRATS.
      *-- Classement par nombre de tetes decroissant : a chaque rang,
      *   la plus grosse entree non encore editee.
           MOVE SPACES TO CPY-RAP-ENTCOL
           STRING 'RG  CONTRAT    SIT   TETES  DONT I  FERME'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE W-TOP-N TO W-RANG-EDIT
           STRING 'LES ' W-RANG-EDIT ' CONTRATS LES PLUS CHARGES'
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           PERFORM VARYING W-Rang FROM 1 BY 1 UNTIL W-Rang > W-NbrTop
               MOVE ZERO TO W-TopIdxMax
               MOVE ZERO TO W-TopNbrMax
               PERFORM VARYING IDX-TOP FROM 1 BY 1
                       UNTIL IDX-TOP > W-NbrTop
                   IF T-TOP-EDITE(IDX-TOP) = SPACE
                      AND (W-TopIdxMax = ZERO
                           OR T-TOP-NBRTET(IDX-TOP) > W-TopNbrMax)
                       SET W-TopIdxMax TO IDX-TOP
                       MOVE T-TOP-NBRTET(IDX-TOP) TO W-TopNbrMax
                   END-IF
               END-PERFORM
               MOVE 'O' TO T-TOP-EDITE(W-TopIdxMax)
               MOVE SPACES TO W-LigneCtr
               MOVE W-Rang TO W-RANG-EDIT
               MOVE W-RANG-EDIT TO W-LcRang
               MOVE T-TOP-REF(W-TopIdxMax) TO W-LcRef
               MOVE T-TOP-SIT(W-TopIdxMax) TO W-LcSit
               MOVE T-TOP-NBRTET(W-TopIdxMax) TO W-LcNbrTet
               MOVE T-TOP-NBRITC(W-TopIdxMax) TO W-LcNbrItc
               IF T-TOP-FERME(W-TopIdxMax) = 'O'
                   MOVE 'OUI' TO W-LcFerme
               ELSE
                   MOVE 'NON' TO W-LcFerme
               END-IF
               MOVE W-LigneCtr TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           .
      *----------------------------------------------------------------
       EDITION-TOTAUX.
      *-----
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrContrats TO W-VAL-EDIT
           STRING 'CONTRATS                    : ' W-VAL-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrTetes TO W-VAL-EDIT
           STRING 'LIGNES TETE RATTACHEES      : ' W-VAL-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrTetesItc TO W-VAL-EDIT
           STRING '  DONT EN SITUATION I       : ' W-VAL-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrFermes TO W-VAL-EDIT
           STRING 'CONTRATS FERMES (LIGNE F)   : ' W-VAL-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrSansTete TO W-VAL-EDIT
           STRING 'CONTRATS SANS LIGNE TETE    : ' W-VAL-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrGrpSansCtr TO W-VAL-EDIT
           STRING 'REFERENCES SANS LIGNE C     : ' W-VAL-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           IF W-NbrDoublonsCtr NOT = ZERO
               MOVE W-NbrDoublonsCtr TO W-VAL-EDIT
               STRING 'CONTRATS A LIGNE C EN DOUBLE: ' W-VAL-EDIT
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           IF W-NbrTypInconnu NOT = ZERO
               MOVE W-NbrTypInconnu TO W-VAL-EDIT
               STRING 'LIGNES DE TYPE INCONNU      : ' W-VAL-EDIT
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
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
           DISPLAY 'Lignes FICSOR2 lues      =' L-NbrEnrLus '>'
           DISPLAY 'Contrats                 =' W-NbrContrats '>'
           DISPLAY 'Contrats sans ligne tete =' W-NbrSansTete '>'
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
      *   compte de RapportEcriture_COPY. Pendant le tri, l'incident
      *   est seulement memorise (cf. TRI-COMPOSITION).
           MOVE CPY-RAP-SORTIE TO E-RAPPORT
           WRITE E-RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture RAPPORT-COMPOSITION'
                   TO CPY-ERR-CONTEXTE
               IF W-TriEnCours-OK
                   SET W-TriErreur-OK TO TRUE
               ELSE
                   PERFORM ERREUR
               END-IF
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

      *----------------------------------------------------------------
       COPY ManifesteAppel_COPY.
