      *   totaux trouves / non trouves en fin de compte rendu. Les
      *   listes hebdomadaires du service clients ne se retapent plus
      *   une a une.
      *-- Chaque code intervenant est restitue avec son libelle du
      *   referentiel des codes (REFERENTIEL-CODES.txt, optionnel),
      *   signale quand il n'est plus ou pas encore valide ce jour.
      *-- Les donnees contrat sont sensibles : toute consultation
      *   exige un identifiant operateur (saisi en debut de session
      *   a la console, porte par chaque ligne de demande en lot) et
      *   laisse une ligne au journal JOURNAL-CONSULTATIONS.txt :
      *   operateur, date et heure, reference, mode, objet (contrat
      *   ou historique) et resultat. Le controle interne l'exploite
      *   par REVUE-CONSULTATIONS.

       ENVIRONMENT DIVISION.

                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstMvtHist.

      *-- Demandes de consultation en lot, une reference par ligne
      *   suivie de l'identifiant de l'operateur demandeur (colonnes
      *   11 a 18). Fichier present = mode lot, absent = console.
       SELECT FICDEMANDES  ASSIGN  TO 'DEMANDES-CONSULTATION.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstDemandes.
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstReponses.

      *-- Referentiel des codes intervenants (cf. CodesInt_COPY)
       SELECT FIC-CODESINT  ASSIGN  TO 'REFERENTIEL-CODES.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstCodesInt.

      *-- Journal des consultations, cumule d'une session a l'autre
       SELECT FICJRNCONS  ASSIGN  TO 'JOURNAL-CONSULTATIONS.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstJrnCons.

       DATA DIVISION.

       FILE SECTION.
           05 E-CodeMvtHist                        PIC X.
           05 FILLER                               PIC X.
           05 E-DispositionMvtHist                 PIC X(30).
           05 FILLER                               PIC X.
           05 E-OperateurMvtHist                   PIC X(8).
           05 FILLER                               PIC X.
           05 E-AvantMvtHist                       PIC X(35).
           05 FILLER                               PIC X.
           05 E-ApresMvtHist                       PIC X(35).

       FD  FICDEMANDES.
       01 E-FICDEMANDES.
           05 E-DemRef                             PIC X(9).
           05 FILLER                               PIC X.
           05 E-DemOperateur                       PIC X(8).

      *-- Les libelles des codes suivent les zones historiques de la
      *   ligne de reponse, qui restent a leur place.
       FD  FICREPONSES.
       01 E-FICREPONSES                            PIC X(220).

       FD  FIC-CODESINT.
       01 E-FIC-CODESINT                           PIC X(58).

      *-- Mode : I console, L lot. Objet : C contrat, H historique
      *   des mouvements. Resultat : T trouve, A absent, R demande
      *   refusee faute d'operateur.
       FD  FICJRNCONS.
       01 E-FICJRNCONS.
           05 E-JrnOperateur                       PIC X(8).
           05 FILLER                               PIC X.
           05 E-JrnDate                            PIC X(8).
           05 FILLER                               PIC X.
           05 E-JrnHeure                           PIC X(6).
           05 FILLER                               PIC X.
           05 E-JrnRef                             PIC X(9).
           05 FILLER                               PIC X.
           05 E-JrnMode                            PIC X.
           05 FILLER                               PIC X.
           05 E-JrnObjet                           PIC X.
           05 FILLER                               PIC X.
           05 E-JrnResultat                        PIC X.

       WORKING-STORAGE SECTION.

       01 L-FstMvtHist                             PIC 99.
       01 L-FstDemandes                            PIC 99.
       01 L-FstReponses                            PIC 99.
       01 L-FstCodesInt                            PIC 99.
       01 L-FstJrnCons                             PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.
           88 W-FinDemandes-OK                     VALUE 'O'.
       01 W-NbrTrouves                             PIC 9(5).
       01 W-NbrAbsents                             PIC 9(5).
       01 W-NbrRefusees                            PIC 9(5).
       01 W-LotCpt-EDIT                            PIC ZZZZ9.

      *-- Operateur auteur de la consultation, et zones de la ligne
      *   de journal en preparation (cf. ECRITURE-JOURNAL-CONSULT)
       01 W-Operateur                              PIC X(8).
       01 W-JrnMode                                PIC X.
       01 W-JrnObjet                               PIC X.
       01 W-JrnResultat                            PIC X.
       01 W-NbrJournal                             PIC 9(5).

      *-- Referentiel des codes intervenants (cf. CHARGEMENT-CODES-INT)
           COPY CodesInt_COPY.

      *-- Libelles des trois codes du contrat consulte (cf.
      *   LIBELLES-CODES), avec la mention de validite du jour.
       01 W-DateJour                               PIC X(8).
       01 W-LibCodes-TAB.
           05 W-LibCode  OCCURS 3 TIMES               PIC X(46).
       01 W-IdxCode                                PIC 9.
       01 W-ExtraitCode                            PIC 9.

       PROCEDURE DIVISION.

       SQUELETTE.
           MOVE SPACES                         TO W-FinDemandes
           MOVE ZERO                           TO W-NbrTrouves
           MOVE ZERO                           TO W-NbrAbsents
           MOVE ZERO                           TO W-NbrRefusees
           MOVE ZERO                           TO W-NbrJournal
           MOVE SPACES                         TO W-Operateur
           MOVE FUNCTION CURRENT-DATE(1:8)     TO W-DateJour
           PERFORM CHARGEMENT-CODES-INT

      *-- Un fichier de demandes present bascule le programme en lot
           OPEN INPUT FICDEMANDES
              SET W-ModeLot-OK                 TO TRUE
              DISPLAY 'Mode lot : demandes lues dans '
                  'DEMANDES-CONSULTATION.txt'
              MOVE 'L'                         TO W-JrnMode
           ELSE
              MOVE 'I'                         TO W-JrnMode
              DISPLAY 'Identifiant operateur : ' WITH NO ADVANCING
              ACCEPT W-Operateur
              IF W-Operateur = SPACES
                 DISPLAY 'Identifiant operateur obligatoire : '
                     'consultation refusee'
                 PERFORM ERREUR
              END-IF
           END-IF

      *-- Pas de consultation sans trace : journal indisponible =
      *   arret avant la premiere lecture du master.
           OPEN EXTEND FICJRNCONS
           IF L-FstJrnCons = '05' OR L-FstJrnCons = '35'
              OPEN OUTPUT FICJRNCONS
           END-IF
           IF L-FstJrnCons NOT = ZERO
              MOVE L-FstJrnCons TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture JOURNAL-CONSULTATIONS.txt ='
                  L-FstJrnCons ' (' CPY-STATUT-TEXTE ')'
              PERFORM ERREUR
           END-IF

           OPEN INPUT FICSORIDX
           ELSE
              MOVE W-RefSaisie                 TO E-RefCtrSorIdx
              READ FICSORIDX
              MOVE 'C'                         TO W-JrnObjet
              IF L-FstSorIdx = ZERO
                 MOVE 'T'                      TO W-JrnResultat
                 PERFORM ECRITURE-JOURNAL-CONSULT
                 PERFORM LIBELLES-CODES
                 DISPLAY 'Contrat       : ' E-RefCtrSorIdx
                 DISPLAY 'Situation     : ' E-CodeSitSorIdx
                 DISPLAY 'Intervenant 2 : ' E-CodeIntSorIdx2 ' '
                     W-LibCode(1)
                 DISPLAY 'Intervenant 3 : ' E-CodeIntSorIdx3 ' '
                     W-LibCode(2)
                 DISPLAY 'Intervenant 4 : ' E-CodeIntSorIdx4 ' '
                     W-LibCode(3)
              ELSE
                 IF L-FstSorIdx = 23
                    MOVE 'A'                   TO W-JrnResultat
                    PERFORM ECRITURE-JOURNAL-CONSULT
                    DISPLAY W-RefSaisie ' : absent du rapprochement'
                 ELSE
                    MOVE L-FstSorIdx TO CPY-STATUT-CODE
                       DISPLAY '  ' E-DateMvtHist ' '
                           E-OrigineMvtHist ' ' E-CodeMvtHist ' '
                           E-DispositionMvtHist
      *-- Correction manuelle (MAINTENANCE-CONTRAT) : operateur et
      *   images avant / apres
                       IF E-OperateurMvtHist NOT = SPACES
                          DISPLAY '      operateur ' E-OperateurMvtHist
                          DISPLAY '      avant : ' E-AvantMvtHist
                          DISPLAY '      apres : ' E-ApresMvtHist
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
                     W-RefSaisie
              END-IF
           END-IF
           MOVE 'H'                            TO W-JrnObjet
           IF W-NbrHisto = ZERO
              MOVE 'A'                         TO W-JrnResultat
           ELSE
              MOVE 'T'                         TO W-JrnResultat
           END-IF
           PERFORM ECRITURE-JOURNAL-CONSULT
           .
      *----------------------------------------------------------------
       TRAITEMENT-LOT.
              AT END
                 SET W-FinDemandes-OK          TO TRUE
              NOT AT END
                 IF E-DemRef NOT = SPACES
                    MOVE E-DemRef              TO W-RefSaisie
                    MOVE E-DemOperateur        TO W-Operateur
                    PERFORM CONSULTATION-LOT
                 END-IF
              END-READ
      *----------------------------------------------------------------
       CONSULTATION-LOT.
      *-----
      *-- Demande sans operateur : refusee sans lecture du master,
      *   mais tracee au journal pour le controle interne.
           MOVE 'C'                            TO W-JrnObjet
           IF W-Operateur = SPACES
              ADD 1                            TO W-NbrRefusees
              MOVE 'R'                         TO W-JrnResultat
              PERFORM ECRITURE-JOURNAL-CONSULT
              MOVE SPACES                      TO E-FICREPONSES
              STRING W-RefSaisie ' DEMANDE REFUSEE : OPERATEUR ABSENT'
                  DELIMITED BY SIZE INTO E-FICREPONSES
              END-STRING
              PERFORM ECRITURE-REPONSE-LIGNE
              EXIT PARAGRAPH
           END-IF
           MOVE W-RefSaisie                    TO E-RefCtrSorIdx
           READ FICSORIDX
           EVALUATE TRUE
             WHEN L-FstSorIdx = ZERO
               ADD 1                           TO W-NbrTrouves
               MOVE 'T'                        TO W-JrnResultat
               PERFORM ECRITURE-JOURNAL-CONSULT
               PERFORM LIBELLES-CODES
               MOVE SPACES                     TO E-FICREPONSES
               STRING W-RefSaisie
                   ' SITUATION=' E-CodeSitSorIdx
                   ' INT2=' E-CodeIntSorIdx2
                   ' INT3=' E-CodeIntSorIdx3
                   ' INT4=' E-CodeIntSorIdx4
                   ' LIB2=' W-LibCode(1)
                   ' LIB3=' W-LibCode(2)
                   ' LIB4=' W-LibCode(3)
                   DELIMITED BY SIZE INTO E-FICREPONSES
               END-STRING
               PERFORM ECRITURE-REPONSE-LIGNE
             WHEN L-FstSorIdx = 23
               ADD 1                           TO W-NbrAbsents
               MOVE 'A'                        TO W-JrnResultat
               PERFORM ECRITURE-JOURNAL-CONSULT
               MOVE SPACES                     TO E-FICREPONSES
               STRING W-RefSaisie ' ABSENT DU RAPPROCHEMENT'
                   DELIMITED BY SIZE INTO E-FICREPONSES
               PERFORM ERREUR
           END-EVALUATE
           .
      *----------------------------------------------------------------
       LIBELLES-CODES.
      *-----
      *-- Libelle de chacun des trois codes du contrat lu, pris dans
      *   le referentiel pour l'extrait qui le porte (2 a 4), avec la
      *   mention de validite a la date du jour. Referentiel absent
      *   ou code a blanc : pas de libelle.
           MOVE SPACES                         TO W-LibCodes-TAB
           IF CPY-CODE-ACTIF-OK
              PERFORM VARYING W-IdxCode FROM 1 BY 1 UNTIL W-IdxCode > 3
                 EVALUATE W-IdxCode
                   WHEN 1
                     MOVE E-CodeIntSorIdx2     TO CPY-CODE-DEM
                   WHEN 2
                     MOVE E-CodeIntSorIdx3     TO CPY-CODE-DEM
                   WHEN 3
                     MOVE E-CodeIntSorIdx4     TO CPY-CODE-DEM
                 END-EVALUATE
                 IF CPY-CODE-DEM NOT = SPACES
                    COMPUTE W-ExtraitCode = W-IdxCode + 1
                    MOVE W-ExtraitCode         TO CPY-CODE-EXTRAIT-DEM
                    MOVE W-DateJour            TO CPY-CODE-DATE-DEM
                    PERFORM CONTROLE-CODE-INT
                    EVALUATE TRUE
                      WHEN CPY-CODE-VALIDE
                        MOVE CPY-CODE-LIB-DEM  TO W-LibCode(W-IdxCode)
                      WHEN CPY-CODE-INCONNU
                        MOVE '(INCONNU DU REFERENTIEL)'
                                               TO W-LibCode(W-IdxCode)
                      WHEN OTHER
                        STRING CPY-CODE-LIB-DEM ' ('
                            FUNCTION TRIM(CPY-CODE-MOTIF) ')'
                            DELIMITED BY SIZE
                            INTO W-LibCode(W-IdxCode)
                        END-STRING
                    END-EVALUATE
                 END-IF
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------
       TOTAUX-LOT.
      *-----
               DELIMITED BY SIZE INTO E-FICREPONSES
           END-STRING
           PERFORM ECRITURE-REPONSE-LIGNE
           IF W-NbrRefusees NOT = ZERO
              MOVE W-NbrRefusees               TO W-LotCpt-EDIT
              MOVE SPACES                      TO E-FICREPONSES
              STRING 'TOTAL REFUSEES    =' W-LotCpt-EDIT
                  ' (SANS OPERATEUR)'
                  DELIMITED BY SIZE INTO E-FICREPONSES
              END-STRING
              PERFORM ECRITURE-REPONSE-LIGNE
           END-IF
           DISPLAY 'Demandes trouvees     =' W-NbrTrouves '>'
           DISPLAY 'Demandes non trouvees =' W-NbrAbsents '>'
           DISPLAY 'Demandes refusees     =' W-NbrRefusees '>'
           .
      *----------------------------------------------------------------
       ECRITURE-JOURNAL-CONSULT.
      *-----
      *-- Une ligne par consultation, ecrite des la lecture du master
      *   pour la fiche contrat : une ecriture en echec arrete le
      *   programme avant restitution.
           MOVE SPACES                         TO E-FICJRNCONS
           MOVE W-Operateur                    TO E-JrnOperateur
           MOVE FUNCTION CURRENT-DATE(1:8)     TO E-JrnDate
           MOVE FUNCTION CURRENT-DATE(9:6)     TO E-JrnHeure
           MOVE W-RefSaisie                    TO E-JrnRef
           MOVE W-JrnMode                      TO E-JrnMode
           MOVE W-JrnObjet                     TO E-JrnObjet
           MOVE W-JrnResultat                  TO E-JrnResultat
           WRITE E-FICJRNCONS
           IF L-FstJrnCons NOT = ZERO
              MOVE L-FstJrnCons TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ecriture JOURNAL-CONSULTATIONS.txt ='
                  L-FstJrnCons ' (' CPY-STATUT-TEXTE ')'
              PERFORM ERREUR
           END-IF
           ADD 1                               TO W-NbrJournal
           .
      *----------------------------------------------------------------
       ECRITURE-REPONSE-LIGNE.
       FIN-TRT.
      *----
           CLOSE FICSORIDX
           CLOSE FICJRNCONS
           DISPLAY 'Consultations journalisees =' W-NbrJournal '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           MOVE 16 TO RETURN-CODE
           PERFORM FIN-TRT.

           COPY CodesIntLecture_COPY.

           COPY StatutTraduction_COPY.
