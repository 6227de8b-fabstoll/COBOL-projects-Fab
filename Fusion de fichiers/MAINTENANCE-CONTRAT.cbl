       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-CONTRAT.

      *-- Maintenance unitaire du master contrats indexe (FICSOR.idx)
      *   par un operateur identifie : creation d'un contrat absent,
      *   modification de la situation ou des codes intervenants,
      *   fermeture (situation 'F'). Une correction urgente n'attend
      *   plus la livraison suivante des extraits FIC1 a FIC4 ni une
      *   ligne FICMVT montee a la main.
      *-- Chaque changement applique est trace sur FICMVTHIST.txt
      *   (origine MANUEL, image avant / image apres, operateur), et
      *   pose sur MVT-MANUELS.txt, que le prochain run de
      *   FUSION-FICHIER consomme pour que la correction figure dans
      *   le FICSOR.txt suivant (cf. CHARGEMENT-MVT-MANUELS).
      *   Saisie vide ou 'FIN' pour quitter.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FICSORIDX  ASSIGN  TO 'FICSOR.idx'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS E-RefCtrSorIdx
                      FILE STATUS IS L-FstSorIdx.

      *-- Historique cumulatif des mouvements, partage avec
      *   FUSION-FICHIER : ouvert en extension.
       SELECT FICMVTHIST  ASSIGN  TO 'FICMVTHIST.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstMvtHist.

      *-- Corrections manuelles en attente du prochain run de fusion
       SELECT FICMANU  ASSIGN  TO 'MVT-MANUELS.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstManu.

      *-- Referentiel des codes intervenants (cf. CodesInt_COPY) : un
      *   code saisi y est confronte comme le sont ceux des extraits
      *   (cf. CONTROLE-SAISIE-CODE). Referentiel optionnel.
       SELECT FIC-CODESINT  ASSIGN  TO 'REFERENTIEL-CODES.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstCodesInt.

      *-- Journal d'audit partagé entre les programmes batch
      *   (cf. ECRITURE-AUDIT).
       SELECT FIC-AUDIT  ASSIGN  TO 'JOURNAL-AUDIT.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstAudit.
      *-- Journal des erreurs partage entre les programmes batch
      *   (cf. ECRITURE-ERREUR-JOURNAL).
       SELECT FIC-ERREURS  ASSIGN  TO 'JOURNAL-ERREURS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstErreurs.

       DATA DIVISION.

       FILE SECTION.

       FD  FICSORIDX.
       01 E-FICSORIDX.
           05 E-RefCtrSorIdx                       PIC X(9).
           05 FILLER                               PIC X.
           05 E-CodeSitSorIdx                      PIC X.
           05 FILLER                               PIC X.
           05 E-CodeIntSorIdx2                     PIC X(7).
           05 FILLER                               PIC X.
           05 E-CodeIntSorIdx3                     PIC X(7).
           05 FILLER                               PIC X.
           05 E-CodeIntSorIdx4                     PIC X(7).

      *-- Meme dessin que E-FICMVTHIST de FUSION-FICHIER
       FD  FICMVTHIST.
       01 E-FICMVTHIST.
           05 E-RefCtrMvtHist                      PIC X(9).
           05 FILLER                               PIC X.
           05 E-DateMvtHist                        PIC X(8).
           05 FILLER                               PIC X.
           05 E-OrigineMvtHist                     PIC X(7).
           05 FILLER                               PIC X.
           05 E-CodeMvtHist                        PIC X.
           05 FILLER                               PIC X.
           05 E-DispositionMvtHist                 PIC X(30).
           05 FILLER                               PIC X.
           05 E-OperateurMvtHist                   PIC X(8).
           05 FILLER                               PIC X.
           05 E-AvantMvtHist                       PIC X(35).
           05 FILLER                               PIC X.
           05 E-ApresMvtHist                       PIC X(35).

      *-- Une ligne par correction : reference, code mouvement
      *   A/M/F et image complete du contrat apres correction.
       FD  FICMANU.
       01 E-FICMANU.
           05 E-RefCtrManu                         PIC X(9).
           05 FILLER                               PIC X.
           05 E-CodeMvtManu                        PIC X.
           05 FILLER                               PIC X.
           05 E-ImageManu                          PIC X(35).

       FD  FIC-CODESINT.
       01 E-FIC-CODESINT                           PIC X(58).

       FD  FIC-AUDIT.
       01 E-FICAUDIT                                PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-Pgm                 PIC X(20) VALUE 'MAINTENANCE-CONTRAT'.

       01 L-FstSorIdx                              PIC 99.
       01 L-FstMvtHist                             PIC 99.
       01 L-FstManu                                PIC 99.
       01 L-FstCodesInt                            PIC 99.
       01 L-FstAudit                               PIC 99.
       01 L-FstErreurs                             PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.

      *-- Referentiel des codes intervenants (cf. CHARGEMENT-CODES-INT)
           COPY CodesInt_COPY.

      *-- Compteurs du journal d'audit (cf. ECRITURE-AUDIT)
           COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.

      *-- Operateur identifie en debut de session ; sans identifiant,
      *   aucune correction n'est possible.
       01 W-Operateur                              PIC X(8).
           88 W-Operateur-Fin             VALUE 'FIN     '.

      *-- Reference saisie par l'operateur ; vide ou 'FIN' = sortie
       01 W-RefSaisie                              PIC X(9).
           88 W-Saisie-Fin                VALUE SPACES 'FIN      '.

       01 W-FinMaintenance                         PIC X.
           88 W-FinMaintenance-OK                  VALUE 'O'.

      *-- Contrat trouve au master pour la reference saisie
       01 W-CtrPresent                             PIC X.
           88 W-CtrPresent-OK                      VALUE 'O'.

      *-- Action demandee : C=creer, M=modifier, F=fermer
       01 W-Action                                 PIC X.
           88 W-Action-Creer                       VALUE 'C' 'c'.
           88 W-Action-Modifier                    VALUE 'M' 'm'.
           88 W-Action-Fermer                      VALUE 'F' 'f'.
           88 W-Action-Aucune                      VALUE SPACE.

       01 W-RepConfirm                             PIC X.
           88 W-RepConfirm-Oui                     VALUE 'O' 'o'.

      *-- Saisies de zone : vide = zone inchangee, '*' = zone effacee
       01 W-SaisieSit                              PIC X.
       01 W-SaisieCode                             PIC X(7).
           88 W-SaisieCode-Efface                  VALUE '*'.
       01 W-SaisieValide                           PIC X.
           88 W-SaisieValide-OK                    VALUE 'O'.
      *-- Intervenant (2 a 4) du code en cours de saisie : c'est
      *   l'extrait proprietaire demande au referentiel.
       01 W-ExtraitSaisi                           PIC 9.

      *-- Images du contrat avant et apres correction, meme dessin
      *   que E-FICSORIDX.
       01 W-ImageAvant.
           05 W-RefCtrAvant                        PIC X(9).
           05 FILLER                               PIC X.
           05 W-CodeSitAvant                       PIC X.
               88 W-CodeSitAvant-Ferme             VALUE 'F'.
           05 FILLER                               PIC X.
           05 W-CodeIntAvant2                      PIC X(7).
           05 FILLER                               PIC X.
           05 W-CodeIntAvant3                      PIC X(7).
           05 FILLER                               PIC X.
           05 W-CodeIntAvant4                      PIC X(7).

       01 W-ImageApres.
           05 W-RefCtrApres                        PIC X(9).
           05 FILLER                               PIC X.
           05 W-CodeSitApres                       PIC X.
               88 W-CodeSitApres-Valide            VALUE 'C' 'I' 'F'.
           05 FILLER                               PIC X.
           05 W-CodeIntApres2                      PIC X(7).
           05 FILLER                               PIC X.
           05 W-CodeIntApres3                      PIC X(7).
           05 FILLER                               PIC X.
           05 W-CodeIntApres4                      PIC X(7).

      *-- Mouvement a tracer (cf. TRACE-MOUVEMENT)
       01 W-MvtCode                                PIC X.
       01 W-MvtDisposition                         PIC X(30).

       01 W-NbrConsultes                           PIC 9(5).
       01 W-NbrCreations                           PIC 9(5).
       01 W-NbrModifications                       PIC 9(5).
       01 W-NbrFermetures                          PIC 9(5).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM SAISIE-OPERATEUR
           PERFORM UNTIL W-FinMaintenance-OK
                PERFORM MAINTENANCE
           END-PERFORM
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           MOVE SPACES                         TO W-FinMaintenance
           MOVE SPACES                         TO W-Operateur
           MOVE ZERO                           TO W-NbrConsultes
           MOVE ZERO                           TO W-NbrCreations
           MOVE ZERO                           TO W-NbrModifications
           MOVE ZERO                           TO W-NbrFermetures
           MOVE 'voir console'                 TO CPY-ERR-CONTEXTE

           OPEN I-O FICSORIDX
           IF L-FstSorIdx NOT = ZERO
              MOVE L-FstSorIdx TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture fichier FICSOR.idx ='
                  L-FstSorIdx ' (' CPY-STATUT-TEXTE ')'
              DISPLAY 'Lancer d abord FUSION-FICHIER pour produire '
                  'le master indexe.'
              MOVE 'ouverture fichier FICSOR.idx'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF

      *-- Historique et corrections en attente se cumulent : ouverture
      *   en extension, creation au premier passage (meme convention
      *   que le journal d'audit).
           OPEN EXTEND FICMVTHIST
           IF L-FstMvtHist = '05' OR L-FstMvtHist = '35'
              OPEN OUTPUT FICMVTHIST
           END-IF
           IF L-FstMvtHist NOT = ZERO
              MOVE L-FstMvtHist TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture fichier FICMVTHIST ='
                  L-FstMvtHist ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ouverture fichier FICMVTHIST'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF

           OPEN EXTEND FICMANU
           IF L-FstManu = '05' OR L-FstManu = '35'
              OPEN OUTPUT FICMANU
           END-IF
           IF L-FstManu NOT = ZERO
              MOVE L-FstManu TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture fichier MVT-MANUELS ='
                  L-FstManu ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ouverture fichier MVT-MANUELS'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF

           PERFORM CHARGEMENT-CODES-INT
           .
      *----------------------------------------------------------------
       SAISIE-OPERATEUR.
      *-----
      *-- L'identifiant est obligatoire : il signe chaque ligne de
      *   l'historique. 'FIN' abandonne la session sans rien toucher.
           PERFORM UNTIL W-Operateur NOT = SPACES
              DISPLAY 'Identifiant operateur (FIN pour quitter) : '
                  WITH NO ADVANCING
              ACCEPT W-Operateur
              IF W-Operateur = SPACES
                 DISPLAY 'Identifiant operateur obligatoire'
              END-IF
           END-PERFORM
           IF W-Operateur-Fin
              SET W-FinMaintenance-OK          TO TRUE
           ELSE
              DISPLAY 'Session de maintenance ouverte pour '
                  W-Operateur
           END-IF
           .
      *----------------------------------------------------------------
       MAINTENANCE.
      *-----
      *-- Une reference, son etat au master, puis l'action demandee :
      *   creation sur un contrat absent, modification ou fermeture
      *   sur un contrat present.
           MOVE SPACES                         TO W-RefSaisie
           DISPLAY 'Reference contrat (vide ou FIN pour quitter) : '
               WITH NO ADVANCING
           ACCEPT W-RefSaisie

           IF W-Saisie-Fin
              SET W-FinMaintenance-OK          TO TRUE
              EXIT PARAGRAPH
           END-IF

           ADD 1                               TO W-NbrConsultes
           MOVE SPACES                         TO W-CtrPresent
           MOVE SPACES                         TO W-ImageAvant
           MOVE W-RefSaisie                    TO E-RefCtrSorIdx
           READ FICSORIDX
           IF L-FstSorIdx = ZERO
              SET W-CtrPresent-OK              TO TRUE
              MOVE E-FICSORIDX                 TO W-ImageAvant
              DISPLAY 'Contrat       : ' E-RefCtrSorIdx
              DISPLAY 'Situation     : ' E-CodeSitSorIdx
              DISPLAY 'Intervenant 2 : ' E-CodeIntSorIdx2
              DISPLAY 'Intervenant 3 : ' E-CodeIntSorIdx3
              DISPLAY 'Intervenant 4 : ' E-CodeIntSorIdx4
              DISPLAY 'Action : M=modifier F=fermer (vide=aucune) : '
                  WITH NO ADVANCING
           ELSE
              IF L-FstSorIdx = 23
                 DISPLAY W-RefSaisie ' : absent du master'
                 DISPLAY 'Action : C=creer (vide=aucune) : '
                     WITH NO ADVANCING
              ELSE
                 MOVE L-FstSorIdx TO CPY-STATUT-CODE
                 PERFORM TRADUCTION-STATUT
                 DISPLAY 'Erreur lecture FICSOR.idx =' L-FstSorIdx
                     ' (' CPY-STATUT-TEXTE ')'
                 MOVE 'lecture FICSOR.idx' TO CPY-ERR-CONTEXTE
                 PERFORM ERREUR
              END-IF
           END-IF

           MOVE SPACES                         TO W-Action
           ACCEPT W-Action
           EVALUATE TRUE
             WHEN W-Action-Aucune
               DISPLAY 'Aucune action sur ' W-RefSaisie
             WHEN W-Action-Creer AND NOT W-CtrPresent-OK
               PERFORM CREATION
             WHEN W-Action-Modifier AND W-CtrPresent-OK
               PERFORM MODIFICATION
             WHEN W-Action-Fermer AND W-CtrPresent-OK
               PERFORM FERMETURE
             WHEN OTHER
               DISPLAY 'Action ' W-Action ' refusee pour '
                   W-RefSaisie
           END-EVALUATE
           .
      *----------------------------------------------------------------
       CREATION.
      *-----
      *-- Contrat absent du master : situation obligatoire, codes
      *   intervenants facultatifs.
           MOVE SPACES                         TO W-ImageApres
           MOVE W-RefSaisie                    TO W-RefCtrApres
           MOVE SPACES                         TO W-SaisieValide
           PERFORM UNTIL W-SaisieValide-OK
              DISPLAY 'Situation (C, I ou F) : ' WITH NO ADVANCING
              MOVE SPACES                      TO W-SaisieSit
              ACCEPT W-SaisieSit
              MOVE W-SaisieSit                 TO W-CodeSitApres
              IF W-CodeSitApres-Valide
                 SET W-SaisieValide-OK         TO TRUE
              ELSE
                 DISPLAY 'Situation invalide : ' W-SaisieSit
              END-IF
           END-PERFORM
           MOVE 2                              TO W-ExtraitSaisi
           PERFORM SAISIE-CODE-CREATION
           MOVE W-SaisieCode                   TO W-CodeIntApres2
           MOVE 3                              TO W-ExtraitSaisi
           PERFORM SAISIE-CODE-CREATION
           MOVE W-SaisieCode                   TO W-CodeIntApres3
           MOVE 4                              TO W-ExtraitSaisi
           PERFORM SAISIE-CODE-CREATION
           MOVE W-SaisieCode                   TO W-CodeIntApres4

           PERFORM CONFIRMATION
           IF W-RepConfirm-Oui
              MOVE W-ImageApres                TO E-FICSORIDX
              WRITE E-FICSORIDX
              IF L-FstSorIdx NOT = ZERO
                 MOVE L-FstSorIdx TO CPY-STATUT-CODE
                 PERFORM TRADUCTION-STATUT
                 DISPLAY 'Erreur ecriture FICSOR.idx FS ='
                     L-FstSorIdx ' (' CPY-STATUT-TEXTE ')'
                 MOVE 'ecriture FICSOR.idx FS' TO CPY-ERR-CONTEXTE
                 PERFORM ERREUR
              END-IF
              ADD 1                            TO W-NbrCreations
              MOVE 'A'                         TO W-MvtCode
              MOVE 'APPLIQUE - CREATION MANUELLE'
                                               TO W-MvtDisposition
              PERFORM TRACE-MOUVEMENT
           END-IF
           .
      *----------------------------------------------------------------
       MODIFICATION.
      *-----
      *-- Chaque zone est reproposee : vide = inchangee, '*' = code
      *   intervenant efface.
           MOVE W-ImageAvant                   TO W-ImageApres
           MOVE SPACES                         TO W-SaisieValide
           PERFORM UNTIL W-SaisieValide-OK
              DISPLAY 'Situation [' W-CodeSitAvant '] : '
                  WITH NO ADVANCING
              MOVE SPACES                      TO W-SaisieSit
              ACCEPT W-SaisieSit
              IF W-SaisieSit = SPACE
                 SET W-SaisieValide-OK         TO TRUE
              ELSE
                 MOVE W-SaisieSit              TO W-CodeSitApres
                 IF W-CodeSitApres-Valide
                    SET W-SaisieValide-OK      TO TRUE
                 ELSE
                    DISPLAY 'Situation invalide : ' W-SaisieSit
                    MOVE W-CodeSitAvant        TO W-CodeSitApres
                 END-IF
              END-IF
           END-PERFORM

           MOVE 2                              TO W-ExtraitSaisi
           MOVE SPACES                         TO W-SaisieValide
           PERFORM UNTIL W-SaisieValide-OK
              DISPLAY 'Intervenant 2 [' W-CodeIntAvant2 '] : '
                  WITH NO ADVANCING
              MOVE SPACES                      TO W-SaisieCode
              ACCEPT W-SaisieCode
              PERFORM CONTROLE-SAISIE-CODE
           END-PERFORM
           EVALUATE TRUE
             WHEN W-SaisieCode-Efface
               MOVE SPACES                     TO W-CodeIntApres2
             WHEN W-SaisieCode NOT = SPACES
               MOVE W-SaisieCode               TO W-CodeIntApres2
           END-EVALUATE

           MOVE 3                              TO W-ExtraitSaisi
           MOVE SPACES                         TO W-SaisieValide
           PERFORM UNTIL W-SaisieValide-OK
              DISPLAY 'Intervenant 3 [' W-CodeIntAvant3 '] : '
                  WITH NO ADVANCING
              MOVE SPACES                      TO W-SaisieCode
              ACCEPT W-SaisieCode
              PERFORM CONTROLE-SAISIE-CODE
           END-PERFORM
           EVALUATE TRUE
             WHEN W-SaisieCode-Efface
               MOVE SPACES                     TO W-CodeIntApres3
             WHEN W-SaisieCode NOT = SPACES
               MOVE W-SaisieCode               TO W-CodeIntApres3
           END-EVALUATE

           MOVE 4                              TO W-ExtraitSaisi
           MOVE SPACES                         TO W-SaisieValide
           PERFORM UNTIL W-SaisieValide-OK
              DISPLAY 'Intervenant 4 [' W-CodeIntAvant4 '] : '
                  WITH NO ADVANCING
              MOVE SPACES                      TO W-SaisieCode
              ACCEPT W-SaisieCode
              PERFORM CONTROLE-SAISIE-CODE
           END-PERFORM
           EVALUATE TRUE
             WHEN W-SaisieCode-Efface
               MOVE SPACES                     TO W-CodeIntApres4
             WHEN W-SaisieCode NOT = SPACES
               MOVE W-SaisieCode               TO W-CodeIntApres4
           END-EVALUATE

           IF W-ImageApres = W-ImageAvant
              DISPLAY 'Aucune zone modifiee sur ' W-RefSaisie
              EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRMATION
           IF W-RepConfirm-Oui
              PERFORM REECRITURE-MASTER
              ADD 1                            TO W-NbrModifications
              MOVE 'M'                         TO W-MvtCode
              MOVE 'APPLIQUE - MODIF. MANUELLE'
                                               TO W-MvtDisposition
              PERFORM TRACE-MOUVEMENT
           END-IF
           .
      *----------------------------------------------------------------
       SAISIE-CODE-CREATION.
      *-----
      *-- Code de l'intervenant W-ExtraitSaisi a la creation : vide
      *   accepte (code facultatif), code refuse par le referentiel
      *   redemande.
           MOVE SPACES                         TO W-SaisieValide
           PERFORM UNTIL W-SaisieValide-OK
              DISPLAY 'Intervenant ' W-ExtraitSaisi ' : '
                  WITH NO ADVANCING
              MOVE SPACES                      TO W-SaisieCode
              ACCEPT W-SaisieCode
              PERFORM CONTROLE-SAISIE-CODE
           END-PERFORM
           IF W-SaisieCode-Efface
              MOVE SPACES                      TO W-SaisieCode
           END-IF
           .
      *----------------------------------------------------------------
       CONTROLE-SAISIE-CODE.
      *-----
      *-- Code W-SaisieCode saisi pour l'intervenant W-ExtraitSaisi,
      *   confronte au referentiel a la date du jour comme le sont
      *   les codes des extraits par FUSION-FICHIER : la saisie
      *   manuelle ne contourne pas le referentiel. Vide, '*' ou
      *   referentiel absent : rien a controler.
           SET W-SaisieValide-OK               TO TRUE
           IF CPY-CODE-ACTIF-OK AND W-SaisieCode NOT = SPACES
              AND NOT W-SaisieCode-Efface
              MOVE W-SaisieCode                TO CPY-CODE-DEM
              MOVE W-ExtraitSaisi              TO CPY-CODE-EXTRAIT-DEM
              MOVE FUNCTION CURRENT-DATE(1:8)  TO CPY-CODE-DATE-DEM
              PERFORM CONTROLE-CODE-INT
              IF NOT CPY-CODE-VALIDE
                 MOVE 'N'                      TO W-SaisieValide
                 DISPLAY 'Code ' W-SaisieCode ' refuse par le '
                     'referentiel (' FUNCTION TRIM(CPY-CODE-MOTIF) ')'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       FERMETURE.
      *-----
      *-- Fermeture = situation 'F', le contrat reste au master avec
      *   ses codes intervenants (sa trace se consulte toujours).
           IF W-CodeSitAvant-Ferme
              DISPLAY W-RefSaisie ' : contrat deja ferme'
              EXIT PARAGRAPH
           END-IF
           MOVE W-ImageAvant                   TO W-ImageApres
           MOVE 'F'                            TO W-CodeSitApres

           PERFORM CONFIRMATION
           IF W-RepConfirm-Oui
              PERFORM REECRITURE-MASTER
              ADD 1                            TO W-NbrFermetures
              MOVE 'F'                         TO W-MvtCode
              MOVE 'APPLIQUE - FERMETURE MANUELLE'
                                               TO W-MvtDisposition
              PERFORM TRACE-MOUVEMENT
           END-IF
           .
      *----------------------------------------------------------------
       CONFIRMATION.
      *-----
      *-- Images avant / apres presentees a l'operateur avant toute
      *   ecriture : rien n'est touche sans un 'O' explicite.
           DISPLAY 'Avant : ' W-ImageAvant
           DISPLAY 'Apres : ' W-ImageApres
           MOVE SPACES                         TO W-RepConfirm
           DISPLAY 'Confirmer la correction (O/N) ? '
               WITH NO ADVANCING
           ACCEPT W-RepConfirm
           IF NOT W-RepConfirm-Oui
              DISPLAY 'Correction abandonnee, master inchange'
           END-IF
           .
      *----------------------------------------------------------------
       REECRITURE-MASTER.
      *-----
           MOVE W-ImageApres                   TO E-FICSORIDX
           REWRITE E-FICSORIDX
           IF L-FstSorIdx NOT = ZERO
              MOVE L-FstSorIdx TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur reecriture FICSOR.idx FS ='
                  L-FstSorIdx ' (' CPY-STATUT-TEXTE ')'
              MOVE 'reecriture FICSOR.idx FS' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       TRACE-MOUVEMENT.
      *-----
      *-- Double trace de la correction appliquee : l'historique
      *   cumulatif (date du jour, operateur, images avant / apres)
      *   et la correction en attente du prochain run de fusion.
           MOVE SPACES                         TO E-FICMVTHIST
           MOVE W-RefSaisie                    TO E-RefCtrMvtHist
           MOVE FUNCTION CURRENT-DATE(1:8)     TO E-DateMvtHist
           MOVE 'MANUEL'                       TO E-OrigineMvtHist
           MOVE W-MvtCode                      TO E-CodeMvtHist
           MOVE W-MvtDisposition               TO E-DispositionMvtHist
           MOVE W-Operateur                    TO E-OperateurMvtHist
           MOVE W-ImageAvant                   TO E-AvantMvtHist
           MOVE W-ImageApres                   TO E-ApresMvtHist
           WRITE E-FICMVTHIST
           IF L-FstMvtHist NOT = ZERO
              MOVE L-FstMvtHist TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ecriture FICMVTHIST FS ='
                  L-FstMvtHist ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ecriture FICMVTHIST FS' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF

           MOVE SPACES                         TO E-FICMANU
           MOVE W-RefSaisie                    TO E-RefCtrManu
           MOVE W-MvtCode                      TO E-CodeMvtManu
           MOVE W-ImageApres                   TO E-ImageManu
           WRITE E-FICMANU
           IF L-FstManu NOT = ZERO
              MOVE L-FstManu TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ecriture MVT-MANUELS FS ='
                  L-FstManu ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ecriture MVT-MANUELS FS' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           DISPLAY 'Correction appliquee et tracee : ' W-RefSaisie
           .
      *----------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FICSORIDX FICMVTHIST FICMANU
           DISPLAY 'Contrats consultes =' W-NbrConsultes '>'
           DISPLAY 'Creations          =' W-NbrCreations '>'
           DISPLAY 'Modifications      =' W-NbrModifications '>'
           DISPLAY 'Fermetures         =' W-NbrFermetures '>'
           MOVE W-NbrConsultes TO CPY-AUDIT-NBR-LUS
           COMPUTE CPY-AUDIT-NBR-ECR = W-NbrCreations
               + W-NbrModifications + W-NbrFermetures
           PERFORM ECRITURE-AUDIT
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           GOBACK
           .
      *----------------------------------------------------------------
       ERREUR.
      *----
           PERFORM ECRITURE-ERREUR-JOURNAL
           DISPLAY 'Fin anormale'
           MOVE 16 TO RETURN-CODE
           PERFORM FIN-TRT.

           COPY ErreurEcriture_COPY.

           COPY StatutTraduction_COPY.

           COPY AuditEcriture_COPY.

           COPY CodesIntLecture_COPY.
