       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURATION-MASTER.

      *-- Reconstitution du master contrats tel qu'il etait a une date
      *   donnee, au-dela de la retention des generations (cf.
      *   GESTION-GENERATIONS) : on part de la generation FICSOR la
      *   plus recente cataloguee dans GENERATIONS.txt a la date cible
      *   ou avant, et on y rejoue les mouvements de FICMVTHIST.txt
      *   dates de la generation a la date cible incluses. Chaque
      *   mouvement applique porte l'image complete du contrat apres
      *   application (mouvements des extraits comme corrections
      *   manuelles), le rejeu est donc sans effet sur un mouvement
      *   deja contenu dans la generation. A date egale, une
      *   correction manuelle passe apres les mouvements des extraits.
      *   Sans generation anterieure, le rejeu part d'un master vide.
      *
      *-- Demande : DEMANDE-RECONSTITUTION.txt optionnel, une ligne
      *   'AAAAMMJJ I S' : date cible (a blanc = date du jour), 'O' en
      *   colonne 10 pour reconstruire aussi le master indexe, 'O' en
      *   colonne 12 pour la reprise de secours.
      *   - Hors secours, l'image est ecrite a part,
      *     FICSOR-RECONST-AAAAMMJJ.txt (et .idx), sans toucher au
      *     master courant.
      *   - En secours (FICSOR.txt et FICSOR.idx perdus), l'image et
      *     le master indexe sont ecrits sous FICSOR.txt / FICSOR.idx ;
      *     refuse si l'un des deux existe encore.
      *   Compte rendu : RECONSTITUTION-RAPPORT.txt (generation de
      *   depart, mouvements non rejouables, volumes).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Demande de reconstitution, optionnelle
       SELECT RCS-DEMANDE  ASSIGN  TO 'DEMANDE-RECONSTITUTION.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstDemande.

      *-- Catalogue des generations conservees (cf.
      *   GESTION-GENERATIONS)
       SELECT GEN-CATALOGUE  ASSIGN  TO 'GENERATIONS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstCatalogue.

      *-- Generation de depart, nom dynamique
       SELECT RCS-GENER  ASSIGN USING W-NomGener
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstGener.

      *-- Historique cumulatif des mouvements (cf. FUSION-FICHIER et
      *   MAINTENANCE-CONTRAT)
       SELECT FICMVTHIST  ASSIGN  TO 'FICMVTHIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstMvtHist.

      *-- Mouvements retenus, tries par reference puis chronologie
       SELECT TRI-MVT  ASSIGN  TO 'TRIRECON'.

      *-- Image reconstituee et master indexe, noms dynamiques
       SELECT RCS-SORTIE  ASSIGN USING W-NomSortie
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstSortie.

       SELECT RCS-INDEX  ASSIGN USING W-NomIndex
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS E-RefCtrIdx
              FILE STATUS IS L-FstIndex.

       SELECT RAPPORT  ASSIGN  TO 'RECONSTITUTION-RAPPORT.txt'
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

       DATA DIVISION.

       FILE SECTION.

       FD  RCS-DEMANDE.
       01 E-RCS-DEMANDE.
           05 E-DemDate                            PIC X(8).
           05 FILLER                               PIC X.
           05 E-DemIndex                           PIC X.
           05 FILLER                               PIC X.
           05 E-DemSecours                         PIC X.

       FD  GEN-CATALOGUE.
       01 E-GEN-CATALOGUE.
           05 E-CatDate                            PIC X(8).
           05 FILLER                               PIC X.
           05 E-CatNom                             PIC X(40).

      *-- Meme dessin que E-FICSOR de FUSION-FICHIER
       FD  RCS-GENER.
       01 E-RCS-GENER.
           05 E-RefCtrGen                          PIC X(9).
           05 FILLER                               PIC X(26).

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

      *-- Reference, date, rang (1 = extrait, 2 = correction
      *   manuelle), ordre de lecture, code et image apres
       SD  TRI-MVT.
       01 SD-MVT.
           05 SD-RefCtr                            PIC X(9).
           05 SD-DateMvt                           PIC X(8).
           05 SD-Rang                              PIC 9.
           05 SD-Seq                               PIC 9(7).
           05 SD-CodeMvt                           PIC X.
           05 SD-Image                             PIC X(35).

       FD  RCS-SORTIE.
       01 E-RCS-SORTIE                             PIC X(35).

      *-- Meme dessin que E-FICSORIDX de FUSION-FICHIER
       FD  RCS-INDEX.
       01 E-RCS-INDEX.
           05 E-RefCtrIdx                          PIC X(9).
           05 FILLER                               PIC X(26).

       FD  RAPPORT.
       01 E-RAPPORT                                PIC X(80).

       FD  FIC-AUDIT.
       01 E-FICAUDIT                               PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-Pgm               PIC X(20) VALUE 'RESTAURATION-MASTER'.

      *-- file status fichier
       01 L-FstDemande                             PIC 99.
       01 L-FstCatalogue                           PIC 99.
       01 L-FstGener                               PIC 99.
       01 L-FstMvtHist                             PIC 99.
       01 L-FstSortie                              PIC 99.
       01 L-FstIndex                               PIC 99.
       01 L-FstRapport                             PIC 99.
       01 L-FstAudit                               PIC 99.
       01 L-FstErreurs                             PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.

      *-- Compteurs du journal d'audit (cf. ECRITURE-AUDIT)
           COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.
      *-- Zones d'appel du manifeste des fichiers (cf.
      *   PUBLICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

      *-- Lignes d'historique lues, contrats ecrits
       01 L-Nbr.
           05 L-NbrEnrLus                          PIC 9(7).
           05 L-NbrEnrEcrits                       PIC 9(7).

      *-- Demande
       01 W-DateJour                               PIC X(8).
       01 W-DateCible                              PIC X(8).
       01 W-AvecIndex                              PIC X.
           88 W-AvecIndex-OK                       VALUE 'O'.
       01 W-Secours                                PIC X.
           88 W-Secours-OK                         VALUE 'O'.

      *-- Catalogue en memoire, dans l'ordre d'anciennete
       01 W-Cat-Max                                PIC 9(3) VALUE 300.
       01 W-NbrCat                                 PIC 9(3).
       01 W-IdxCat                                 PIC 9(3).
       01 TABLEAU-CATALOGUE.
           05 W-Cat  OCCURS 300 TIMES.
               10 W-CatDate                        PIC X(8).
               10 W-CatNom                         PIC X(40).

      *-- Generation de depart retenue
       01 W-NomGener                               PIC X(40).
       01 W-DateGener                              PIC X(8).
       01 W-GenerTrouvee                           PIC X.
           88 W-GenerTrouvee-OK                    VALUE 'O'.

      *-- Noms des sorties
       01 W-NomSortie                              PIC X(40).
       01 W-NomIndex                               PIC X(40).

      *-- Rapprochement generation / mouvements tries
       01 W-RefGen                                 PIC X(9).
       01 W-RefGenPrec                             PIC X(9).
       01 W-RefMvt                                 PIC X(9).
       01 W-CleCour                                PIC X(9).
       01 W-Image                                  PIC X(35).
       01 W-ImagePresente                          PIC X.
           88 W-ImagePresente-OK                   VALUE 'O'.
       01 W-TriErreur                              PIC X.
           88 W-TriErreur-OK                       VALUE 'O'.
       01 W-TriFin                                 PIC X.
           88 W-TriFin-OK                          VALUE 'O'.

      *-- Compteurs
       01 W-NbrSeq                                 PIC 9(7).
       01 W-NbrGener                               PIC 9(7).
       01 W-NbrRetenus                             PIC 9(7).
       01 W-NbrHorsFenetre                         PIC 9(7).
       01 W-NbrRejetes                             PIC 9(7).
       01 W-NbrNonRejouables                       PIC 9(7).
       01 W-NbrRejoues                             PIC 9(7).
       01 W-NbrSuppr                               PIC 9(7).

      *-- Zones d'edition
       01 W-DateEdit                               PIC X(10).
       01 W-NBR-EDIT                               PIC Z(6)9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM CHOIX-GENERATION
           PERFORM PREPARATION-SORTIES
           MOVE SPACES                         TO W-TriErreur
           SORT TRI-MVT ON ASCENDING KEY SD-RefCtr SD-DateMvt
                                         SD-Rang SD-Seq
               INPUT PROCEDURE IS SELECTION-MOUVEMENTS
               OUTPUT PROCEDURE IS RECONSTITUTION
           IF W-TriErreur-OK
              PERFORM ERREUR
           END-IF
           PERFORM SYNTHESE
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr
           MOVE ZERO                           TO W-NbrCat
           MOVE ZERO                           TO W-NbrSeq
           MOVE ZERO                           TO W-NbrGener
           MOVE ZERO                           TO W-NbrRetenus
           MOVE ZERO                           TO W-NbrHorsFenetre
           MOVE ZERO                           TO W-NbrRejetes
           MOVE ZERO                           TO W-NbrNonRejouables
           MOVE ZERO                           TO W-NbrRejoues
           MOVE ZERO                           TO W-NbrSuppr
           MOVE 'voir console'                 TO CPY-ERR-CONTEXTE
           MOVE FUNCTION CURRENT-DATE(1:8)     TO W-DateJour

           PERFORM LECTURE-DEMANDE
           PERFORM CHARGEMENT-CATALOGUE

           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
              MOVE L-FstRapport TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                  ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ouverture RECONSTITUTION-RAPPORT'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           MOVE 'RECONSTITUTION DU MASTER CONTRATS' TO CPY-RAP-TITRE
           MOVE SPACES                         TO W-DateEdit
           STRING W-DateCible(7:2) '/' W-DateCible(5:2) '/'
               W-DateCible(1:4) DELIMITED BY SIZE INTO W-DateEdit
           END-STRING
           MOVE SPACES                         TO CPY-RAP-PERIODE
           STRING 'AU ' W-DateEdit DELIMITED BY SIZE
               INTO CPY-RAP-PERIODE
           END-STRING
           MOVE SPACES                         TO CPY-RAP-ENTCOL
           STRING 'REFERENCE DATE     ORIGINE CODE OBSERVATION'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM DEBUT-RAPPORT
           .
      *----------------------------------------------------------------
       LECTURE-DEMANDE.
      *-----
      *-- Date cible a blanc ou demande absente : etat du jour, cas
      *   de la reprise apres perte du master.
           MOVE W-DateJour                     TO W-DateCible
           MOVE SPACES                         TO W-AvecIndex
           MOVE SPACES                         TO W-Secours
           OPEN INPUT RCS-DEMANDE
           IF L-FstDemande = ZERO
              READ RCS-DEMANDE
              NOT AT END
                 IF E-DemDate NOT = SPACES
                    IF E-DemDate IS NUMERIC
                       AND E-DemDate(5:2) >= '01'
                       AND E-DemDate(5:2) <= '12'
                       AND E-DemDate(7:2) >= '01'
                       AND E-DemDate(7:2) <= '31'
                       MOVE E-DemDate          TO W-DateCible
                    ELSE
                       DISPLAY 'Date cible invalide =' E-DemDate '>'
                       MOVE 'date cible DEMANDE-RECONSTITUTION'
                           TO CPY-ERR-CONTEXTE
                       CLOSE RCS-DEMANDE
                       PERFORM ERREUR
                    END-IF
                 END-IF
                 MOVE E-DemIndex               TO W-AvecIndex
                 MOVE E-DemSecours             TO W-Secours
              END-READ
              CLOSE RCS-DEMANDE
           END-IF
      *-- Le secours reconstruit les deux faces du master
           IF W-Secours-OK
              SET W-AvecIndex-OK               TO TRUE
           END-IF
           DISPLAY 'Date cible =' W-DateCible '>'
           IF W-Secours-OK
              DISPLAY 'Reprise de secours : FICSOR.txt et FICSOR.idx'
           END-IF
           .
      *----------------------------------------------------------------
       CHARGEMENT-CATALOGUE.
      *-----
      *-- Catalogue absent : aucune generation, depart master vide.
           OPEN INPUT GEN-CATALOGUE
           IF L-FstCatalogue = ZERO
              PERFORM UNTIL L-FstCatalogue NOT = ZERO
                 READ GEN-CATALOGUE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF W-NbrCat < W-Cat-Max
                       ADD 1                    TO W-NbrCat
                       MOVE E-CatDate           TO W-CatDate(W-NbrCat)
                       MOVE E-CatNom            TO W-CatNom(W-NbrCat)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE GEN-CATALOGUE
           END-IF
           .
      *----------------------------------------------------------------
       CHOIX-GENERATION.
      *-----
      *-- Generation FICSOR la plus recente a la date cible ou avant.
      *   Une generation cataloguee mais introuvable sur disque est
      *   signalee et la precedente est essayee.
           MOVE SPACES                         TO W-GenerTrouvee
           MOVE SPACES                         TO W-DateGener
           PERFORM VARYING W-IdxCat FROM W-NbrCat BY -1
                   UNTIL W-IdxCat < 1 OR W-GenerTrouvee-OK
              IF W-CatNom(W-IdxCat)(1:7) = 'FICSOR-'
                 AND W-CatDate(W-IdxCat) <= W-DateCible
                 MOVE W-CatNom(W-IdxCat)       TO W-NomGener
                 OPEN INPUT RCS-GENER
                 IF L-FstGener = ZERO
                    SET W-GenerTrouvee-OK      TO TRUE
                    MOVE W-CatDate(W-IdxCat)   TO W-DateGener
                 ELSE
                    DISPLAY 'Generation cataloguee introuvable : '
                        W-NomGener
                    MOVE SPACES                TO CPY-RAP-LIGNE
                    STRING 'GENERATION CATALOGUEE INTROUVABLE : '
                        FUNCTION TRIM(W-NomGener)
                        DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                    END-STRING
                    PERFORM ECRITURE-RAPPORT
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES                         TO CPY-RAP-LIGNE
           IF W-GenerTrouvee-OK
              DISPLAY 'Generation de depart : ' W-NomGener
              STRING 'GENERATION DE DEPART : '
                  FUNCTION TRIM(W-NomGener) ' DU ' W-DateGener
                  DELIMITED BY SIZE INTO CPY-RAP-LIGNE
              END-STRING
           ELSE
              DISPLAY 'Aucune generation a la date cible ou avant : '
                  'depart d un master vide'
              STRING 'AUCUNE GENERATION ANTERIEURE : DEPART D UN '
                  'MASTER VIDE, HISTORIQUE REJOUE DEPUIS L ORIGINE'
                  DELIMITED BY SIZE INTO CPY-RAP-LIGNE
              END-STRING
           END-IF
           PERFORM ECRITURE-RAPPORT
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       PREPARATION-SORTIES.
      *-----
      *-- Hors secours, la reconstitution est rangee a part et ne
      *   touche jamais au master courant.
           IF W-Secours-OK
              MOVE 'FICSOR.txt'                TO W-NomSortie
              MOVE 'FICSOR.idx'                TO W-NomIndex
              PERFORM CONTROLE-SECOURS
           ELSE
              MOVE SPACES                      TO W-NomSortie
              STRING 'FICSOR-RECONST-' W-DateCible '.txt'
                  DELIMITED BY SIZE INTO W-NomSortie
              END-STRING
              MOVE SPACES                      TO W-NomIndex
              STRING 'FICSOR-RECONST-' W-DateCible '.idx'
                  DELIMITED BY SIZE INTO W-NomIndex
              END-STRING
           END-IF

           OPEN OUTPUT RCS-SORTIE
           IF L-FstSortie NOT = ZERO
              MOVE L-FstSortie TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture ' W-NomSortie ' FS='
                  L-FstSortie ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ouverture image reconstituee' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           IF W-AvecIndex-OK
              OPEN OUTPUT RCS-INDEX
              IF L-FstIndex NOT = ZERO
                 MOVE L-FstIndex TO CPY-STATUT-CODE
                 PERFORM TRADUCTION-STATUT
                 DISPLAY 'Erreur ouverture ' W-NomIndex ' FS='
                     L-FstIndex ' (' CPY-STATUT-TEXTE ')'
                 MOVE 'ouverture master indexe reconstitue'
                     TO CPY-ERR-CONTEXTE
                 PERFORM ERREUR
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       CONTROLE-SECOURS.
      *-----
      *-- Le secours suppose le master perdu : un FICSOR.txt ou un
      *   FICSOR.idx encore present est a ecarter a la main avant,
      *   rien n'est ecrase ici.
           OPEN INPUT RCS-SORTIE
           IF L-FstSortie = ZERO
              CLOSE RCS-SORTIE
              DISPLAY 'FICSOR.txt present : secours refuse, ecarter '
                  'le fichier avant relance'
              MOVE 'secours refuse, FICSOR.txt present'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           OPEN INPUT RCS-INDEX
           IF L-FstIndex = ZERO
              CLOSE RCS-INDEX
              DISPLAY 'FICSOR.idx present : secours refuse, ecarter '
                  'le fichier avant relance'
              MOVE 'secours refuse, FICSOR.idx present'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       SELECTION-MOUVEMENTS.
      *-----
      *-- Alimentation du tri : mouvements appliques dates de la
      *   generation de depart (incluse, le rejeu d'une image deja
      *   contenue etant neutre) a la date cible. Les rejets sont
      *   ignores ; un ajout ou une modification sans image apres
      *   (historique anterieur a la trace des images) ne peut pas
      *   etre rejoue et figure au rapport.
           OPEN INPUT FICMVTHIST
           IF L-FstMvtHist NOT = ZERO
              DISPLAY 'Historique FICMVTHIST.txt absent ou illisible '
                  'FS=' L-FstMvtHist ' : aucun mouvement rejoue'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstMvtHist NOT = ZERO
              READ FICMVTHIST
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1                         TO L-NbrEnrLus
                 PERFORM SELECTION-UN-MOUVEMENT
              END-READ
           END-PERFORM
           IF L-FstMvtHist NOT = 10
              MOVE L-FstMvtHist TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur lecture FICMVTHIST FS=' L-FstMvtHist
                  ' (' CPY-STATUT-TEXTE ')'
              MOVE 'lecture FICMVTHIST' TO CPY-ERR-CONTEXTE
              SET W-TriErreur-OK               TO TRUE
           END-IF
           CLOSE FICMVTHIST
           .
      *----------------------------------------------------------------
       SELECTION-UN-MOUVEMENT.
      *-----
           IF E-DateMvtHist > W-DateCible
              OR E-DateMvtHist < W-DateGener
              ADD 1                            TO W-NbrHorsFenetre
              EXIT PARAGRAPH
           END-IF
           IF E-DispositionMvtHist(1:8) NOT = 'APPLIQUE'
              ADD 1                            TO W-NbrRejetes
              EXIT PARAGRAPH
           END-IF
           IF E-CodeMvtHist NOT = 'S' AND E-ApresMvtHist = SPACES
              ADD 1                            TO W-NbrNonRejouables
              MOVE SPACES                      TO CPY-RAP-LIGNE
              STRING E-RefCtrMvtHist ' ' E-DateMvtHist ' '
                  E-OrigineMvtHist ' ' E-CodeMvtHist '    '
                  'NON REJOUABLE, IMAGE APRES ABSENTE'
                  DELIMITED BY SIZE INTO CPY-RAP-LIGNE
              END-STRING
              PERFORM ECRITURE-RAPPORT
              EXIT PARAGRAPH
           END-IF

           ADD 1                               TO W-NbrSeq
           ADD 1                               TO W-NbrRetenus
           MOVE E-RefCtrMvtHist                TO SD-RefCtr
           MOVE E-DateMvtHist                  TO SD-DateMvt
           IF E-OrigineMvtHist(1:6) = 'FICENT'
              MOVE 1                           TO SD-Rang
           ELSE
              MOVE 2                           TO SD-Rang
           END-IF
           MOVE W-NbrSeq                       TO SD-Seq
           MOVE E-CodeMvtHist                  TO SD-CodeMvt
           MOVE E-ApresMvtHist                 TO SD-Image
           RELEASE SD-MVT
           .
      *----------------------------------------------------------------
       RECONSTITUTION.
      *-----
      *-- Restitution du tri, rapprochee de la generation de depart
      *   (en sequence de reference) : pour chaque cle, l'image de la
      *   generation puis les mouvements dans l'ordre du tri ; la
      *   derniere image fait foi, une suppression retire le contrat.
      *   Meme sur incident, le tri est vide jusqu'au bout.
           MOVE LOW-VALUES                     TO W-RefGenPrec
           MOVE SPACES                         TO W-TriFin
           PERFORM LECTURE-GENERATION
           PERFORM RETOUR-MOUVEMENT
           PERFORM UNTIL W-RefGen = HIGH-VALUES
               AND W-RefMvt = HIGH-VALUES
              PERFORM RECONSTITUTION-CLE
           END-PERFORM
           .
      *----------------------------------------------------------------
       RECONSTITUTION-CLE.
      *-----
           IF W-RefGen < W-RefMvt
              MOVE W-RefGen                    TO W-CleCour
           ELSE
              MOVE W-RefMvt                    TO W-CleCour
           END-IF
           MOVE SPACES                         TO W-ImagePresente

           IF W-RefGen = W-CleCour
              MOVE E-RCS-GENER                 TO W-Image
              SET W-ImagePresente-OK           TO TRUE
              PERFORM LECTURE-GENERATION
           END-IF

           PERFORM UNTIL W-RefMvt NOT = W-CleCour
              IF SD-CodeMvt = 'S'
                 MOVE SPACES                   TO W-ImagePresente
                 ADD 1                         TO W-NbrSuppr
              ELSE
                 MOVE SD-Image                 TO W-Image
                 MOVE W-CleCour                TO W-Image(1:9)
                 SET W-ImagePresente-OK        TO TRUE
              END-IF
              ADD 1                            TO W-NbrRejoues
              PERFORM RETOUR-MOUVEMENT
           END-PERFORM

           IF W-ImagePresente-OK
              PERFORM ECRITURE-CONTRAT
           END-IF
           .
      *----------------------------------------------------------------
       LECTURE-GENERATION.
      *-----
      *-- Generation absente ou epuisee : cle haute. Une generation
      *   hors sequence arrete la reconstitution.
           IF NOT W-GenerTrouvee-OK OR W-TriErreur-OK
              MOVE HIGH-VALUES                 TO W-RefGen
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                         TO E-RCS-GENER
           READ RCS-GENER
           AT END
              MOVE HIGH-VALUES                 TO W-RefGen
           NOT AT END
              IF E-RefCtrGen NOT > W-RefGenPrec
                 DISPLAY 'Generation hors sequence, cle ='
                     E-RefCtrGen '>'
                 MOVE 'generation de depart hors sequence'
                     TO CPY-ERR-CONTEXTE
                 SET W-TriErreur-OK            TO TRUE
                 MOVE HIGH-VALUES              TO W-RefGen
              ELSE
                 MOVE E-RefCtrGen              TO W-RefGen
                 MOVE E-RefCtrGen              TO W-RefGenPrec
                 ADD 1                         TO W-NbrGener
              END-IF
           END-READ
           IF L-FstGener NOT = ZERO AND L-FstGener NOT = 10
              MOVE L-FstGener TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur lecture generation FS=' L-FstGener
                  ' (' CPY-STATUT-TEXTE ')'
              MOVE 'lecture generation de depart' TO CPY-ERR-CONTEXTE
              SET W-TriErreur-OK               TO TRUE
              MOVE HIGH-VALUES                 TO W-RefGen
           END-IF
           .
      *----------------------------------------------------------------
       RETOUR-MOUVEMENT.
      *-----
           IF W-TriFin-OK
              MOVE HIGH-VALUES                 TO W-RefMvt
              EXIT PARAGRAPH
           END-IF
           RETURN TRI-MVT
           AT END
              SET W-TriFin-OK                  TO TRUE
              MOVE HIGH-VALUES                 TO W-RefMvt
           NOT AT END
              MOVE SD-RefCtr                   TO W-RefMvt
           END-RETURN
           .
      *----------------------------------------------------------------
       ECRITURE-CONTRAT.
      *-----
           IF W-TriErreur-OK
              EXIT PARAGRAPH
           END-IF
           MOVE W-Image                        TO E-RCS-SORTIE
           WRITE E-RCS-SORTIE
           IF L-FstSortie NOT = ZERO
              MOVE L-FstSortie TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ecriture ' W-NomSortie ' FS='
                  L-FstSortie ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ecriture image reconstituee' TO CPY-ERR-CONTEXTE
              SET W-TriErreur-OK               TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1                               TO L-NbrEnrEcrits
           IF W-AvecIndex-OK
              MOVE W-Image                     TO E-RCS-INDEX
              WRITE E-RCS-INDEX
              IF L-FstIndex NOT = ZERO
                 MOVE L-FstIndex TO CPY-STATUT-CODE
                 PERFORM TRADUCTION-STATUT
                 DISPLAY 'Erreur ecriture ' W-NomIndex ' FS='
                     L-FstIndex ' (' CPY-STATUT-TEXTE ')'
                 MOVE 'ecriture master indexe reconstitue'
                     TO CPY-ERR-CONTEXTE
                 SET W-TriErreur-OK            TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       SYNTHESE.
      *-----
      *-- Volumes de la reconstitution en fin de rapport
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrGener                     TO W-NBR-EDIT
           STRING 'CONTRATS DE LA GENERATION DE DEPART  ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE L-NbrEnrLus                    TO W-NBR-EDIT
           STRING 'LIGNES D HISTORIQUE LUES             ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrHorsFenetre               TO W-NBR-EDIT
           STRING '  HORS PERIODE DE REJEU              ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrRejetes                   TO W-NBR-EDIT
           STRING '  MOUVEMENTS REJETES EN LEUR TEMPS   ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrNonRejouables             TO W-NBR-EDIT
           STRING '  MOUVEMENTS NON REJOUABLES          ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrRejoues                   TO W-NBR-EDIT
           STRING '  MOUVEMENTS REJOUES                 ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrSuppr                     TO W-NBR-EDIT
           STRING '    DONT SUPPRESSIONS                ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE L-NbrEnrEcrits                 TO W-NBR-EDIT
           STRING 'CONTRATS DU MASTER RECONSTITUE       ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           PERFORM ECRITURE-RAPPORT
           STRING 'IMAGE ECRITE : ' FUNCTION TRIM(W-NomSortie)
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           IF W-AvecIndex-OK
              STRING 'MASTER INDEXE ECRIT : ' FUNCTION TRIM(W-NomIndex)
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
           CLOSE RAPPORT RCS-SORTIE RCS-GENER
           IF W-AvecIndex-OK
              CLOSE RCS-INDEX
           END-IF
      *-- Un secours remplace le master de la chaine : publie au
      *   manifeste comme s'il sortait de FUSION-FICHIER.
           IF RETURN-CODE = ZERO AND W-Secours-OK
              MOVE 'FICSOR.txt'                TO CPY-MAN-FICHIER
              PERFORM PUBLICATION-MANIFESTE
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Lignes d historique lues =' L-NbrEnrLus '>'
           DISPLAY 'Mouvements rejoues       =' W-NbrRejoues '>'
           DISPLAY 'Non rejouables           =' W-NbrNonRejouables '>'
           DISPLAY 'Contrats reconstitues    =' L-NbrEnrEcrits '>'
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
              MOVE 'ecriture RECONSTITUTION-RAPPORT'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       COPY RapportEcriture_COPY.

      *----------------------------------------------------------------
       COPY ErreurEcriture_COPY.

      *----------------------------------------------------------------
       COPY StatutTraduction_COPY.

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.

      *----------------------------------------------------------------
       COPY ManifesteAppel_COPY.
