       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-CONTRATS-POLICES.

      *-- Tenue de la correspondance contrats / polices et rapport de
      *   coherence entre le cote contrats (E-RefCtrSor de FICSOR.txt,
      *   fermetures de COMPLETER-FICHIER dans ETAT-CONTRATS.txt) et
      *   le cote remboursements (POLICES.txt, DECOMPTE.txt).
      *
      *-- Tenue : MVT-CONTRATS-POLICES.txt porte des mouvements 'A'
      *   (rattacher le contrat a la police, ou le re-rattacher a une
      *   autre) et 'S' (detacher le contrat). Les mouvements valides
      *   sont appliques a CONTRATS-POLICES.txt, reecrit trie sur la
      *   reference contrat ; les autres sont listes au rapport avec
      *   leur motif. Le fichier de mouvements est consomme (vide) en
      *   fin de run reussi.
      *
      *-- Rapport RAPPORT-CONTRATS-POLICES.txt :
      *   - polices de POLICES.txt sans aucun contrat rattache ;
      *   - contrats fermes par une ligne 'F' dont la police est
      *     encore active sans autre contrat ouvert ;
      *   - decomptes presentes sur une police dont tous les contrats
      *     sont fermes, la date de soin etant posterieure a la
      *     fermeture (ces decomptes sont rejetes par le mensuel,
      *     motif CONTRAT FERME).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Correspondance contrats / polices, lue puis reecrite
           SELECT FIC-XREF ASSIGN TO 'CONTRATS-POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstXref.

      *-- Etat inter-runs de COMPLETER-FICHIER (fermetures datees)
           SELECT FIC-ETATCTR ASSIGN TO 'ETAT-CONTRATS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstEtatCtr.

      *-- Mouvements de correspondance, optionnel
           SELECT XREFMVT ASSIGN TO 'MVT-CONTRATS-POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstXmv.

      *-- Master consolide de FUSION-FICHIER : un contrat ne se
      *   rattache que s'il existe (controle coupe si absent).
           SELECT FICMASTER ASSIGN TO 'FICSOR.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstMaster.

      *-- Referentiel des polices (meme fichier que le mensuel)
           SELECT POLREF ASSIGN TO 'POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolRef.

      *-- Decomptes presentes : meme choix de source que le mensuel,
      *   le fichier de cloture quand il existe, le brut sinon.
           SELECT LISTE ASSIGN USING W-NomDecompte
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst.

           SELECT RAPPORT ASSIGN TO 'RAPPORT-CONTRATS-POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstRapport.

      *> Journal d'audit partagé entre les programmes batch
      *> (cf. ECRITURE-AUDIT).
           SELECT FIC-AUDIT ASSIGN TO 'JOURNAL-AUDIT.txt'
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

      *-- Reference contrat, blanc, numero de police
       FD FIC-XREF.
       01 E-FIC-XREF                       PIC X(22).
       01 E-XREF.
           05 E-XREF-REF                   PIC X(9).
           05 FILLER                       PIC X.
           05 E-XREF-NUMPOL                PIC X(12).

       FD FIC-ETATCTR.
       01 E-FIC-ETATCTR                    PIC X(22).

      *-- Code mouvement, reference contrat, numero de police
       FD XREFMVT.
       01 E-XREFMVT.
           05 E-XMV-CODE                   PIC X.
           05 FILLER                       PIC X.
           05 E-XMV-REF                    PIC X(9).
           05 FILLER                       PIC X.
           05 E-XMV-NUMPOL                 PIC X(12).

       FD FICMASTER.
       01 E-FICMASTER.
           05 E-RefCtrMaster               PIC X(9).
           05 FILLER                       PIC X(26).

      *-- Meme dessin que le POLREF de Remboursement_secu_mensuel
       FD POLREF.
       01 E-POLREF.
           05 E-POLREF-NUMPOL              PIC X(12).
           05 FILLER                       PIC X.
           05 E-POLREF-NOM                 PIC X(30).
           05 FILLER                       PIC X.
           05 E-POLREF-STATUT              PIC X.
           05 FILLER                       PIC X.
           05 E-POLREF-NIVEAU              PIC X(2).

      *-- Meme dessin que E-LISTE de Remboursement_secu_mensuel
       FD LISTE.
       01 E-LISTE.
           05 E-LISTE-CODE                 PIC X(2).
           05 FILLER                       PIC X(3).
           05 E-LISTE-NUMPOL               PIC X(12).
           05 FILLER                       PIC X.
           05 E-LISTE-DATESOIN             PIC 9(7).
           05 FILLER                       PIC X.
           05 E-LISTE-MTREMB               PIC 9(7)V99.
           05 FILLER                       PIC X.
           05 E-LISTE-MTFACT               PIC 9(7)V99.
           05 FILLER                       PIC X.
           05 E-LISTE-AYANTDROIT           PIC X(2).
           05 FILLER                       PIC X.
           05 E-LISTE-PRESTATAIRE          PIC X(11).
           05 FILLER                       PIC X.
           05 E-LISTE-CAISSE               PIC X(3).

       FD RAPPORT.
       01 E-RAPPORT                        PIC X(80).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).
       FD  FIC-PARAMS.
       01 E-FIC-PARAMS                             PIC X(50).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'CONTROLE-CONTRATS-PO'.

      *-- file status fichier
       01 L-Fst                            PIC 99.
       01 L-FstXref                        PIC 99.
       01 L-FstEtatCtr                     PIC 99.
       01 L-FstXmv                         PIC 99.
       01 L-FstMaster                      PIC 99.
       01 L-FstPolRef                      PIC 99.
       01 L-FstRapport                     PIC 99.
       01 L-FstAudit                       PIC 99.
       01 L-FstErreurs                     PIC 99.
       01 L-FstParams                      PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
       COPY Statut_COPY.

      *-- Compteurs du journal d'audit (cf. ECRITURE-AUDIT)
       COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.
      *-- Zones d'appel du manifeste des fichiers (cf.
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
           COPY Params_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

      *-- Correspondance contrats / polices (cf.
      *   CHARGEMENT-CONTRATS-POLICES)
           COPY ContratsPolices_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
           05 L-NbrEnrEcrits               PIC 9(7).

      *-- Source des decomptes (cf. SELECT LISTE)
       01 W-NomDecompte                    PIC X(20).
       01 W-FinFic                         PIC X.
           88 W-FinFic-OK                  VALUE 'O'.

      *-- Referentiel des polices. Meme capacite que le mensuel,
      *   surchargee par la cle POL-MAX de PARAMS-LOT.txt.
       01 W-POL-MAX                        PIC 9(5) VALUE 500.
       01 W-RefPol-Actif                   PIC X VALUE 'N'.
           88 W-RefPol-Actif-OK            VALUE 'O'.
       01 W-NbrPolRef                      PIC 9(5) VALUE ZERO.
       01 TABLE-POLREF.
           05 T-POLREF OCCURS 500 TIMES
                       INDEXED BY IDX-POLREF.
               10 T-POLREF-NUMPOL          PIC X(12).
               10 T-POLREF-NOM             PIC X(30).
               10 T-POLREF-STATUT          PIC X.
       01 W-StatutPolice                   PIC X.
           88 W-StatutPolice-Actif         VALUE 'A' ' '.
       01 W-PoliceConnue                   PIC X.
           88 W-PoliceConnue-OK            VALUE 'O'.

      *-- Population des references du master (cf.
      *   CHARGEMENT-REF-MASTER), meme capacite que COMPLETER-FICHIER
       01 W-RefMaster-Actif                PIC X VALUE 'N'.
           88 W-RefMaster-Actif-OK         VALUE 'O'.
       01 W-NbrRefMaster                   PIC 9(5) VALUE ZERO.
       01 W-REFS-MASTER.
           05 W-RefMaster  OCCURS 5000 TIMES
                           INDEXED BY IDX-REF-MST  PIC X(9).
       01 W-RefMasterTrouve                PIC X.
           88 W-RefMasterTrouve-OK         VALUE 'O'.

      *-- Application des mouvements (cf. APPLICATION-MOUVEMENT)
       01 W-FinMvt                         PIC X.
           88 W-FinMvt-OK                  VALUE 'O'.
       01 W-MvtPresent                     PIC X VALUE 'N'.
           88 W-MvtPresent-OK              VALUE 'O'.
       01 W-MotifRejet                     PIC X(24).
       01 W-IdxXrefTrouve                  PIC 9(5).
       01 W-IdxInsertion                   PIC 9(5).
       01 W-IdxDecal                       PIC 9(5).
       01 W-NbrMvtLus                      PIC 9(5) VALUE ZERO.
       01 W-NbrAjouts                      PIC 9(5) VALUE ZERO.
       01 W-NbrRattach                     PIC 9(5) VALUE ZERO.
       01 W-NbrSuppr                       PIC 9(5) VALUE ZERO.
       01 W-NbrMvtRejetes                  PIC 9(5) VALUE ZERO.

      *-- Controle des decomptes (cf. CONTROLE-DECOMPTE)
       01 WS-DATE-APPEL                    PIC X(10).
       01 W-DATE.
           05 W-ANNEE                      PIC 9(4).
           05 W-MOIS                       PIC 9(2).
           05 W-JOUR                       PIC 9(2).
       01 W-DATE-STATUT                    PIC X(2).
           88 W-DateValide-OK              VALUE '00'.
       01 W-DateSoin                       PIC X(8).
       01 W-NbrDecLus                      PIC 9(7) VALUE ZERO.
       01 W-NbrDecFermes                   PIC 9(5) VALUE ZERO.
       01 W-NbrDecDateInv                  PIC 9(5) VALUE ZERO.
       01 W-MntDecFermes                   PIC 9(9)V99 VALUE ZERO.

      *-- Compteurs des sections du rapport
       01 W-NbrPolSansCtr                  PIC 9(5) VALUE ZERO.
       01 W-NbrFermesActives               PIC 9(5) VALUE ZERO.

      *-- Zones d'edition
       01 W-CPT-EDIT                       PIC ZZZZ9.
       01 W-MNT-EDIT                       PIC Z(6)ZZ9,99.
       01 W-LibStatut                      PIC X(10).
       01 W-DateEdit                       PIC X(10).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM MAJ-CORRESPONDANCE
           PERFORM POLICES-SANS-CONTRAT
           PERFORM CONTRATS-FERMES-POLICE-ACTIVE
           PERFORM DECOMPTES-CONTRAT-FERME
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

           PERFORM LECTURE-PARAMS-LOT
           MOVE 'POL-MAX' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               IF CPY-PARAM-VALNUM > 500
                   DISPLAY 'POL-MAX ramene a la capacite de la table'
                       ' (500)'
                   MOVE 500 TO W-POL-MAX
               ELSE
                   MOVE CPY-PARAM-VALNUM TO W-POL-MAX
               END-IF
           END-IF

           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-CONTRATS-POLICES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE 'CONTROLE CONTRATS / POLICES' TO CPY-RAP-TITRE
           MOVE SPACES TO CPY-RAP-PERIODE
           STRING 'RUN DU ' FUNCTION CURRENT-DATE(7:2) '/'
               FUNCTION CURRENT-DATE(5:2) '/'
               FUNCTION CURRENT-DATE(1:4)
               DELIMITED BY SIZE INTO CPY-RAP-PERIODE
           END-STRING
           PERFORM DEBUT-RAPPORT

           PERFORM CHARGEMENT-POLICES
           PERFORM CHARGEMENT-REF-MASTER
           PERFORM CHARGEMENT-CONTRATS-POLICES
           .
      *----------------------------------------------------------------
       CHARGEMENT-POLICES.
      *-- Referentiel des polices. Absent : les sections fondees sur
      *   le statut de la police sont vides (signale).
           OPEN INPUT POLREF
           IF L-FstPolRef NOT = ZERO
               DISPLAY 'Referentiel POLICES.txt absent, controles '
                   'par police coupes'
               EXIT PARAGRAPH
           END-IF
           SET W-RefPol-Actif-OK TO TRUE
           PERFORM UNTIL L-FstPolRef NOT = ZERO
               READ POLREF
               AT END
                   CONTINUE
               NOT AT END
                   IF W-NbrPolRef < W-POL-MAX
                       ADD 1 TO W-NbrPolRef
                       SET IDX-POLREF TO W-NbrPolRef
                       MOVE E-POLREF-NUMPOL
                           TO T-POLREF-NUMPOL(IDX-POLREF)
                       MOVE E-POLREF-NOM TO T-POLREF-NOM(IDX-POLREF)
                       MOVE E-POLREF-STATUT
                           TO T-POLREF-STATUT(IDX-POLREF)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE POLREF
           DISPLAY 'Referentiel polices charge : ' W-NbrPolRef
               ' polices'
           .
      *----------------------------------------------------------------
       CHARGEMENT-REF-MASTER.
      *-- References du master consolide. Absent ou trop volumineux :
      *   le rattachement n'est plus controle contre le master.
           MOVE 'FICSOR.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT FICMASTER
           IF L-FstMaster NOT = ZERO
               DISPLAY 'Master FICSOR.txt absent, rattachements non '
                   'controles contre le master'
               EXIT PARAGRAPH
           END-IF
           SET W-RefMaster-Actif-OK TO TRUE
           PERFORM UNTIL L-FstMaster NOT = ZERO
               READ FICMASTER
               AT END
                   CONTINUE
               NOT AT END
                   IF W-NbrRefMaster < 5000
                       ADD 1 TO W-NbrRefMaster
                       SET IDX-REF-MST TO W-NbrRefMaster
                       MOVE E-RefCtrMaster TO W-RefMaster(IDX-REF-MST)
                   ELSE
                       IF W-RefMaster-Actif-OK
                           DISPLAY 'Master trop volumineux, '
                               'rattachements non controles'
                       END-IF
                       MOVE 'N' TO W-RefMaster-Actif
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICMASTER
           .
      *----------------------------------------------------------------
       MAJ-CORRESPONDANCE.
      *-- Applique MVT-CONTRATS-POLICES.txt a la correspondance
      *   chargee, reecrit CONTRATS-POLICES.txt puis recharge la
      *   table (les fermetures sont reportees sur les contrats
      *   nouvellement rattaches). Pas de mouvements : la
      *   correspondance est seulement relue.
           MOVE 'Code * Contrat * Police * Motif de rejet'
               TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'MOUVEMENTS DE CORRESPONDANCE' TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT

           OPEN INPUT XREFMVT
           IF L-FstXmv NOT = ZERO
               MOVE 'Aucun mouvement ce run' TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
               EXIT PARAGRAPH
           END-IF
           SET W-MvtPresent-OK TO TRUE
           MOVE SPACE TO W-FinMvt
           PERFORM UNTIL W-FinMvt-OK
               READ XREFMVT
               AT END
                   SET W-FinMvt-OK TO TRUE
               NOT AT END
                   ADD 1 TO W-NbrMvtLus
                   ADD 1 TO L-NbrEnrLus
                   PERFORM APPLICATION-MOUVEMENT
               END-READ
           END-PERFORM
           CLOSE XREFMVT

           PERFORM ECRITURE-CORRESPONDANCE
           PERFORM CHARGEMENT-CONTRATS-POLICES

           MOVE W-NbrAjouts TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'CONTRATS RATTACHES      : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrRattach TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'CONTRATS RE-RATTACHES   : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrSuppr TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'CONTRATS DETACHES       : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrMvtRejetes TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'MOUVEMENTS REJETES      : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       APPLICATION-MOUVEMENT.
      *-- Un mouvement : controle, puis rattachement (insertion triee
      *   sur la reference ou changement de police) ou detachement.
      *   Le premier motif rencontre fait foi.
           MOVE SPACES TO W-MotifRejet
           PERFORM RECHERCHE-CONTRAT-XREF

           EVALUATE E-XMV-CODE
               WHEN 'A'
                   IF E-XMV-REF = SPACES
                       MOVE 'CONTRAT ABSENT' TO W-MotifRejet
                   END-IF
                   IF W-MotifRejet = SPACES AND E-XMV-NUMPOL = SPACES
                       MOVE 'POLICE ABSENTE' TO W-MotifRejet
                   END-IF
                   IF W-MotifRejet = SPACES AND W-RefMaster-Actif-OK
                       PERFORM RECHERCHE-REF-MASTER
                       IF NOT W-RefMasterTrouve-OK
                           MOVE 'CONTRAT INCONNU DU MASTER'
                               TO W-MotifRejet
                       END-IF
                   END-IF
                   IF W-MotifRejet = SPACES AND W-RefPol-Actif-OK
                       MOVE E-XMV-NUMPOL TO CPY-XREF-NUMPOL-DEM
                       PERFORM RECHERCHE-POLICE
                       IF NOT W-PoliceConnue-OK
                           MOVE 'POLICE INCONNUE' TO W-MotifRejet
                       END-IF
                   END-IF
                   IF W-MotifRejet = SPACES AND W-IdxXrefTrouve = ZERO
                       AND CPY-XREF-NBR >= CPY-XREF-MAX
                       MOVE 'CORRESPONDANCE SATUREE' TO W-MotifRejet
                   END-IF
                   IF W-MotifRejet = SPACES
                       IF W-IdxXrefTrouve = ZERO
                           PERFORM INSERTION-CONTRAT-XREF
                           ADD 1 TO W-NbrAjouts
                       ELSE
                           MOVE E-XMV-NUMPOL
                               TO CPY-XREF-NUMPOL(W-IdxXrefTrouve)
                           ADD 1 TO W-NbrRattach
                       END-IF
                   END-IF
               WHEN 'S'
                   IF W-IdxXrefTrouve = ZERO
                       MOVE 'CONTRAT NON RATTACHE' TO W-MotifRejet
                   ELSE
                       PERFORM VARYING W-IdxDecal FROM W-IdxXrefTrouve
                               BY 1 UNTIL W-IdxDecal >= CPY-XREF-NBR
                           MOVE CPY-XREF(W-IdxDecal + 1)
                               TO CPY-XREF(W-IdxDecal)
                       END-PERFORM
                       SUBTRACT 1 FROM CPY-XREF-NBR
                       ADD 1 TO W-NbrSuppr
                   END-IF
               WHEN OTHER
                   MOVE 'CODE MOUVEMENT INCONNU' TO W-MotifRejet
           END-EVALUATE

           IF W-MotifRejet NOT = SPACES
               ADD 1 TO W-NbrMvtRejetes
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING E-XMV-CODE '    * ' E-XMV-REF ' * '
                   E-XMV-NUMPOL ' * ' W-MotifRejet
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           .
      *----------------------------------------------------------------
       RECHERCHE-CONTRAT-XREF.
      *-- Rang du contrat du mouvement dans la correspondance (zero
      *   s'il n'y est pas) et rang ou l'inserer pour garder l'ordre
      *   des references.
           MOVE ZERO TO W-IdxXrefTrouve
           MOVE ZERO TO W-IdxInsertion
           PERFORM VARYING CPY-IDX-XREF FROM 1 BY 1
                   UNTIL CPY-IDX-XREF > CPY-XREF-NBR
               IF CPY-XREF-REF(CPY-IDX-XREF) = E-XMV-REF
                   SET W-IdxXrefTrouve TO CPY-IDX-XREF
               END-IF
               IF CPY-XREF-REF(CPY-IDX-XREF) > E-XMV-REF
                   AND W-IdxInsertion = ZERO
                   SET W-IdxInsertion TO CPY-IDX-XREF
               END-IF
           END-PERFORM
           IF W-IdxInsertion = ZERO
               COMPUTE W-IdxInsertion = CPY-XREF-NBR + 1
           END-IF
           .
      *----------------------------------------------------------------
       INSERTION-CONTRAT-XREF.
      *-- Insertion au rang W-IdxInsertion, les suivants decales
           PERFORM VARYING W-IdxDecal FROM CPY-XREF-NBR BY -1
                   UNTIL W-IdxDecal < W-IdxInsertion
               MOVE CPY-XREF(W-IdxDecal) TO CPY-XREF(W-IdxDecal + 1)
           END-PERFORM
           ADD 1 TO CPY-XREF-NBR
           MOVE E-XMV-REF TO CPY-XREF-REF(W-IdxInsertion)
           MOVE E-XMV-NUMPOL TO CPY-XREF-NUMPOL(W-IdxInsertion)
           MOVE SPACES TO CPY-XREF-FERME(W-IdxInsertion)
           MOVE SPACES TO CPY-XREF-DATEFERM(W-IdxInsertion)
           .
      *----------------------------------------------------------------
       RECHERCHE-REF-MASTER.
      *-----
           MOVE SPACES TO W-RefMasterTrouve
           PERFORM VARYING IDX-REF-MST FROM 1 BY 1
                   UNTIL IDX-REF-MST > W-NbrRefMaster
               IF W-RefMaster(IDX-REF-MST) = E-XMV-REF
                   SET W-RefMasterTrouve-OK TO TRUE
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       RECHERCHE-POLICE.
      *-- Police CPY-XREF-NUMPOL-DEM dans le referentiel, avec son
      *   statut (blanc = actif, comme dans le mensuel).
           MOVE SPACES TO W-PoliceConnue
           MOVE SPACES TO W-StatutPolice
           PERFORM VARYING IDX-POLREF FROM 1 BY 1
                   UNTIL IDX-POLREF > W-NbrPolRef
               IF T-POLREF-NUMPOL(IDX-POLREF) = CPY-XREF-NUMPOL-DEM
                   SET W-PoliceConnue-OK TO TRUE
                   MOVE T-POLREF-STATUT(IDX-POLREF) TO W-StatutPolice
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       ECRITURE-CORRESPONDANCE.
      *-- Reecrit CONTRATS-POLICES.txt dans l'ordre des references
           OPEN OUTPUT FIC-XREF
           IF L-FstXref NOT = ZERO
               MOVE L-FstXref TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture correspondance FS='
                   L-FstXref ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture CONTRATS-POLICES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING CPY-IDX-XREF FROM 1 BY 1
                   UNTIL CPY-IDX-XREF > CPY-XREF-NBR
               MOVE SPACES TO E-XREF
               MOVE CPY-XREF-REF(CPY-IDX-XREF) TO E-XREF-REF
               MOVE CPY-XREF-NUMPOL(CPY-IDX-XREF) TO E-XREF-NUMPOL
               WRITE E-XREF
               IF L-FstXref NOT = ZERO
                   MOVE L-FstXref TO CPY-STATUT-CODE
                   PERFORM TRADUCTION-STATUT
                   DISPLAY 'Erreur ecriture correspondance FS='
                       L-FstXref ' (' CPY-STATUT-TEXTE ')'
                   MOVE 'ecriture CONTRATS-POLICES'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               ADD 1 TO L-NbrEnrEcrits
           END-PERFORM
           CLOSE FIC-XREF
           DISPLAY 'Correspondance reecrite : ' CPY-XREF-NBR
               ' contrats'
           .
      *----------------------------------------------------------------
       POLICES-SANS-CONTRAT.
      *-- Polices du referentiel auxquelles aucun contrat n'est
      *   rattache : un remboursement y est paye sans contrat connu.
           MOVE 'Police * Nom de l''assure * Statut' TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'POLICES SANS CONTRAT' TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           IF NOT W-RefPol-Actif-OK OR NOT CPY-XREF-ACTIF-OK
               MOVE 'Controle impossible : polices ou correspondance'
                   TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-POLREF FROM 1 BY 1
                   UNTIL IDX-POLREF > W-NbrPolRef
               MOVE T-POLREF-NUMPOL(IDX-POLREF) TO CPY-XREF-NUMPOL-DEM
               PERFORM SITUATION-POLICE-CONTRATS
               IF CPY-XREF-NBR-CTR = ZERO
                   ADD 1 TO W-NbrPolSansCtr
                   MOVE T-POLREF-STATUT(IDX-POLREF) TO W-StatutPolice
                   PERFORM LIBELLE-STATUT
                   MOVE SPACES TO CPY-RAP-LIGNE
                   STRING T-POLREF-NUMPOL(IDX-POLREF) ' * '
                       T-POLREF-NOM(IDX-POLREF) ' * ' W-LibStatut
                       DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                   END-STRING
                   PERFORM ECRITURE-RAPPORT
               END-IF
           END-PERFORM
           MOVE W-NbrPolSansCtr TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL POLICES SANS CONTRAT : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       CONTRATS-FERMES-POLICE-ACTIVE.
      *-- Contrats fermes par une ligne 'F' de COMPLETER-FICHIER dont
      *   la police est toujours active au referentiel sans qu'aucun
      *   autre contrat ouvert ne la couvre : la police aurait du
      *   etre suspendue ou resiliee.
           MOVE 'Contrat * Police * Fermeture * Statut police'
               TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'CONTRATS FERMES SUR POLICE ENCORE ACTIVE'
               TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           IF NOT W-RefPol-Actif-OK OR NOT CPY-XREF-ACTIF-OK
               MOVE 'Controle impossible : polices ou correspondance'
                   TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING W-IdxDecal FROM 1 BY 1
                   UNTIL W-IdxDecal > CPY-XREF-NBR
               IF CPY-XREF-FERME-OK(W-IdxDecal)
                   MOVE CPY-XREF-NUMPOL(W-IdxDecal)
                       TO CPY-XREF-NUMPOL-DEM
                   PERFORM RECHERCHE-POLICE
                   IF W-PoliceConnue-OK AND W-StatutPolice-Actif
                       PERFORM SITUATION-POLICE-CONTRATS
                       IF CPY-XREF-NBR-OUVERTS = ZERO
                           ADD 1 TO W-NbrFermesActives
                           MOVE CPY-XREF-DATEFERM(W-IdxDecal)
                               TO W-DateEdit
                           PERFORM EDITION-DATE
                           PERFORM LIBELLE-STATUT
                           MOVE SPACES TO CPY-RAP-LIGNE
                           STRING CPY-XREF-REF(W-IdxDecal) ' * '
                               CPY-XREF-NUMPOL(W-IdxDecal) ' * '
                               W-DateEdit ' * ' W-LibStatut
                               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                           END-STRING
                           PERFORM ECRITURE-RAPPORT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE W-NbrFermesActives TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL CONTRATS FERMES SUR POLICE ACTIVE : '
               W-CPT-EDIT DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       DECOMPTES-CONTRAT-FERME.
      *-- Decomptes presentes dont la date de soin est posterieure a
      *   la fermeture du dernier contrat de la police : soins
      *   rembourses sur un contrat termine.
           MOVE 'Police * Contrat * Fermeture * Date soin * Montant'
               TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'DECOMPTES POSTERIEURS A LA FERMETURE DU CONTRAT'
               TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           IF NOT CPY-XREF-ACTIF-OK
               MOVE 'Controle impossible : correspondance absente'
                   TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
               EXIT PARAGRAPH
           END-IF

           MOVE 'DECOMPTE-CLOTURE.txt' TO W-NomDecompte
           OPEN INPUT LISTE
           IF L-Fst NOT = ZERO
               MOVE 'DECOMPTE.txt' TO W-NomDecompte
               OPEN INPUT LISTE
           END-IF
           IF L-Fst NOT = ZERO
               MOVE 'Aucun fichier de decomptes presente'
                   TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Decomptes controles : ' W-NomDecompte
           MOVE W-NomDecompte TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE

           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ LISTE
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   IF E-LISTE(1:7) NOT = 'TRAILER'
                       ADD 1 TO W-NbrDecLus
                       ADD 1 TO L-NbrEnrLus
                       PERFORM CONTROLE-DECOMPTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LISTE

           MOVE W-NbrDecFermes TO W-CPT-EDIT
           MOVE W-MntDecFermes TO W-MNT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL DECOMPTES SUR CONTRAT FERME : ' W-CPT-EDIT
               ' POUR ' W-MNT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           IF W-NbrDecDateInv NOT = ZERO
               MOVE W-NbrDecDateInv TO W-CPT-EDIT
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING 'DECOMPTES A DATE DE SOIN INVALIDE (NON '
                   'CONTROLES) : ' W-CPT-EDIT
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           .
      *----------------------------------------------------------------
       CONTROLE-DECOMPTE.
      *-- Police dont tous les contrats rattaches sont fermes, a une
      *   date connue anterieure a la date de soin du decompte.
           MOVE E-LISTE-NUMPOL TO CPY-XREF-NUMPOL-DEM
           PERFORM SITUATION-POLICE-CONTRATS
           IF CPY-XREF-NBR-CTR = ZERO
               OR CPY-XREF-NBR-OUVERTS NOT = ZERO
               OR CPY-XREF-FERM-MAX = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATE-APPEL
           MOVE E-LISTE-DATESOIN TO WS-DATE-APPEL(1:7)
           CALL 'Conversion_dates'
           USING WS-DATE-APPEL
               W-ANNEE
               W-MOIS
               W-JOUR
               W-DATE-STATUT
           END-CALL
           IF NOT W-DateValide-OK
               ADD 1 TO W-NbrDecDateInv
               EXIT PARAGRAPH
           END-IF
           MOVE W-DATE TO W-DateSoin
           IF W-DateSoin > CPY-XREF-FERM-MAX
               ADD 1 TO W-NbrDecFermes
               ADD E-LISTE-MTREMB TO W-MntDecFermes
               MOVE CPY-XREF-FERM-MAX TO W-DateEdit
               PERFORM EDITION-DATE
               MOVE E-LISTE-MTREMB TO W-MNT-EDIT
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING E-LISTE-NUMPOL ' * ' CPY-XREF-REF-FERM-MAX
                   ' * ' W-DateEdit ' * ' W-JOUR '/' W-MOIS '/'
                   W-ANNEE ' * ' W-MNT-EDIT
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-DATE.
      *-- W-DateEdit : AAAAMMJJ en entree, JJ/MM/AAAA en sortie
      *   ('INCONNUE' pour une fermeture a l'ancien dessin).
           IF W-DateEdit(1:8) = SPACES
               MOVE 'INCONNUE' TO W-DateEdit
           ELSE
               MOVE SPACES TO WS-DATE-APPEL
               STRING W-DateEdit(7:2) '/' W-DateEdit(5:2) '/'
                   W-DateEdit(1:4) DELIMITED BY SIZE
                   INTO WS-DATE-APPEL
               END-STRING
               MOVE WS-DATE-APPEL TO W-DateEdit
           END-IF
           .
      *----------------------------------------------------------------
       LIBELLE-STATUT.
      *-----
           EVALUATE W-StatutPolice
               WHEN 'S'
                   MOVE 'SUSPENDUE' TO W-LibStatut
               WHEN 'R'
                   MOVE 'RESILIEE' TO W-LibStatut
               WHEN 'A'
               WHEN SPACE
                   MOVE 'ACTIVE' TO W-LibStatut
               WHEN OTHER
                   MOVE 'NON ACTIVE' TO W-LibStatut
           END-EVALUATE
           .
      *----------------------------------------------------------------
       FIN-TRT.
      *----
           IF RETURN-CODE = ZERO
               PERFORM FIN-RAPPORT
           END-IF
           CLOSE RAPPORT
      *-- Mouvements appliques : le fichier est consomme (reecrit
      *   vide) pour ne pas etre rejoue. Sur fin anormale il reste en
      *   place, la relance le reprendra.
           IF RETURN-CODE = ZERO AND W-MvtPresent-OK
               OPEN OUTPUT XREFMVT
               IF L-FstXmv = ZERO
                   CLOSE XREFMVT
               END-IF
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Mouvements lus =' W-NbrMvtLus '>'
           DISPLAY 'Mouvements rejetes =' W-NbrMvtRejetes '>'
           DISPLAY 'Polices sans contrat =' W-NbrPolSansCtr '>'
           DISPLAY 'Contrats fermes sur police active ='
               W-NbrFermesActives '>'
           DISPLAY 'Decomptes sur contrat ferme =' W-NbrDecFermes '>'
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
               MOVE 'ecriture RAPPORT-CONTRATS-POLICES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           ELSE
               ADD 1 TO L-NbrEnrEcrits
           END-IF
           .

      *----------------------------------------------------------------
       COPY ContratsPolicesLecture_COPY.

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
