       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIF-MASTER.

      *-- Controle de concordance entre les deux faces du master
      *   contrats : FICSOR.txt (sequentiel) et FICSOR.idx (indexe,
      *   entretenu en place par le mode mise a jour de
      *   FUSION-FICHIER, cf. MAJ-MASTER-INDEXE). Un abend, une
      *   reprise partielle ou une correction a la main peuvent les
      *   faire diverger sans que rien ne le signale. Les deux sont
      *   lus en sequence de reference et rapproches ; le rapport
      *   VERIF-MASTER-RAPPORT.txt liste les references presentes
      *   d'un seul cote et celles dont le contenu differe.
      *   Une difference qui correspond exactement a une correction
      *   manuelle en attente dans MVT-MANUELS.txt (deja portee a
      *   l'index par MAINTENANCE-CONTRAT, pas encore a FICSOR.txt)
      *   est normale : elle est signalee sans compter en ecart.
      *
      *-- Resynchronisation sur demande : MODE-VERIF-MASTER.txt
      *   contenant 'RESYNC'. En presence d'ecarts, FICSOR.idx est
      *   alors reconstruit depuis FICSOR.txt, puis les corrections
      *   manuelles en attente y sont reportees.
      *   RETURN-CODE : 0 concordance (ou resynchronisation faite),
      *   4 ecarts laisses en place, 16 fin anormale.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FICSOR  ASSIGN  TO 'FICSOR.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstSor.

       SELECT FICSORIDX  ASSIGN  TO 'FICSOR.idx'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS E-RefCtrSorIdx
              FILE STATUS IS L-FstSorIdx.

      *-- Corrections manuelles en attente du prochain run de fusion
       SELECT FICMANU  ASSIGN  TO 'MVT-MANUELS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstManu.

      *-- Mode du controle, optionnel
       SELECT FICMODE  ASSIGN  TO 'MODE-VERIF-MASTER.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstMode.

       SELECT RAPPORT  ASSIGN  TO 'VERIF-MASTER-RAPPORT.txt'
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

      *-- Meme dessin que E-FICSOR de FUSION-FICHIER
       FD  FICSOR.
       01 E-FICSOR.
           05 E-RefCtrSor                          PIC X(9).
           05 FILLER                               PIC X(26).

      *-- Meme dessin que E-FICSORIDX de FUSION-FICHIER
       FD  FICSORIDX.
       01 E-FICSORIDX.
           05 E-RefCtrSorIdx                       PIC X(9).
           05 FILLER                               PIC X(26).

      *-- Meme dessin que E-FICMANU de MAINTENANCE-CONTRAT
       FD  FICMANU.
       01 E-FICMANU.
           05 E-RefCtrManu                         PIC X(9).
           05 FILLER                               PIC X.
           05 E-CodeMvtManu                        PIC X.
           05 FILLER                               PIC X.
           05 E-ImageManu                          PIC X(35).

       FD  FICMODE.
       01 E-FICMODE                                PIC X(6).

       FD  RAPPORT.
       01 E-RAPPORT                                PIC X(80).

       FD  FIC-AUDIT.
       01 E-FICAUDIT                               PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-Pgm                 PIC X(20) VALUE 'VERIF-MASTER'.

      *-- file status fichier
       01 L-FstSor                                 PIC 99.
       01 L-FstSorIdx                              PIC 99.
       01 L-FstManu                                PIC 99.
       01 L-FstMode                                PIC 99.
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
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

      *-- Enregistrements lus (deux faces), ecrits (index resynchronise)
       01 L-Nbr.
           05 L-NbrEnrLus                          PIC 9(7).
           05 L-NbrEnrEcrits                       PIC 9(7).

       01 W-ModeVerif                              PIC X(6).
           88 W-Mode-Resync                        VALUE 'RESYNC'.
       01 W-IndexAbsent                            PIC X.
           88 W-IndexAbsent-OK                     VALUE 'O'.

      *-- Corrections manuelles en attente : la derniere saisie par
      *   reference fait foi (meme regle que CHARGEMENT-MVT-MANUELS de
      *   FUSION-FICHIER).
       01 W-Manu-Max                               PIC 9(3) VALUE 500.
       01 W-NbrManu                                PIC 9(3).
       01 TABLEAU-MANU.
           05 W-Manu  OCCURS 500 TIMES INDEXED BY IDX-MANU.
               10 W-ManuRef                        PIC X(9).
               10 W-ManuImage                      PIC X(35).
       01 W-ManuTrouve                             PIC X.
           88 W-ManuTrouve-OK                      VALUE 'O'.

      *-- Rapprochement des deux faces
       01 W-RefSor                                 PIC X(9).
       01 W-RefSorPrec                             PIC X(9).
       01 W-RefIdx                                 PIC X(9).
       01 W-CleCour                                PIC X(9).
       01 W-ImageSor                               PIC X(35).
       01 W-ImageIdx                               PIC X(35).
      *-- Ecart en cours d'edition : constat et image de chaque cote
       01 W-Constat                                PIC X(34).
       01 W-EcartSor                               PIC X(35).
       01 W-EcartIdx                               PIC X(35).

      *-- Compteurs
       01 W-NbrSor                                 PIC 9(7).
       01 W-NbrIdx                                 PIC 9(7).
       01 W-NbrConcordants                         PIC 9(7).
       01 W-NbrAbsentsIdx                          PIC 9(7).
       01 W-NbrAbsentsSor                          PIC 9(7).
       01 W-NbrDifferents                          PIC 9(7).
       01 W-NbrEnAttente                           PIC 9(7).
       01 W-NbrEcarts                              PIC 9(7).
       01 W-NbrReportes                            PIC 9(7).

       01 W-NBR-EDIT                               PIC Z(6)9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM RAPPROCHEMENT
           PERFORM SYNTHESE
           IF W-NbrEcarts > ZERO
              IF W-Mode-Resync
                 PERFORM RESYNCHRONISATION
              ELSE
                 MOVE 4                        TO RETURN-CODE
              END-IF
           END-IF
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr
           MOVE ZERO                           TO W-NbrSor
           MOVE ZERO                           TO W-NbrIdx
           MOVE ZERO                           TO W-NbrConcordants
           MOVE ZERO                           TO W-NbrAbsentsIdx
           MOVE ZERO                           TO W-NbrAbsentsSor
           MOVE ZERO                           TO W-NbrDifferents
           MOVE ZERO                           TO W-NbrEnAttente
           MOVE ZERO                           TO W-NbrEcarts
           MOVE ZERO                           TO W-NbrReportes
           MOVE ZERO                           TO W-NbrManu
           MOVE 'voir console'                 TO CPY-ERR-CONTEXTE

      *-- Mode : 'RESYNC' demande la resynchronisation, tout autre
      *   contenu ou l'absence du fichier le simple controle.
           MOVE SPACES                         TO W-ModeVerif
           OPEN INPUT FICMODE
           IF L-FstMode = ZERO
              READ FICMODE
              NOT AT END
                 MOVE E-FICMODE                TO W-ModeVerif
              END-READ
              CLOSE FICMODE
           END-IF
           IF W-Mode-Resync
              DISPLAY 'Controle avec resynchronisation de FICSOR.idx'
           ELSE
              DISPLAY 'Controle seul, sans resynchronisation'
           END-IF

           PERFORM CHARGEMENT-MVT-MANUELS

           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
              MOVE L-FstRapport TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                  ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ouverture VERIF-MASTER-RAPPORT' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           MOVE 'CONCORDANCE FICSOR.TXT / FICSOR.IDX' TO CPY-RAP-TITRE
           MOVE SPACES                         TO CPY-RAP-PERIODE
           IF W-Mode-Resync
              MOVE 'AVEC RESYNCHRONISATION'    TO CPY-RAP-PERIODE
           ELSE
              MOVE 'CONTROLE SEUL'             TO CPY-RAP-PERIODE
           END-IF
           MOVE SPACES                         TO CPY-RAP-ENTCOL
           STRING 'REFERENCE CONSTAT                            '
               'IMAGE' DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM DEBUT-RAPPORT
           .
      *----------------------------------------------------------------
       CHARGEMENT-MVT-MANUELS.
      *-----
      *-- Fichier absent ou vide = aucune correction en attente.
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
           END-IF
           DISPLAY 'Corrections manuelles en attente =' W-NbrManu '>'
           .
      *----------------------------------------------------------------
       RANGEMENT-MVT-MANUEL.
      *-----
           MOVE E-RefCtrManu                   TO W-CleCour
           PERFORM RECHERCHE-MVT-MANUEL
           IF W-ManuTrouve-OK
              MOVE E-ImageManu                 TO W-ManuImage(IDX-MANU)
              EXIT PARAGRAPH
           END-IF
           IF W-NbrManu >= W-Manu-Max
              DISPLAY 'Table des corrections manuelles saturee ('
                  W-Manu-Max ' entrees)>'
              MOVE 'CHARGEMENT-MVT-MANUELS table saturee'
                  TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           ADD 1                               TO W-NbrManu
           SET IDX-MANU                        TO W-NbrManu
           MOVE E-RefCtrManu                   TO W-ManuRef(IDX-MANU)
           MOVE E-ImageManu                    TO W-ManuImage(IDX-MANU)
           .
      *----------------------------------------------------------------
       RECHERCHE-MVT-MANUEL.
      *-----
      *-- Correction en attente sur W-CleCour : IDX-MANU la designe.
           MOVE SPACES                         TO W-ManuTrouve
           SET IDX-MANU                        TO 1
           SEARCH W-Manu
               AT END
                  CONTINUE
               WHEN IDX-MANU > W-NbrManu
                  CONTINUE
               WHEN W-ManuRef(IDX-MANU) = W-CleCour
                  SET W-ManuTrouve-OK          TO TRUE
           END-SEARCH
           .
      *----------------------------------------------------------------
       RAPPROCHEMENT.
      *-----
      *-- Les deux faces en sequence de reference, cle haute en fin
      *   de fichier. FICSOR.idx absent : tout FICSOR.txt y manque.
      *   FICSOR.txt doit etre celui que son producteur a publie.
           MOVE 'FICSOR.txt'                   TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT FICSOR
           IF L-FstSor NOT = ZERO
              MOVE L-FstSor TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur ouverture FICSOR.txt FS=' L-FstSor
                  ' (' CPY-STATUT-TEXTE ')'
              MOVE 'ouverture FICSOR.txt' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           MOVE SPACES                         TO W-IndexAbsent
           OPEN INPUT FICSORIDX
           IF L-FstSorIdx = 35
              SET W-IndexAbsent-OK             TO TRUE
              DISPLAY 'FICSOR.idx absent'
              MOVE 'FICSOR.IDX ABSENT'         TO CPY-RAP-LIGNE
              PERFORM ECRITURE-RAPPORT
           ELSE
              IF L-FstSorIdx NOT = ZERO
                 MOVE L-FstSorIdx TO CPY-STATUT-CODE
                 PERFORM TRADUCTION-STATUT
                 DISPLAY 'Erreur ouverture FICSOR.idx FS=' L-FstSorIdx
                     ' (' CPY-STATUT-TEXTE ')'
                 MOVE 'ouverture FICSOR.idx' TO CPY-ERR-CONTEXTE
                 PERFORM ERREUR
              END-IF
           END-IF

           MOVE LOW-VALUES                     TO W-RefSorPrec
           PERFORM LECTURE-SOR
           PERFORM LECTURE-IDX
           PERFORM UNTIL W-RefSor = HIGH-VALUES
               AND W-RefIdx = HIGH-VALUES
              PERFORM RAPPROCHEMENT-CLE
           END-PERFORM

           CLOSE FICSOR
           IF NOT W-IndexAbsent-OK
              CLOSE FICSORIDX
           END-IF
           .
      *----------------------------------------------------------------
       RAPPROCHEMENT-CLE.
      *-----
      *-- Constat sur la plus petite des deux cles, edite avant de
      *   lire plus loin le ou les cotes qui la portaient.
           MOVE SPACES                         TO W-Constat
           EVALUATE TRUE
             WHEN W-RefSor = W-RefIdx
               MOVE W-RefSor                   TO W-CleCour
               IF W-ImageSor = W-ImageIdx
                  ADD 1                        TO W-NbrConcordants
               ELSE
                  ADD 1                        TO W-NbrDifferents
                  MOVE 'CONTENU DIFFERENT'     TO W-Constat
                  MOVE W-ImageSor              TO W-EcartSor
                  MOVE W-ImageIdx              TO W-EcartIdx
                  PERFORM EDITION-ECART
               END-IF
               PERFORM LECTURE-SOR
               PERFORM LECTURE-IDX
             WHEN W-RefSor < W-RefIdx
               MOVE W-RefSor                   TO W-CleCour
               MOVE W-ImageSor                 TO W-EcartSor
               MOVE SPACES                     TO W-EcartIdx
               ADD 1                           TO W-NbrAbsentsIdx
               MOVE 'ABSENT DE FICSOR.IDX'     TO W-Constat
               PERFORM EDITION-ECART
               PERFORM LECTURE-SOR
             WHEN OTHER
               MOVE W-RefIdx                   TO W-CleCour
               MOVE SPACES                     TO W-EcartSor
               MOVE W-ImageIdx                 TO W-EcartIdx
               ADD 1                           TO W-NbrAbsentsSor
               MOVE 'ABSENT DE FICSOR.TXT'     TO W-Constat
               PERFORM EDITION-ECART
               PERFORM LECTURE-IDX
           END-EVALUATE
           .
      *----------------------------------------------------------------
       EDITION-ECART.
      *-----
      *-- L'index portant exactement la correction manuelle en
      *   attente sur la cle : ecart attendu jusqu'au prochain run.
           PERFORM RECHERCHE-MVT-MANUEL
           IF W-ManuTrouve-OK
              AND W-ManuImage(IDX-MANU)(10:26) = W-EcartIdx(10:26)
              ADD 1                            TO W-NbrEnAttente
              MOVE 'CORRECTION MANUELLE EN ATTENTE' TO W-Constat
           ELSE
              ADD 1                            TO W-NbrEcarts
           END-IF
           MOVE SPACES                         TO CPY-RAP-LIGNE
           STRING W-CleCour ' ' W-Constat ' TXT ' W-EcartSor(10:26)
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           STRING '                                             '
               'IDX ' W-EcartIdx(10:26)
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       LECTURE-SOR.
      *-----
      *-- FICSOR.txt hors sequence : le rapprochement n'a plus de
      *   sens et la resynchronisation serait fausse, arret.
           READ FICSOR
           AT END
              MOVE HIGH-VALUES                 TO W-RefSor
           NOT AT END
              ADD 1                            TO L-NbrEnrLus
              ADD 1                            TO W-NbrSor
              IF E-RefCtrSor NOT > W-RefSorPrec
                 DISPLAY 'FICSOR.txt hors sequence, cle ='
                     E-RefCtrSor '>'
                 MOVE 'FICSOR.txt hors sequence' TO CPY-ERR-CONTEXTE
                 PERFORM ERREUR
              END-IF
              MOVE E-RefCtrSor                 TO W-RefSor
              MOVE E-RefCtrSor                 TO W-RefSorPrec
              MOVE E-FICSOR                    TO W-ImageSor
           END-READ
           IF L-FstSor NOT = ZERO AND L-FstSor NOT = 10
              MOVE L-FstSor TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur lecture FICSOR.txt FS=' L-FstSor
                  ' (' CPY-STATUT-TEXTE ')'
              MOVE 'lecture FICSOR.txt' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       LECTURE-IDX.
      *-----
           IF W-IndexAbsent-OK
              MOVE HIGH-VALUES                 TO W-RefIdx
              EXIT PARAGRAPH
           END-IF
           READ FICSORIDX NEXT RECORD
           AT END
              MOVE HIGH-VALUES                 TO W-RefIdx
           NOT AT END
              ADD 1                            TO L-NbrEnrLus
              ADD 1                            TO W-NbrIdx
              MOVE E-RefCtrSorIdx              TO W-RefIdx
              MOVE E-FICSORIDX                 TO W-ImageIdx
           END-READ
           IF L-FstSorIdx NOT = ZERO AND L-FstSorIdx NOT = 10
              MOVE L-FstSorIdx TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur lecture FICSOR.idx FS=' L-FstSorIdx
                  ' (' CPY-STATUT-TEXTE ')'
              MOVE 'lecture FICSOR.idx' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       SYNTHESE.
      *-----
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrSor                       TO W-NBR-EDIT
           STRING 'CONTRATS SUR FICSOR.TXT                  ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrIdx                       TO W-NBR-EDIT
           STRING 'CONTRATS SUR FICSOR.IDX                  ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrConcordants               TO W-NBR-EDIT
           STRING '  CONCORDANTS                            ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrAbsentsIdx                TO W-NBR-EDIT
           STRING '  ABSENTS DE FICSOR.IDX                  ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrAbsentsSor                TO W-NBR-EDIT
           STRING '  ABSENTS DE FICSOR.TXT                  ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrDifferents                TO W-NBR-EDIT
           STRING '  CONTENU DIFFERENT                      ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrEnAttente                 TO W-NBR-EDIT
           STRING 'ECARTS ATTENDUS (CORRECTIONS EN ATTENTE) ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrEcarts                    TO W-NBR-EDIT
           STRING 'ECARTS A RESORBER                        ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           IF W-NbrEcarts > ZERO AND NOT W-Mode-Resync
              PERFORM ECRITURE-RAPPORT
              STRING 'ECARTS LAISSES EN PLACE : RELANCER AVEC RESYNC '
                  'DANS MODE-VERIF-MASTER.TXT'
                  DELIMITED BY SIZE INTO CPY-RAP-LIGNE
              END-STRING
              PERFORM ECRITURE-RAPPORT
           END-IF
           DISPLAY 'Ecarts FICSOR.txt / FICSOR.idx =' W-NbrEcarts '>'
           .
      *----------------------------------------------------------------
       RESYNCHRONISATION.
      *-----
      *-- FICSOR.idx reconstruit en sequence de cles depuis
      *   FICSOR.txt (deja verifie en sequence), comme le fait un
      *   run integral ; les corrections manuelles en attente y sont
      *   ensuite reportees, l'index restant en avance sur FICSOR.txt
      *   jusqu'au prochain run de fusion.
           OPEN INPUT FICSOR
           OPEN OUTPUT FICSORIDX
           IF L-FstSorIdx NOT = ZERO
              MOVE L-FstSorIdx TO CPY-STATUT-CODE
              PERFORM TRADUCTION-STATUT
              DISPLAY 'Erreur reconstruction FICSOR.idx FS='
                  L-FstSorIdx ' (' CPY-STATUT-TEXTE ')'
              MOVE 'reconstruction FICSOR.idx' TO CPY-ERR-CONTEXTE
              PERFORM ERREUR
           END-IF
           PERFORM UNTIL L-FstSor NOT = ZERO
              READ FICSOR
              AT END
                 CONTINUE
              NOT AT END
                 MOVE E-FICSOR                 TO E-FICSORIDX
                 WRITE E-FICSORIDX
                 IF L-FstSorIdx NOT = ZERO
                    MOVE L-FstSorIdx TO CPY-STATUT-CODE
                    PERFORM TRADUCTION-STATUT
                    DISPLAY 'Erreur ecriture FICSOR.idx FS='
                        L-FstSorIdx ' (' CPY-STATUT-TEXTE ')'
                    MOVE 'ecriture FICSOR.idx' TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                 END-IF
                 ADD 1                         TO L-NbrEnrEcrits
              END-READ
           END-PERFORM
           CLOSE FICSOR FICSORIDX

           IF W-NbrManu > ZERO
              OPEN I-O FICSORIDX
              PERFORM VARYING IDX-MANU FROM 1 BY 1
                      UNTIL IDX-MANU > W-NbrManu
                 MOVE W-ManuImage(IDX-MANU)    TO E-FICSORIDX
                 MOVE W-ManuRef(IDX-MANU)      TO E-RefCtrSorIdx
                 REWRITE E-FICSORIDX
                 IF L-FstSorIdx = 23
                    WRITE E-FICSORIDX
                 END-IF
                 IF L-FstSorIdx NOT = ZERO
                    MOVE L-FstSorIdx TO CPY-STATUT-CODE
                    PERFORM TRADUCTION-STATUT
                    DISPLAY 'Erreur report correction FICSOR.idx FS='
                        L-FstSorIdx ' (' CPY-STATUT-TEXTE ')'
                    MOVE 'report correction manuelle FICSOR.idx'
                        TO CPY-ERR-CONTEXTE
                    PERFORM ERREUR
                 END-IF
                 ADD 1                         TO W-NbrReportes
              END-PERFORM
              CLOSE FICSORIDX
           END-IF

           PERFORM ECRITURE-RAPPORT
           MOVE L-NbrEnrEcrits                 TO W-NBR-EDIT
           STRING 'FICSOR.IDX RESYNCHRONISE, CONTRATS ECRITS' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrReportes                  TO W-NBR-EDIT
           STRING '  CORRECTIONS MANUELLES REPORTEES        ' W-NBR-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           DISPLAY 'FICSOR.idx resynchronise depuis FICSOR.txt ('
               L-NbrEnrEcrits ' contrats)'
           .
      *----------------------------------------------------------------
       FIN-TRT.
      *----
           IF RETURN-CODE NOT = 16
              PERFORM FIN-RAPPORT
           END-IF
           CLOSE RAPPORT
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Enregistrements lus      =' L-NbrEnrLus '>'
           DISPLAY 'Enregistrements reecrits =' L-NbrEnrEcrits '>'
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
              MOVE 'ecriture VERIF-MASTER-RAPPORT' TO CPY-ERR-CONTEXTE
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
