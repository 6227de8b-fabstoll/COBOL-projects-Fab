       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEPTION-CAISSES.

      *-- Reception des fichiers de decomptes des caisses regionales :
      *   remplace la concatenation a la main des fichiers recus avant
      *   CLOTURE-PERIODE, qui perdait le trailer de chaque caisse.
      *
      *-- SOURCES-DECOMPTES.txt liste les fichiers a recevoir, un par
      *   ligne : code caisse (3), nom du fichier (40), controle du
      *   trailer (O par defaut ; N pour un fichier interne sans
      *   trailer, DECOMPTE-RECYCLE.txt par exemple).
      *
      *-- Premiere passe : chaque fichier est rapproche de son propre
      *   trailer (compte des details, total des montants rembourses,
      *   meme convention que le mensuel). Seconde passe : les details
      *   des fichiers conformes sont marques de leur caisse (colonne
      *   62) et consolides dans DECOMPTE.txt, ferme par un trailer
      *   global. Un fichier en ecart est mis de cote en entier dans
      *   DECOMPTES-ECARTES.txt, jamais melange : la caisse le renvoie.
      *   Le compte rendu par caisse est RAPPORT-RECEPTION-CAISSES.txt ;
      *   la ventilation des rejets et des montants par caisse est
      *   editee par le mensuel.
      *
      *-- Pas de SOURCES-DECOMPTES.txt : reception sans objet,
      *   DECOMPTE.txt est laisse tel quel (depot d'un fichier unique).
      *   Une caisse mise de cote rend le code retour 4.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> Liste des fichiers a recevoir
           SELECT LISTE-SOURCES ASSIGN TO 'SOURCES-DECOMPTES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstSources.

      *> Fichier de caisse en cours (cf. T-SRC-FICHIER)
           SELECT FIC-CAISSE ASSIGN USING W-NomSource
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstSource.

      *> Decomptes consolides, presentes a CLOTURE-PERIODE
           SELECT CONSOL ASSIGN TO 'DECOMPTE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstConsol.

      *> Fichiers de caisse mis de cote
           SELECT ECARTES ASSIGN TO 'DECOMPTES-ECARTES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstEcartes.

           SELECT RAPPORT ASSIGN TO 'RAPPORT-RECEPTION-CAISSES.txt'
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

       DATA DIVISION.
       FILE SECTION.

       FD LISTE-SOURCES.
       01 E-LISTE-SOURCES.
           05 E-SRC-CAISSE                 PIC X(3).
           05 FILLER                       PIC X.
           05 E-SRC-FICHIER                PIC X(40).
           05 FILLER                       PIC X.
           05 E-SRC-CONTROLE               PIC X.

      *-- Dessin E-LISTE de Remboursement_secu_mensuel : seuls le
      *   montant rembourse et la caisse sont exploites ici
       FD FIC-CAISSE.
       01 E-SOURCE.
           05 E-SOU-DEBUT                  PIC X(26).
           05 E-SOU-MTREMB                 PIC 9(7)V99.
           05 FILLER                       PIC X(25).
           05 E-SOU-FILLER7                PIC X.
           05 E-SOU-CAISSE                 PIC X(3).
       01 E-TRAILER-SOURCE.
           05 E-SouTrlLib                  PIC X(7).
           05 FILLER                       PIC X.
           05 E-SouTrlNbr                  PIC 9(5).
           05 FILLER                       PIC X.
           05 E-SouTrlHash                 PIC 9(9)V99.

       FD CONSOL.
       01 E-CONSOL                         PIC X(64).

       FD ECARTES.
       01 E-ECARTES                        PIC X(64).

       FD RAPPORT.
       01 E-RAPPORT                        PIC X(80).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'RECEPTION-CAISSES'.

      *-- file status fichier
       01 L-FstSources                     PIC 99.
       01 L-FstSource                      PIC 99.
       01 L-FstConsol                      PIC 99.
       01 L-FstEcartes                     PIC 99.
       01 L-FstRapport                     PIC 99.
       01 L-FstAudit                       PIC 99.
       01 L-FstErreurs                     PIC 99.

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

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
           05 L-NbrEnrEcrits               PIC 9(7).

       01 W-FinFic                         PIC X.
           88 W-FinFic-OK                  VALUE 'O'.

       01 W-Reception-Active               PIC X VALUE 'N'.
           88 W-Reception-Active-OK        VALUE 'O'.

       01 W-NomSource                      PIC X(40).

      *-- Fichiers de caisse a recevoir et resultat de leur controle
       01 W-SRC-MAX                        PIC 9(3) VALUE 50.
       01 W-NbrSrc                         PIC 9(3) VALUE ZERO.
       01 TABLE-SRC.
           05 T-SRC OCCURS 50 TIMES
                    INDEXED BY IDX-SRC IDX-SRC2.
               10 T-SRC-CAISSE             PIC X(3).
               10 T-SRC-FICHIER            PIC X(40).
               10 T-SRC-CONTROLE           PIC X.
                   88 T-SRC-CONTROLE-OK    VALUE 'O'.
               10 T-SRC-STATUT             PIC X.
                   88 T-SRC-ACCEPTEE       VALUE 'A'.
                   88 T-SRC-ECARTEE        VALUE 'E'.
               10 T-SRC-MOTIF              PIC X(20).
               10 T-SRC-TRAILER            PIC X.
                   88 T-SRC-TRAILER-OK     VALUE 'O'.
               10 T-SRC-NBR-LU             PIC 9(7).
               10 T-SRC-HASH-LU            PIC 9(11)V99.
               10 T-SRC-NBR-ANN            PIC 9(5).
               10 T-SRC-HASH-ANN           PIC 9(9)V99.

      *-- Trailer global du fichier consolide, au format du mensuel
       01 W-TRAILER.
           05 FILLER                       PIC X(7) VALUE 'TRAILER'.
           05 FILLER                       PIC X VALUE SPACE.
           05 W-TrlNbr                     PIC 9(5).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-TrlHash                    PIC 9(9)V99.

      *-- Compteurs et totaux
       01 W-NbrAcceptees                   PIC 9(3) VALUE ZERO.
       01 W-NbrEcartees                    PIC 9(3) VALUE ZERO.
       01 W-NbrConsolides                  PIC 9(7) VALUE ZERO.
       01 W-HashConsolide                  PIC 9(11)V99 VALUE ZERO.
       01 W-NbrMisDeCote                   PIC 9(7) VALUE ZERO.
       01 W-HashMisDeCote                  PIC 9(11)V99 VALUE ZERO.

      *-- Zones d'edition
       01 W-CPT-EDIT                       PIC ZZZZZZ9.
       01 W-CPT-EDIT2                      PIC ZZZZZZ9.
       01 W-MNT-EDIT                       PIC Z(8)9,99.
       01 W-MNT-EDIT2                      PIC Z(8)9,99.
       01 W-TOT-EDIT                       PIC Z(10)9,99.
       01 W-StatutEdit                     PIC X(20).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           IF W-Reception-Active-OK
               PERFORM CHARGEMENT-LISTE-SOURCES
               PERFORM VARYING IDX-SRC FROM 1 BY 1
                       UNTIL IDX-SRC > W-NbrSrc
                   PERFORM CONTROLE-SOURCE
               END-PERFORM
               PERFORM OUVERTURE-SORTIES
               PERFORM VARYING IDX-SRC FROM 1 BY 1
                       UNTIL IDX-SRC > W-NbrSrc
                   PERFORM CONSOLIDATION-SOURCE
               END-PERFORM
               PERFORM ECRITURE-TRAILER
               PERFORM EDITION-RECEPTION
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
           MOVE 'voir console' TO CPY-ERR-CONTEXTE

           OPEN INPUT LISTE-SOURCES
           IF L-FstSources NOT = ZERO
               DISPLAY 'Pas de SOURCES-DECOMPTES.txt : reception sans '
                   'objet, DECOMPTE.txt laisse en place'
               EXIT PARAGRAPH
           END-IF
           SET W-Reception-Active-OK TO TRUE
           .

      *----------------------------------------------------------------
       CHARGEMENT-LISTE-SOURCES.
      *-- Une ligne par fichier de caisse. Une caisse citee deux fois
      *   ou une ligne sans fichier est une erreur de parametrage :
      *   arret avant toute consolidation.
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ LISTE-SOURCES
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   IF E-LISTE-SOURCES NOT = SPACES
                       PERFORM AJOUT-SOURCE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LISTE-SOURCES
           IF W-NbrSrc = ZERO
               DISPLAY 'SOURCES-DECOMPTES.txt vide'
               MOVE 'SOURCES-DECOMPTES vide' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           DISPLAY 'Fichiers de caisse a recevoir : ' W-NbrSrc
           .

      *----------------------------------------------------------------
       AJOUT-SOURCE.
      *-----
           IF E-SRC-CAISSE = SPACES OR E-SRC-FICHIER = SPACES
               OR (E-SRC-CONTROLE NOT = 'O' AND NOT = 'N'
                                          AND NOT = SPACE)
               DISPLAY 'Ligne de SOURCES-DECOMPTES illisible : '
                   E-LISTE-SOURCES
               MOVE 'ligne SOURCES-DECOMPTES illisible'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING IDX-SRC2 FROM 1 BY 1
                   UNTIL IDX-SRC2 > W-NbrSrc
               IF T-SRC-CAISSE(IDX-SRC2) = E-SRC-CAISSE
                   DISPLAY 'Caisse ' E-SRC-CAISSE ' citee deux fois '
                       'dans SOURCES-DECOMPTES.txt'
                   MOVE 'caisse en double dans SOURCES-DECOMPTES'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
           END-PERFORM
           IF W-NbrSrc >= W-SRC-MAX
               DISPLAY 'Fichiers de caisse au-dela de la capacite ('
                   W-SRC-MAX ')'
               MOVE 'capacite SOURCES-DECOMPTES' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO W-NbrSrc
           SET IDX-SRC2 TO W-NbrSrc
           INITIALIZE T-SRC(IDX-SRC2)
           MOVE E-SRC-CAISSE TO T-SRC-CAISSE(IDX-SRC2)
           MOVE E-SRC-FICHIER TO T-SRC-FICHIER(IDX-SRC2)
           MOVE E-SRC-CONTROLE TO T-SRC-CONTROLE(IDX-SRC2)
           IF E-SRC-CONTROLE = SPACE
               SET T-SRC-CONTROLE-OK(IDX-SRC2) TO TRUE
           END-IF
           SET T-SRC-ACCEPTEE(IDX-SRC2) TO TRUE
           .

      *----------------------------------------------------------------
       CONTROLE-SOURCE.
      *-- Premiere passe sur le fichier de la caisse IDX-SRC : details
      *   comptes et sommes, trailer memorise. Le trailer doit fermer
      *   le fichier et rapprocher compte et total ; sinon la caisse
      *   est mise de cote, avec le motif.
           MOVE T-SRC-FICHIER(IDX-SRC) TO W-NomSource
           OPEN INPUT FIC-CAISSE
           IF L-FstSource NOT = ZERO
               SET T-SRC-ECARTEE(IDX-SRC) TO TRUE
               MOVE 'FICHIER ABSENT' TO T-SRC-MOTIF(IDX-SRC)
               DISPLAY 'Caisse ' T-SRC-CAISSE(IDX-SRC) ' : fichier '
                   'absent (' W-NomSource ')'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ FIC-CAISSE
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   IF L-FstSource NOT = ZERO
                       MOVE L-FstSource TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur lecture ' W-NomSource ' FS='
                           L-FstSource ' (' CPY-STATUT-TEXTE ')'
                       CLOSE FIC-CAISSE
                       MOVE 'lecture fichier de caisse'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO L-NbrEnrLus
                   IF E-SouTrlLib = 'TRAILER'
                       IF T-SRC-TRAILER-OK(IDX-SRC)
                           MOVE 'TRAILER EN DOUBLE'
                               TO T-SRC-MOTIF(IDX-SRC)
                       END-IF
                       SET T-SRC-TRAILER-OK(IDX-SRC) TO TRUE
                       MOVE E-SouTrlNbr TO T-SRC-NBR-ANN(IDX-SRC)
                       MOVE E-SouTrlHash TO T-SRC-HASH-ANN(IDX-SRC)
                   ELSE
                       IF T-SRC-TRAILER-OK(IDX-SRC)
                           AND T-SRC-MOTIF(IDX-SRC) = SPACES
                           MOVE 'TRAILER NON FINAL'
                               TO T-SRC-MOTIF(IDX-SRC)
                       END-IF
                       ADD 1 TO T-SRC-NBR-LU(IDX-SRC)
                       IF E-SOU-MTREMB NUMERIC
                           ADD E-SOU-MTREMB TO T-SRC-HASH-LU(IDX-SRC)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-CAISSE

           IF T-SRC-CONTROLE-OK(IDX-SRC)
               EVALUATE TRUE
                   WHEN T-SRC-MOTIF(IDX-SRC) NOT = SPACES
                       CONTINUE
                   WHEN NOT T-SRC-TRAILER-OK(IDX-SRC)
                       MOVE 'TRAILER ABSENT' TO T-SRC-MOTIF(IDX-SRC)
                   WHEN T-SRC-NBR-ANN(IDX-SRC)
                           NOT = T-SRC-NBR-LU(IDX-SRC)
                       MOVE 'NOMBRE EN ECART' TO T-SRC-MOTIF(IDX-SRC)
                   WHEN T-SRC-HASH-ANN(IDX-SRC)
                           NOT = T-SRC-HASH-LU(IDX-SRC)
                       MOVE 'MONTANT EN ECART' TO T-SRC-MOTIF(IDX-SRC)
               END-EVALUATE
           ELSE
      *-- Fichier interne sans controle : un trailer eventuel est
      *   simplement ecarte a la consolidation.
               MOVE SPACES TO T-SRC-MOTIF(IDX-SRC)
           END-IF
           IF T-SRC-MOTIF(IDX-SRC) NOT = SPACES
               SET T-SRC-ECARTEE(IDX-SRC) TO TRUE
               DISPLAY 'Caisse ' T-SRC-CAISSE(IDX-SRC) ' mise de '
                   'cote : ' T-SRC-MOTIF(IDX-SRC)
           END-IF
           .

      *----------------------------------------------------------------
       OUVERTURE-SORTIES.
      *-----
           OPEN OUTPUT CONSOL
           IF L-FstConsol NOT = ZERO
               MOVE L-FstConsol TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture DECOMPTE.txt FS=' L-FstConsol
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture DECOMPTE' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT ECARTES
           IF L-FstEcartes NOT = ZERO
               MOVE L-FstEcartes TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture DECOMPTES-ECARTES.txt FS='
                   L-FstEcartes ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture DECOMPTES-ECARTES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-RECEPTION-CAISSES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       CONSOLIDATION-SOURCE.
      *-- Seconde passe : details de la caisse marques de leur caisse
      *   d'origine, vers DECOMPTE.txt si elle est acceptee, vers
      *   DECOMPTES-ECARTES.txt (trailer compris) sinon. Un decompte
      *   deja marque (recycle) garde sa caisse.
           IF T-SRC-MOTIF(IDX-SRC) = 'FICHIER ABSENT'
               ADD 1 TO W-NbrEcartees
               EXIT PARAGRAPH
           END-IF
           MOVE T-SRC-FICHIER(IDX-SRC) TO W-NomSource
           OPEN INPUT FIC-CAISSE
           IF L-FstSource NOT = ZERO
               MOVE L-FstSource TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur reouverture ' W-NomSource ' FS='
                   L-FstSource ' (' CPY-STATUT-TEXTE ')'
               MOVE 'reouverture fichier de caisse'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           IF T-SRC-ACCEPTEE(IDX-SRC)
               ADD 1 TO W-NbrAcceptees
           ELSE
               ADD 1 TO W-NbrEcartees
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ FIC-CAISSE
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   IF E-SouTrlLib NOT = 'TRAILER'
                       MOVE SPACE TO E-SOU-FILLER7
                       IF E-SOU-CAISSE = SPACES
                           MOVE T-SRC-CAISSE(IDX-SRC) TO E-SOU-CAISSE
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN T-SRC-ECARTEE(IDX-SRC)
                           PERFORM ECRITURE-ECARTE
                       WHEN E-SouTrlLib NOT = 'TRAILER'
                           PERFORM ECRITURE-CONSOLIDE
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FIC-CAISSE
           .

      *----------------------------------------------------------------
       ECRITURE-CONSOLIDE.
      *-----
           MOVE E-SOURCE TO E-CONSOL
           WRITE E-CONSOL
           IF L-FstConsol NOT = ZERO
               MOVE L-FstConsol TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture DECOMPTE.txt FS=' L-FstConsol
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture DECOMPTE' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           ADD 1 TO W-NbrConsolides
           IF E-SOU-MTREMB NUMERIC
               ADD E-SOU-MTREMB TO W-HashConsolide
           END-IF
           .

      *----------------------------------------------------------------
       ECRITURE-ECARTE.
      *-----
           MOVE E-SOURCE TO E-ECARTES
           WRITE E-ECARTES
           IF L-FstEcartes NOT = ZERO
               MOVE L-FstEcartes TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture DECOMPTES-ECARTES.txt FS='
                   L-FstEcartes ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture DECOMPTES-ECARTES' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           IF E-SouTrlLib NOT = 'TRAILER'
               ADD 1 TO W-NbrMisDeCote
               IF E-SOU-MTREMB NUMERIC
                   ADD E-SOU-MTREMB TO W-HashMisDeCote
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       ECRITURE-TRAILER.
      *-- Trailer global : compte et total des seuls details
      *   consolides, rapproches par la cloture puis le mensuel.
           IF W-NbrConsolides > 99999 OR W-HashConsolide > 999999999
               DISPLAY 'Consolidation au-dela du format du trailer'
               MOVE 'capacite trailer DECOMPTE' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE W-NbrConsolides TO W-TrlNbr
           MOVE W-HashConsolide TO W-TrlHash
           MOVE W-TRAILER TO E-CONSOL
           WRITE E-CONSOL
           IF L-FstConsol NOT = ZERO
               MOVE L-FstConsol TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture trailer DECOMPTE.txt FS='
                   L-FstConsol ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture trailer DECOMPTE' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       EDITION-RECEPTION.
      *-- Une ligne par caisse : details lus / annonces, montants lus
      *   / annonces, puis ACCEPTEE ou le motif de mise de cote.
           MOVE 'RECEPTION DES FICHIERS DE CAISSE' TO CPY-RAP-TITRE
           MOVE SPACES TO CPY-RAP-PERIODE
           STRING 'RUN DU ' FUNCTION CURRENT-DATE(7:2) '/'
               FUNCTION CURRENT-DATE(5:2) '/'
               FUNCTION CURRENT-DATE(1:4)
               DELIMITED BY SIZE INTO CPY-RAP-PERIODE
           END-STRING
           MOVE 'Cai *     Lus * Annonc. *   Montant lu *   Mt annonce'
               TO CPY-RAP-ENTCOL
           MOVE ' * Statut / motif' TO CPY-RAP-ENTCOL(54:)
           PERFORM DEBUT-RAPPORT
           PERFORM NOUVELLE-SECTION-RAPPORT
           PERFORM VARYING IDX-SRC FROM 1 BY 1
                   UNTIL IDX-SRC > W-NbrSrc
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING T-SRC-CAISSE(IDX-SRC) ' - '
                   T-SRC-FICHIER(IDX-SRC)
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
               MOVE T-SRC-NBR-LU(IDX-SRC) TO W-CPT-EDIT
               MOVE T-SRC-NBR-ANN(IDX-SRC) TO W-CPT-EDIT2
               MOVE T-SRC-HASH-LU(IDX-SRC) TO W-MNT-EDIT
               MOVE T-SRC-HASH-ANN(IDX-SRC) TO W-MNT-EDIT2
               IF T-SRC-ACCEPTEE(IDX-SRC)
                   MOVE 'ACCEPTEE' TO W-StatutEdit
               ELSE
                   MOVE T-SRC-MOTIF(IDX-SRC) TO W-StatutEdit
               END-IF
               MOVE SPACES TO CPY-RAP-LIGNE
               IF T-SRC-TRAILER-OK(IDX-SRC)
                   STRING T-SRC-CAISSE(IDX-SRC) ' * ' W-CPT-EDIT
                       ' * ' W-CPT-EDIT2 ' * ' W-MNT-EDIT ' * '
                       W-MNT-EDIT2 ' * ' W-StatutEdit
                       DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                   END-STRING
               ELSE
                   STRING T-SRC-CAISSE(IDX-SRC) ' * ' W-CPT-EDIT
                       ' *       - * ' W-MNT-EDIT
                       ' *            - * ' W-StatutEdit
                       DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                   END-STRING
               END-IF
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           MOVE SPACES TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrAcceptees TO W-CPT-EDIT
           MOVE W-NbrConsolides TO W-CPT-EDIT2
           MOVE W-HashConsolide TO W-TOT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'CAISSES ACCEPTEES : ' W-CPT-EDIT
               ' - DECOMPTES CONSOLIDES : ' W-CPT-EDIT2
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL CONSOLIDE (TRAILER DECOMPTE.txt) : '
               W-TOT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrEcartees TO W-CPT-EDIT
           MOVE W-NbrMisDeCote TO W-CPT-EDIT2
           MOVE W-HashMisDeCote TO W-TOT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'CAISSES MISES DE COTE : ' W-CPT-EDIT
               ' - DECOMPTES ECARTES : ' W-CPT-EDIT2
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL MIS DE COTE (DECOMPTES-ECARTES.txt) : '
               W-TOT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .

      *----------------------------------------------------------------
       FIN-TRT.
      *----
           IF W-Reception-Active-OK
               IF RETURN-CODE = ZERO
                   PERFORM FIN-RAPPORT
               END-IF
               CLOSE CONSOL
               CLOSE ECARTES
               CLOSE RAPPORT
      *-- DECOMPTE.txt consolide publie au manifeste : calcul,
      *   rapprochement et cloture le verifient avant lecture.
               IF RETURN-CODE = ZERO
                   MOVE 'DECOMPTE.txt' TO CPY-MAN-FICHIER
                   PERFORM PUBLICATION-MANIFESTE
               END-IF
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Caisses acceptees      =' W-NbrAcceptees '>'
           DISPLAY 'Caisses mises de cote  =' W-NbrEcartees '>'
           DISPLAY 'Decomptes consolides   =' W-NbrConsolides '>'
           DISPLAY 'Total consolide        =' W-HashConsolide '>'
           IF RETURN-CODE = ZERO AND W-NbrEcartees NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
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
               MOVE 'ecriture RAPPORT-RECEPTION-CAISSES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           ELSE
               ADD 1 TO L-NbrEnrEcrits
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
