       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-POLICES.

      *-- Tenue du referentiel des polices (POLICES.txt), jusqu'ici
      *   corrige a la main, avec historique date des changements.
      *
      *-- Mouvements MVT-POLICES.txt, un par ligne :
      *   'C' creer la police (nom obligatoire, niveau de garantie
      *       facultatif), 'N' changer le nom de l'assure, 'S'
      *   suspendre, 'R' resilier, 'A' reactiver une police suspendue
      *   ou resiliee. Chaque mouvement porte sa date d'effet
      *   AAAAMMJJ. Un mouvement mal forme, contraire a la situation
      *   de la police ou date avant le dernier changement deja
      *   enregistre est rejete avec son motif au rapport
      *   RAPPORT-MAJ-POLICES.txt, les autres sont appliques.
      *
      *-- POLICES-HISTO.txt garde, pour chaque changement, l'image
      *   complete de la police (statut, niveau, nom) a compter de sa
      *   date d'effet : le mensuel y juge chaque decompte sur le
      *   statut en vigueur a la date de soin. Une police de
      *   POLICES.txt encore sans historique y est reprise avec une
      *   date d'effet a zero (en vigueur depuis toujours).
      *
      *-- POLICES.txt est reecrit avec l'image en vigueur a la date
      *   du run (une police creee a effet futur n'y parait qu'a son
      *   effet). Un ecart entre le POLICES.txt lu et l'historique
      *   (retouche a la main) est signale ; l'historique fait foi.
      *   Les fichiers ne sont reecrits, et les mouvements consommes,
      *   que sur fin normale.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Referentiel des polices (meme fichier que le mensuel), lu
      *   puis reecrit
           SELECT POLREF ASSIGN TO 'POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolRef.

      *-- Historique date des polices, lu puis reecrit
           SELECT POLHIS ASSIGN TO 'POLICES-HISTO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolHis.

      *-- Mouvements de tenue, optionnel
           SELECT POLMVT ASSIGN TO 'MVT-POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolMvt.

           SELECT RAPPORT ASSIGN TO 'RAPPORT-MAJ-POLICES.txt'
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

      *-- Une image de police par changement : police, date d'effet
      *   AAAAMMJJ, code du mouvement ('I' reprise initiale), statut,
      *   niveau et nom a compter de cette date, date de saisie.
       FD POLHIS.
       01 E-POLHIS.
           05 E-PHI-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-PHI-DATEEFF                PIC X(8).
           05 FILLER                       PIC X.
           05 E-PHI-CODE                   PIC X.
           05 FILLER                       PIC X.
           05 E-PHI-STATUT                 PIC X.
           05 FILLER                       PIC X.
           05 E-PHI-NIVEAU                 PIC X(2).
           05 FILLER                       PIC X.
           05 E-PHI-NOM                    PIC X(30).
           05 FILLER                       PIC X.
           05 E-PHI-DATESAISIE             PIC X(8).

      *-- Code mouvement, police, date d'effet AAAAMMJJ, nom (C, N),
      *   niveau de garantie (C)
       FD POLMVT.
       01 E-POLMVT.
           05 E-PMV-CODE                   PIC X.
           05 FILLER                       PIC X.
           05 E-PMV-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-PMV-DATEEFF                PIC X(8).
           05 FILLER                       PIC X.
           05 E-PMV-NOM                    PIC X(30).
           05 FILLER                       PIC X.
           05 E-PMV-NIVEAU                 PIC X(2).

       FD RAPPORT.
       01 E-RAPPORT                        PIC X(80).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'MAJ-POLICES'.

      *-- file status fichier
       01 L-FstPolRef                      PIC 99.
       01 L-FstPolHis                      PIC 99.
       01 L-FstPolMvt                      PIC 99.
       01 L-FstRapport                     PIC 99.
       01 L-FstAudit                       PIC 99.
       01 L-FstErreurs                     PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
       COPY Statut_COPY.

      *-- Compteurs du journal d'audit (cf. ECRITURE-AUDIT)
       COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
           05 L-NbrEnrEcrits               PIC 9(7).

       01 W-FinFic                         PIC X.
           88 W-FinFic-OK                  VALUE 'O'.
       01 W-DateJour                       PIC X(8).

      *-- Historique des polices, dans l'ordre du fichier puis des
      *   mouvements appliques (meme capacite que le mensuel).
       01 W-HIS-MAX                        PIC 9(5) VALUE 5000.
       01 W-NbrHis                         PIC 9(5) VALUE ZERO.
       01 W-NbrHisLus                      PIC 9(5) VALUE ZERO.
       01 TABLE-POLHIS.
           05 T-PHI OCCURS 5000 TIMES
                    INDEXED BY IDX-PHI IDX-PHI2.
               10 T-PHI-NUMPOL              PIC X(12).
               10 T-PHI-DATEEFF             PIC X(8).
               10 T-PHI-CODE                PIC X.
               10 T-PHI-STATUT              PIC X.
               10 T-PHI-NIVEAU              PIC X(2).
               10 T-PHI-NOM                 PIC X(30).
               10 T-PHI-DATESAISIE          PIC X(8).

      *-- Recherche d'une image (cf. RECHERCHE-IMAGE) : derniere ligne
      *   de la police W-NumPolDem de date d'effet <= W-DateDem, la
      *   plus tardive dans le fichier a date egale. Zero : aucune.
       01 W-NumPolDem                      PIC X(12).
       01 W-DateDem                        PIC X(8).
       01 W-IdxImage                       PIC 9(5).
       01 W-DateImage                      PIC X(8).
       01 W-StatutPolice                   PIC X.
           88 W-StatutPolice-Actif         VALUE 'A' ' '.
           88 W-StatutPolice-Susp          VALUE 'S'.
           88 W-StatutPolice-Resil         VALUE 'R'.
       01 W-LibStatut                      PIC X(10).
       01 W-LibStatutHis                   PIC X(10).

      *-- Application des mouvements (cf. APPLICATION-MOUVEMENT)
       01 W-MvtPresent                     PIC X VALUE 'N'.
           88 W-MvtPresent-OK              VALUE 'O'.
       01 W-MotifRejet                     PIC X(30).
       01 W-NouvStatut                     PIC X.
       01 W-NouvNom                        PIC X(30).
       01 W-NouvNiveau                     PIC X(2).
       01 W-PosNum                         PIC 9(2).
       01 W-BlancVu                        PIC X.
           88 W-BlancVu-OK                 VALUE 'O'.
       01 W-NumPolValide                   PIC X.
           88 W-NumPolValide-OK            VALUE 'O'.
       01 W-NbrMvtLus                      PIC 9(5) VALUE ZERO.
       01 W-NbrCreations                   PIC 9(5) VALUE ZERO.
       01 W-NbrChgtNom                     PIC 9(5) VALUE ZERO.
       01 W-NbrSuspensions                 PIC 9(5) VALUE ZERO.
       01 W-NbrResiliations                PIC 9(5) VALUE ZERO.
       01 W-NbrReactivations               PIC 9(5) VALUE ZERO.
       01 W-NbrMvtRejetes                  PIC 9(5) VALUE ZERO.

      *-- Controle de la date d'effet par Conversion_dates, sous sa
      *   forme JJ/MM/AAAA
       01 WS-DATE-APPEL                    PIC X(10).
       01 W-DATE.
           05 W-ANNEE                      PIC 9(4).
           05 W-MOIS                       PIC 9(2).
           05 W-JOUR                       PIC 9(2).
       01 W-DATE-STATUT                    PIC X(2).
           88 W-DateValide-OK              VALUE '00'.

      *-- Reprise du POLICES.txt lu (cf. REPRISE-REFERENTIEL)
       01 W-NbrPolLues                     PIC 9(5) VALUE ZERO.
       01 W-NbrReprises                    PIC 9(5) VALUE ZERO.
       01 W-NbrEcartsRef                   PIC 9(5) VALUE ZERO.

      *-- Reecriture de POLICES.txt (cf. ECRITURE-REFERENTIEL)
       01 W-DejaVue                        PIC X.
           88 W-DejaVue-OK                 VALUE 'O'.
       01 W-NbrPolEcrites                  PIC 9(5) VALUE ZERO.
       01 W-NbrPolFutures                  PIC 9(5) VALUE ZERO.

      *-- Zones d'edition
       01 W-CPT-EDIT                       PIC ZZZZ9.
       01 W-DateEdit                       PIC X(10).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM CHARGEMENT-HISTORIQUE
           PERFORM REPRISE-REFERENTIEL
           PERFORM MAJ-POLICES
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateJour

           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-MAJ-POLICES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE 'TENUE DU REFERENTIEL DES POLICES' TO CPY-RAP-TITRE
           MOVE SPACES TO CPY-RAP-PERIODE
           STRING 'RUN DU ' W-DateJour(7:2) '/'
               W-DateJour(5:2) '/' W-DateJour(1:4)
               DELIMITED BY SIZE INTO CPY-RAP-PERIODE
           END-STRING
           PERFORM DEBUT-RAPPORT
           .

      *----------------------------------------------------------------
       CHARGEMENT-HISTORIQUE.
      *-- Historique des polices. Absent : premier passage, il est
      *   constitue par la reprise de POLICES.txt.
           OPEN INPUT POLHIS
           IF L-FstPolHis NOT = ZERO
               DISPLAY 'Historique POLICES-HISTO.txt absent, repris '
                   'de POLICES.txt'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ POLHIS
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF W-NbrHis >= W-HIS-MAX
                       DISPLAY 'Historique des polices sature ('
                           W-HIS-MAX ' lignes)'
                       CLOSE POLHIS
                       MOVE 'POLICES-HISTO capacite depassee'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO W-NbrHis
                   SET IDX-PHI TO W-NbrHis
                   MOVE E-PHI-NUMPOL TO T-PHI-NUMPOL(IDX-PHI)
                   MOVE E-PHI-DATEEFF TO T-PHI-DATEEFF(IDX-PHI)
                   MOVE E-PHI-CODE TO T-PHI-CODE(IDX-PHI)
                   MOVE E-PHI-STATUT TO T-PHI-STATUT(IDX-PHI)
                   MOVE E-PHI-NIVEAU TO T-PHI-NIVEAU(IDX-PHI)
                   MOVE E-PHI-NOM TO T-PHI-NOM(IDX-PHI)
                   MOVE E-PHI-DATESAISIE TO T-PHI-DATESAISIE(IDX-PHI)
               END-READ
           END-PERFORM
           CLOSE POLHIS
           MOVE W-NbrHis TO W-NbrHisLus
           DISPLAY 'Historique des polices charge : ' W-NbrHis
               ' lignes'
           .

      *----------------------------------------------------------------
       REPRISE-REFERENTIEL.
      *-- Rapproche POLICES.txt de l'historique : une police sans
      *   historique y est reprise telle quelle, en vigueur depuis
      *   toujours ; une police dont l'image du jour differe de la
      *   ligne lue (retouche a la main) est signalee.
           MOVE 'Police * Statut lu * Statut historique * Nom'
               TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'REPRISE DE POLICES.txt' TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT

           OPEN INPUT POLREF
           IF L-FstPolRef NOT = ZERO
               DISPLAY 'Referentiel POLICES.txt absent'
               MOVE 'Referentiel POLICES.txt absent' TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ POLREF
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   ADD 1 TO W-NbrPolLues
                   PERFORM REPRISE-POLICE
               END-READ
           END-PERFORM
           CLOSE POLREF

           MOVE W-NbrReprises TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'POLICES REPRISES SANS HISTORIQUE : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrEcartsRef TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'ECARTS AVEC L''HISTORIQUE        : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .

      *----------------------------------------------------------------
       REPRISE-POLICE.
      *-----
           MOVE E-POLREF-NUMPOL TO W-NumPolDem
           MOVE HIGH-VALUES TO W-DateDem
           PERFORM RECHERCHE-IMAGE
           IF W-IdxImage = ZERO
               IF W-NbrHis >= W-HIS-MAX
                   DISPLAY 'Historique des polices sature ('
                       W-HIS-MAX ' lignes)'
                   CLOSE POLREF
                   MOVE 'POLICES-HISTO capacite depassee'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               ADD 1 TO W-NbrHis
               SET IDX-PHI TO W-NbrHis
               MOVE E-POLREF-NUMPOL TO T-PHI-NUMPOL(IDX-PHI)
               MOVE ZEROES TO T-PHI-DATEEFF(IDX-PHI)
               MOVE 'I' TO T-PHI-CODE(IDX-PHI)
               MOVE E-POLREF-STATUT TO T-PHI-STATUT(IDX-PHI)
               MOVE E-POLREF-NIVEAU TO T-PHI-NIVEAU(IDX-PHI)
               MOVE E-POLREF-NOM TO T-PHI-NOM(IDX-PHI)
               MOVE W-DateJour TO T-PHI-DATESAISIE(IDX-PHI)
               ADD 1 TO W-NbrReprises
               EXIT PARAGRAPH
           END-IF

      *-- Ecart avec l'image en vigueur ce jour (blanc et 'A' valent
      *   tous deux actif)
           MOVE W-DateJour TO W-DateDem
           PERFORM RECHERCHE-IMAGE
           IF W-IdxImage = ZERO
               MOVE 'F' TO W-StatutPolice
           ELSE
               MOVE T-PHI-STATUT(W-IdxImage) TO W-StatutPolice
           END-IF
           IF W-IdxImage = ZERO
               OR E-POLREF-NOM NOT = T-PHI-NOM(W-IdxImage)
               OR E-POLREF-NIVEAU NOT = T-PHI-NIVEAU(W-IdxImage)
               OR (E-POLREF-STATUT NOT = W-StatutPolice
                   AND NOT (W-StatutPolice-Actif
                       AND (E-POLREF-STATUT = 'A'
                           OR E-POLREF-STATUT = SPACE)))
               ADD 1 TO W-NbrEcartsRef
               PERFORM LIBELLE-STATUT
               MOVE W-LibStatut TO W-LibStatutHis
               MOVE E-POLREF-STATUT TO W-StatutPolice
               PERFORM LIBELLE-STATUT
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING E-POLREF-NUMPOL ' * ' W-LibStatut ' * '
                   W-LibStatutHis ' * ' E-POLREF-NOM
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           .

      *----------------------------------------------------------------
       RECHERCHE-IMAGE.
      *-- Image de W-NumPolDem en vigueur a W-DateDem (HIGH-VALUES :
      *   la derniere enregistree)
           MOVE ZERO TO W-IdxImage
           MOVE SPACES TO W-DateImage
           PERFORM VARYING IDX-PHI FROM 1 BY 1
                   UNTIL IDX-PHI > W-NbrHis
               IF T-PHI-NUMPOL(IDX-PHI) = W-NumPolDem
                   AND T-PHI-DATEEFF(IDX-PHI) <= W-DateDem
                   AND (W-IdxImage = ZERO
                       OR T-PHI-DATEEFF(IDX-PHI) >= W-DateImage)
                   SET W-IdxImage TO IDX-PHI
                   MOVE T-PHI-DATEEFF(IDX-PHI) TO W-DateImage
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       MAJ-POLICES.
      *-- Applique MVT-POLICES.txt a l'historique. Pas de mouvements :
      *   le referentiel est seulement rapproche et reecrit.
           MOVE 'Code * Police * Effet * Resultat'
               TO CPY-RAP-ENTCOL
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'MOUVEMENTS DE POLICES' TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT

           OPEN INPUT POLMVT
           IF L-FstPolMvt NOT = ZERO
               MOVE 'Aucun mouvement ce run' TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
               EXIT PARAGRAPH
           END-IF
           SET W-MvtPresent-OK TO TRUE
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ POLMVT
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO W-NbrMvtLus
                   ADD 1 TO L-NbrEnrLus
                   PERFORM APPLICATION-MOUVEMENT
               END-READ
           END-PERFORM
           CLOSE POLMVT

           MOVE W-NbrCreations TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'POLICES CREEES          : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrChgtNom TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'CHANGEMENTS DE NOM      : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrSuspensions TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'POLICES SUSPENDUES      : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrResiliations TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'POLICES RESILIEES       : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-NbrReactivations TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'POLICES REACTIVEES      : ' W-CPT-EDIT
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
      *-- Un mouvement : controles de forme, puis de situation de la
      *   police a sa derniere image enregistree, puis ajout de la
      *   nouvelle image a l'historique. Le premier motif rencontre
      *   fait foi.
           MOVE SPACES TO W-MotifRejet

           IF E-PMV-CODE NOT = 'C' AND NOT = 'N' AND NOT = 'S'
               AND NOT = 'R' AND NOT = 'A'
               MOVE 'CODE MOUVEMENT INCONNU' TO W-MotifRejet
           END-IF
           IF W-MotifRejet = SPACES
               PERFORM CONTROLE-NUMPOL
               IF NOT W-NumPolValide-OK
                   MOVE 'NUMERO DE POLICE MAL FORME' TO W-MotifRejet
               END-IF
           END-IF
           IF W-MotifRejet = SPACES
               PERFORM CONTROLE-DATE-EFFET
               IF NOT W-DateValide-OK
                   MOVE 'DATE D''EFFET INVALIDE' TO W-MotifRejet
               END-IF
           END-IF

      *-- Situation de la police : derniere image enregistree, quelle
      *   que soit sa date d'effet
           MOVE E-PMV-NUMPOL TO W-NumPolDem
           MOVE HIGH-VALUES TO W-DateDem
           PERFORM RECHERCHE-IMAGE
           IF W-IdxImage NOT = ZERO
               MOVE T-PHI-STATUT(W-IdxImage) TO W-StatutPolice
               MOVE T-PHI-NOM(W-IdxImage) TO W-NouvNom
               MOVE T-PHI-NIVEAU(W-IdxImage) TO W-NouvNiveau
           END-IF

           IF W-MotifRejet = SPACES
               IF E-PMV-CODE = 'C'
                   IF W-IdxImage NOT = ZERO
                       MOVE 'POLICE DEJA EXISTANTE' TO W-MotifRejet
                   END-IF
               ELSE
                   IF W-IdxImage = ZERO
                       MOVE 'POLICE INCONNUE' TO W-MotifRejet
                   END-IF
               END-IF
           END-IF
      *-- L'historique ne s'insere pas dans le passe : un changement
      *   date avant le dernier enregistre fausserait les images
      *   suivantes.
           IF W-MotifRejet = SPACES AND W-IdxImage NOT = ZERO
               AND E-PMV-DATEEFF < W-DateImage
               MOVE 'EFFET ANTERIEUR AU DERNIER' TO W-MotifRejet
           END-IF

           IF W-MotifRejet = SPACES
               EVALUATE E-PMV-CODE
                   WHEN 'C'
                       IF E-PMV-NOM = SPACES
                           MOVE 'NOM ABSENT' TO W-MotifRejet
                       END-IF
                       MOVE 'A' TO W-NouvStatut
                       MOVE E-PMV-NOM TO W-NouvNom
                       MOVE E-PMV-NIVEAU TO W-NouvNiveau
                   WHEN 'N'
                       IF E-PMV-NOM = SPACES
                           MOVE 'NOM ABSENT' TO W-MotifRejet
                       END-IF
                       IF W-MotifRejet = SPACES
                           AND E-PMV-NOM = W-NouvNom
                           MOVE 'NOM INCHANGE' TO W-MotifRejet
                       END-IF
                       MOVE W-StatutPolice TO W-NouvStatut
                       MOVE E-PMV-NOM TO W-NouvNom
                   WHEN 'S'
                       IF NOT W-StatutPolice-Actif
                           MOVE 'POLICE NON ACTIVE' TO W-MotifRejet
                       END-IF
                       MOVE 'S' TO W-NouvStatut
                   WHEN 'R'
                       IF W-StatutPolice-Resil
                           MOVE 'POLICE DEJA RESILIEE' TO W-MotifRejet
                       END-IF
                       MOVE 'R' TO W-NouvStatut
                   WHEN 'A'
                       IF W-StatutPolice-Actif
                           MOVE 'POLICE DEJA ACTIVE' TO W-MotifRejet
                       END-IF
                       MOVE 'A' TO W-NouvStatut
               END-EVALUATE
           END-IF
           IF W-MotifRejet = SPACES AND W-NbrHis >= W-HIS-MAX
               MOVE 'HISTORIQUE SATURE' TO W-MotifRejet
           END-IF

           IF W-MotifRejet NOT = SPACES
               ADD 1 TO W-NbrMvtRejetes
           ELSE
               ADD 1 TO W-NbrHis
               SET IDX-PHI TO W-NbrHis
               MOVE E-PMV-NUMPOL TO T-PHI-NUMPOL(IDX-PHI)
               MOVE E-PMV-DATEEFF TO T-PHI-DATEEFF(IDX-PHI)
               MOVE E-PMV-CODE TO T-PHI-CODE(IDX-PHI)
               MOVE W-NouvStatut TO T-PHI-STATUT(IDX-PHI)
               MOVE W-NouvNiveau TO T-PHI-NIVEAU(IDX-PHI)
               MOVE W-NouvNom TO T-PHI-NOM(IDX-PHI)
               MOVE W-DateJour TO T-PHI-DATESAISIE(IDX-PHI)
               EVALUATE E-PMV-CODE
                   WHEN 'C'
                       ADD 1 TO W-NbrCreations
                   WHEN 'N'
                       ADD 1 TO W-NbrChgtNom
                   WHEN 'S'
                       ADD 1 TO W-NbrSuspensions
                   WHEN 'R'
                       ADD 1 TO W-NbrResiliations
                   WHEN 'A'
                       ADD 1 TO W-NbrReactivations
               END-EVALUATE
               MOVE 'APPLIQUE' TO W-MotifRejet
           END-IF

           MOVE E-PMV-DATEEFF TO W-DateEdit
           PERFORM EDITION-DATE
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING E-PMV-CODE '    * ' E-PMV-NUMPOL ' * ' W-DateEdit
               ' * ' W-MotifRejet
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .

      *----------------------------------------------------------------
       CONTROLE-NUMPOL.
      *-- Numero de police renseigne, cadre a gauche, sans blanc
      *   interieur
           MOVE SPACES TO W-NumPolValide
           MOVE SPACES TO W-BlancVu
           IF E-PMV-NUMPOL = SPACES
               EXIT PARAGRAPH
           END-IF
           SET W-NumPolValide-OK TO TRUE
           PERFORM VARYING W-PosNum FROM 1 BY 1 UNTIL W-PosNum > 12
               IF E-PMV-NUMPOL(W-PosNum:1) = SPACE
                   SET W-BlancVu-OK TO TRUE
               ELSE
                   IF W-BlancVu-OK
                       MOVE SPACES TO W-NumPolValide
                   END-IF
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       CONTROLE-DATE-EFFET.
      *-- Date d'effet AAAAMMJJ, soumise a Conversion_dates sous sa
      *   forme JJ/MM/AAAA (mois, jour, annees bissextiles)
           MOVE '10' TO W-DATE-STATUT
           IF E-PMV-DATEEFF NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATE-APPEL
           STRING E-PMV-DATEEFF(7:2) '/' E-PMV-DATEEFF(5:2) '/'
               E-PMV-DATEEFF(1:4) DELIMITED BY SIZE
               INTO WS-DATE-APPEL
           END-STRING
           CALL 'Conversion_dates'
           USING WS-DATE-APPEL
               W-ANNEE
               W-MOIS
               W-JOUR
               W-DATE-STATUT
           END-CALL
           .

      *----------------------------------------------------------------
       ECRITURE-HISTORIQUE.
      *-- Reecrit POLICES-HISTO.txt : lignes lues, reprises, puis
      *   mouvements appliques, dans l'ordre
           OPEN OUTPUT POLHIS
           IF L-FstPolHis NOT = ZERO
               MOVE L-FstPolHis TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture historique FS=' L-FstPolHis
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture POLICES-HISTO' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING IDX-PHI FROM 1 BY 1
                   UNTIL IDX-PHI > W-NbrHis
               MOVE SPACES TO E-POLHIS
               MOVE T-PHI-NUMPOL(IDX-PHI) TO E-PHI-NUMPOL
               MOVE T-PHI-DATEEFF(IDX-PHI) TO E-PHI-DATEEFF
               MOVE T-PHI-CODE(IDX-PHI) TO E-PHI-CODE
               MOVE T-PHI-STATUT(IDX-PHI) TO E-PHI-STATUT
               MOVE T-PHI-NIVEAU(IDX-PHI) TO E-PHI-NIVEAU
               MOVE T-PHI-NOM(IDX-PHI) TO E-PHI-NOM
               MOVE T-PHI-DATESAISIE(IDX-PHI) TO E-PHI-DATESAISIE
               WRITE E-POLHIS
               IF L-FstPolHis NOT = ZERO
                   MOVE L-FstPolHis TO CPY-STATUT-CODE
                   PERFORM TRADUCTION-STATUT
                   DISPLAY 'Erreur ecriture historique FS='
                       L-FstPolHis ' (' CPY-STATUT-TEXTE ')'
                   MOVE 'ecriture POLICES-HISTO' TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               ADD 1 TO L-NbrEnrEcrits
           END-PERFORM
           CLOSE POLHIS
           DISPLAY 'Historique reecrit : ' W-NbrHis ' lignes'
           .

      *----------------------------------------------------------------
       ECRITURE-REFERENTIEL.
      *-- Reecrit POLICES.txt : une ligne par police de l'historique,
      *   dans l'ordre de premiere apparition, a son image en vigueur
      *   ce jour. Police creee a effet futur : pas encore ecrite.
           OPEN OUTPUT POLREF
           IF L-FstPolRef NOT = ZERO
               MOVE L-FstPolRef TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture referentiel FS=' L-FstPolRef
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture POLICES' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING IDX-PHI2 FROM 1 BY 1
                   UNTIL IDX-PHI2 > W-NbrHis
               MOVE SPACES TO W-DejaVue
               PERFORM VARYING IDX-PHI FROM 1 BY 1
                       UNTIL IDX-PHI >= IDX-PHI2 OR W-DejaVue-OK
                   IF T-PHI-NUMPOL(IDX-PHI) = T-PHI-NUMPOL(IDX-PHI2)
                       SET W-DejaVue-OK TO TRUE
                   END-IF
               END-PERFORM
               IF NOT W-DejaVue-OK
                   MOVE T-PHI-NUMPOL(IDX-PHI2) TO W-NumPolDem
                   MOVE W-DateJour TO W-DateDem
                   PERFORM RECHERCHE-IMAGE
                   IF W-IdxImage = ZERO
                       ADD 1 TO W-NbrPolFutures
                   ELSE
                       PERFORM ECRITURE-POLICE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE POLREF
           DISPLAY 'Referentiel reecrit : ' W-NbrPolEcrites
               ' polices'
           .

      *----------------------------------------------------------------
       ECRITURE-POLICE.
      *-----
           MOVE SPACES TO E-POLREF
           MOVE T-PHI-NUMPOL(W-IdxImage) TO E-POLREF-NUMPOL
           MOVE T-PHI-NOM(W-IdxImage) TO E-POLREF-NOM
           MOVE T-PHI-STATUT(W-IdxImage) TO E-POLREF-STATUT
           MOVE T-PHI-NIVEAU(W-IdxImage) TO E-POLREF-NIVEAU
           WRITE E-POLREF
           IF L-FstPolRef NOT = ZERO
               MOVE L-FstPolRef TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture referentiel FS=' L-FstPolRef
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture POLICES' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO W-NbrPolEcrites
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       EDITION-DATE.
      *-- W-DateEdit : AAAAMMJJ en entree, JJ/MM/AAAA en sortie
           IF W-DateEdit(1:8) NUMERIC
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
               WHEN 'F'
                   MOVE 'A VENIR' TO W-LibStatut
               WHEN OTHER
                   MOVE 'NON ACTIVE' TO W-LibStatut
           END-EVALUATE
           .

      *----------------------------------------------------------------
       FIN-TRT.
      *----
      *-- Fin normale : historique et referentiel reecrits, mouvements
      *   consommes (reecrits vides) pour ne pas etre rejoues. Sur fin
      *   anormale rien n'est reecrit, la relance reprend tout.
           IF RETURN-CODE = ZERO
               PERFORM ECRITURE-HISTORIQUE
               PERFORM ECRITURE-REFERENTIEL
               IF W-MvtPresent-OK
                   OPEN OUTPUT POLMVT
                   IF L-FstPolMvt = ZERO
                       CLOSE POLMVT
                   END-IF
               END-IF
               MOVE W-NbrPolEcrites TO W-CPT-EDIT
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING 'POLICES EN VIGUEUR ECRITES : ' W-CPT-EDIT
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
               MOVE W-NbrPolFutures TO W-CPT-EDIT
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING 'POLICES A EFFET FUTUR      : ' W-CPT-EDIT
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
               PERFORM FIN-RAPPORT
           END-IF
           CLOSE RAPPORT
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Mouvements lus =' W-NbrMvtLus '>'
           DISPLAY 'Mouvements rejetes =' W-NbrMvtRejetes '>'
           DISPLAY 'Polices reprises sans historique =' W-NbrReprises
               '>'
           DISPLAY 'Ecarts POLICES.txt / historique =' W-NbrEcartsRef
               '>'
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
               MOVE 'ecriture RAPPORT-MAJ-POLICES'
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
