       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTRES-REJETS.

      *-- Lettres d'information aux assures sur les decomptes rejetes
      *   par Remboursement_secu_mensuel (REJETS.txt du run) : une
      *   lettre par police, au nom de l'assure de POLICES.txt,
      *   listant chaque decompte rejete avec le motif en clair et les
      *   pieces a adresser pour que le dossier soit recycle (cf.
      *   RECYCLAGE-REJETS).
      *
      *-- LETTRES-REJETS.txt est pret a imprimer : chaque lettre
      *   ouvre une page, une lettre longue se poursuit sur une page
      *   de suite. LETTRES-REJETS-CTL.txt donne le controle de
      *   l'edition (lettres, decomptes, lignes imprimees).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Rejets du dernier run du mensuel, dessin de RECYCLAGE-REJETS
           SELECT REJETS ASSIGN TO 'REJETS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstRejets.

      *> Rejets tries par police et date de soin
           SELECT REJTRI ASSIGN TO 'LETTRES-REJETS-TRIES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstRejTri.

           SELECT TRI-REJETS ASSIGN TO 'TRILETTRAV'.

      *> Referentiel des polices (nom de l'assure)
           SELECT POLREF ASSIGN TO 'POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolRef.

      *> Lettres pretes a imprimer, une page par lettre au moins
           SELECT LETTRES ASSIGN TO 'LETTRES-REJETS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstLettres.

      *> Controle de l'edition
           SELECT LETCTL ASSIGN TO 'LETTRES-REJETS-CTL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstLetCtl.

      *> Journal d'audit partage entre les programmes batch
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

       FD REJETS.
       01 E-REJETS                         PIC X(120).

      *-- Meme dessin que E-REJETS de RECYCLAGE-REJETS ; le motif est
      *   lu sur 22 caracteres (PLAFOND ANNUEL DEPASSE, DOUBLON
      *   INTER-PERIODE).
       FD REJTRI.
       01 E-REJTRI.
           05 E-REJ-CODE                   PIC X(2).
           05 FILLER                       PIC X(4).
           05 E-REJ-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X(4).
           05 E-REJ-DATESOIN               PIC X(7).
           05 FILLER                       PIC X(4).
           05 E-REJ-MTREMB                 PIC X(12).
           05 FILLER                       PIC X(4).
           05 E-REJ-MOTIF                  PIC X(22).
           05 FILLER                       PIC X(4).
           05 E-REJ-AYANTDROIT             PIC X(2).
           05 FILLER                       PIC X(4).
           05 E-REJ-PRESTATAIRE            PIC X(11).
           05 FILLER                       PIC X(23).

       SD TRI-REJETS.
       01 SD-REJ-ENR.
           05 FILLER                       PIC X(6).
           05 SD-REJ-NUMPOL                PIC X(12).
           05 FILLER                       PIC X(4).
           05 SD-REJ-DATESOIN              PIC X(7).
           05 FILLER                       PIC X(91).

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

       FD LETTRES.
       01 E-LETTRES                        PIC X(80).

       FD LETCTL.
       01 E-LETCTL                         PIC X(80).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'LETTRES-REJETS'.

      *-- file status fichier
       01 L-FstRejets                      PIC 99.
       01 L-FstRejTri                      PIC 99.
       01 L-FstPolRef                      PIC 99.
       01 L-FstLettres                     PIC 99.
       01 L-FstLetCtl                      PIC 99.
       01 L-FstAudit                       PIC 99.
       01 L-FstErreurs                     PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
       COPY Statut_COPY.

      *-- Compteurs du journal d'audit (cf. ECRITURE-AUDIT)
       COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.
      *-- Zones d'appel du manifeste des fichiers (cf.
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
           05 L-NbrEnrEcrits               PIC 9(7).

       01 W-FinFic                         PIC X.
           88 W-FinFic-OK                  VALUE 'O'.

      *-- Motifs de rejet du mensuel en clair, avec les pieces qui
      *   permettent le recyclage. Un motif absent de la table est
      *   edite tel quel, avec renvoi au gestionnaire.
       01 W-MOTIFS-DEFS.
           05 FILLER PIC X(22) VALUE 'POLICE INCONNUE'.
           05 FILLER PIC X(60) VALUE
              'le numero de police ne correspond a aucun contrat'.
           05 FILLER PIC X(60) VALUE
              'copie de votre carte d''adherent (numero de police)'.
           05 FILLER PIC X(22) VALUE 'POLICE SUSPENDUE'.
           05 FILLER PIC X(60) VALUE
              'votre police etait suspendue a la date des soins'.
           05 FILLER PIC X(60) VALUE
              'justificatif de regularisation de vos cotisations'.
           05 FILLER PIC X(22) VALUE 'POLICE RESILIEE'.
           05 FILLER PIC X(60) VALUE
              'votre police etait resiliee a la date des soins'.
           05 FILLER PIC X(60) VALUE
              'attestation de couverture a la date des soins'.
           05 FILLER PIC X(22) VALUE 'POLICE NON ACTIVE'.
           05 FILLER PIC X(60) VALUE
              'votre police n''etait pas active a la date des soins'.
           05 FILLER PIC X(60) VALUE
              'attestation de couverture a la date des soins'.
           05 FILLER PIC X(22) VALUE 'POLICE NON OUVERTE'.
           05 FILLER PIC X(60) VALUE
              'votre police n''etait pas encore ouverte a cette date'.
           05 FILLER PIC X(60) VALUE
              'copie de la feuille de soins si la date est erronee'.
           05 FILLER PIC X(22) VALUE 'DATE INVALIDE'.
           05 FILLER PIC X(60) VALUE
              'la date des soins est illisible ou n''existe pas'.
           05 FILLER PIC X(60) VALUE
              'copie de la feuille de soins portant la date exacte'.
           05 FILLER PIC X(22) VALUE 'CONTRAT FERME'.
           05 FILLER PIC X(60) VALUE
              'le contrat de votre police etait ferme a cette date'.
           05 FILLER PIC X(60) VALUE
              'attestation de couverture a la date des soins'.
           05 FILLER PIC X(22) VALUE 'AYANT DROIT INCONNU'.
           05 FILLER PIC X(60) VALUE
              'le beneficiaire des soins n''est pas declare au contrat'.
           05 FILLER PIC X(60) VALUE
              'justificatif de rattachement du beneficiaire'.
           05 FILLER PIC X(22) VALUE 'AYANT DROIT NON COUV'.
           05 FILLER PIC X(60) VALUE
              'le beneficiaire n''etait pas couvert a cette date'.
           05 FILLER PIC X(60) VALUE
              'justificatif de rattachement a la date des soins'.
           05 FILLER PIC X(22) VALUE 'PRESTATAIRE INCONNU'.
           05 FILLER PIC X(60) VALUE
              'le professionnel de sante n''est pas identifie'.
           05 FILLER PIC X(60) VALUE
              'facture detaillee portant l''identifiant du praticien'.
           05 FILLER PIC X(22) VALUE 'PRESTATAIRE INACTIF'.
           05 FILLER PIC X(60) VALUE
              'le professionnel de sante n''est plus reference'.
           05 FILLER PIC X(60) VALUE
              'facture acquittee et coordonnees du praticien'.
           05 FILLER PIC X(22) VALUE 'MONTANT NUL'.
           05 FILLER PIC X(60) VALUE
              'le montant presente est nul'.
           05 FILLER PIC X(60) VALUE
              'facture detaillee et acquittee'.
           05 FILLER PIC X(22) VALUE 'PLAFOND CODE DEPASSE'.
           05 FILLER PIC X(60) VALUE
              'le montant depasse le plafond admis pour cet acte'.
           05 FILLER PIC X(60) VALUE
              'facture detaillee et prescription medicale'.
           05 FILLER PIC X(22) VALUE 'MONTANT EXCESSIF'.
           05 FILLER PIC X(60) VALUE
              'le montant depasse le maximum admis par decompte'.
           05 FILLER PIC X(60) VALUE
              'facture detaillee et prescription medicale'.
           05 FILLER PIC X(22) VALUE 'PLAFOND ANNUEL DEPASSE'.
           05 FILLER PIC X(60) VALUE
              'le plafond annuel de garantie de cet acte est atteint'.
           05 FILLER PIC X(60) VALUE
              'aucune piece : montant hors garantie pour l''annee'.
           05 FILLER PIC X(22) VALUE 'DOUBLON INTER-PERIODE'.
           05 FILLER PIC X(60) VALUE
              'ces soins vous ont deja ete rembourses'.
           05 FILLER PIC X(60) VALUE
              'facture de chaque seance si les soins sont distincts'.
       01 W-MOTIFS-TAB REDEFINES W-MOTIFS-DEFS.
           05 W-MOTIF OCCURS 16 TIMES INDEXED BY IDX-MOTIF.
               10 W-MotifCle                PIC X(22).
               10 W-MotifTexte              PIC X(60).
               10 W-MotifPieces             PIC X(60).
       01 W-IdxMotif                       PIC 99.

      *-- Noms d'assure (meme capacite que le mensuel)
       01 W-POL-MAX                        PIC 9(5) VALUE 500.
       01 W-NbrPolRef                      PIC 9(5) VALUE ZERO.
       01 TABLE-POLREF.
           05 T-POLREF OCCURS 500 TIMES
                       INDEXED BY IDX-POLREF.
               10 T-POLREF-NUMPOL          PIC X(12).
               10 T-POLREF-NOM             PIC X(30).
       01 W-NomPolice                      PIC X(30).

      *-- Lettre en cours (cf. LECTURE-REJET-TRIE)
       01 W-PolEnCours                     PIC X.
           88 W-PolEnCours-OK              VALUE 'O'.
       01 W-GrpPol                         PIC X(12).
       01 W-NbrRejPol                      PIC 9(5).
       01 W-NumPage                        PIC 9(3).
       01 W-LIGNES-PAGE                    PIC 9(2) VALUE 60.
       01 W-CptLigne                       PIC 9(2).
       01 W-Ligne                          PIC X(80).
       01 W-SautPage                       PIC X.
           88 W-SautPage-OK                VALUE 'O'.

      *-- Decompte rejete en clair
       01 WS-DATE-APPEL                    PIC X(10).
       01 W-DATE.
           05 W-ANNEE                      PIC 9(4).
           05 W-MOIS                       PIC 9(2).
           05 W-JOUR                       PIC 9(2).
       01 W-DATE-STATUT                    PIC X(2).
           88 W-DateValide-OK              VALUE '00'.
       01 W-DateSoinEdit                   PIC X(20).
       01 W-MntRejet                       PIC 9(7)V99.
       01 W-MntRejetX REDEFINES W-MntRejet PIC X(9).
       01 W-MNT-EDIT                       PIC Z(6)9,99.
       01 W-DateJour                       PIC X(8).
       01 W-DateJourEdit                   PIC X(10).

      *-- Controle de l'edition
       01 W-NbrLettres                     PIC 9(5) VALUE ZERO.
       01 W-NbrLettresSansNom              PIC 9(5) VALUE ZERO.
       01 W-NbrRejLus                      PIC 9(7) VALUE ZERO.
       01 W-NbrLignesImp                   PIC 9(7) VALUE ZERO.
       01 W-NbrPages                       PIC 9(5) VALUE ZERO.
       01 W-NbrMotifsHorsTable             PIC 9(5) VALUE ZERO.
       01 W-CPT-EDIT                       PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM CHARGEMENT-POLICES
           SORT TRI-REJETS
               ON ASCENDING KEY SD-REJ-NUMPOL SD-REJ-DATESOIN
               USING REJETS
               GIVING REJTRI
           PERFORM OUVERTURE-SORTIES
           PERFORM UNTIL W-FinFic-OK
               PERFORM LECTURE-REJET-TRIE
           END-PERFORM
           CLOSE REJTRI
           CLOSE LETTRES
           PERFORM ECRITURE-CONTROLE
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
           MOVE SPACES TO W-FinFic
           MOVE SPACES TO W-PolEnCours
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateJour
           STRING W-DateJour(7:2) '/' W-DateJour(5:2) '/'
               W-DateJour(1:4) DELIMITED BY SIZE
               INTO W-DateJourEdit
           END-STRING

      *-- REJETS.txt est cree par chaque run du mensuel : absent, le
      *   run n'a pas eu lieu, il n'y a rien a notifier.
           MOVE 'REJETS.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT REJETS
           IF L-FstRejets NOT = ZERO
               MOVE L-FstRejets TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture REJETS.txt =' L-FstRejets
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture REJETS' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           CLOSE REJETS
           .

      *----------------------------------------------------------------
       CHARGEMENT-POLICES.
      *-- Referentiel des polices. Absent : lettres adressees sans nom
      *   (signale).
           OPEN INPUT POLREF
           IF L-FstPolRef NOT = ZERO
               DISPLAY 'Referentiel POLICES.txt absent, lettres sans '
                   'nom d assure'
               EXIT PARAGRAPH
           END-IF
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
                           MOVE E-POLREF-NOM
                               TO T-POLREF-NOM(IDX-POLREF)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLREF
           .

      *----------------------------------------------------------------
       OUVERTURE-SORTIES.
      *-----
           OPEN INPUT REJTRI
           IF L-FstRejTri NOT = ZERO
               MOVE L-FstRejTri TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rejets tries =' L-FstRejTri
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture LETTRES-REJETS-TRIES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT LETTRES
           IF L-FstLettres NOT = ZERO
               MOVE L-FstLettres TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture LETTRES-REJETS.txt ='
                   L-FstLettres ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture LETTRES-REJETS' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       LECTURE-REJET-TRIE.
      *-- Un rejet trie : rupture de police, puis edition du
      *   decompte dans la lettre en cours.
           READ REJTRI
           AT END
               SET W-FinFic-OK TO TRUE
               IF W-PolEnCours-OK
                   PERFORM FIN-LETTRE
               END-IF
           NOT AT END
               IF L-FstRejTri NOT = ZERO
                   MOVE L-FstRejTri TO CPY-STATUT-CODE
                   PERFORM TRADUCTION-STATUT
                   DISPLAY 'Erreur lecture rejets tries =' L-FstRejTri
                       ' (' CPY-STATUT-TEXTE ')'
                   MOVE 'lecture LETTRES-REJETS-TRIES'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               ADD 1 TO L-NbrEnrLus
               IF E-REJTRI = SPACES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrRejLus
               IF W-PolEnCours-OK AND E-REJ-NUMPOL NOT = W-GrpPol
                   PERFORM FIN-LETTRE
               END-IF
               IF NOT W-PolEnCours-OK
                   PERFORM DEBUT-LETTRE
               END-IF
               PERFORM EDITION-REJET
           END-READ
           .

      *----------------------------------------------------------------
       DEBUT-LETTRE.
      *-- En-tete de lettre sur page neuve : expediteur, destinataire,
      *   date, objet et introduction.
           SET W-PolEnCours-OK TO TRUE
           MOVE E-REJ-NUMPOL TO W-GrpPol
           MOVE ZERO TO W-NbrRejPol
           MOVE ZERO TO W-NumPage
           ADD 1 TO W-NbrLettres
           PERFORM RECHERCHE-NOM-POLICE
           IF W-NomPolice = SPACES
               ADD 1 TO W-NbrLettresSansNom
               MOVE 'ASSURE NON IDENTIFIE' TO W-NomPolice
           END-IF

           PERFORM NOUVELLE-PAGE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           MOVE W-NomPolice TO W-Ligne(45:30)
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           STRING 'Police ' W-GrpPol DELIMITED BY SIZE
               INTO W-Ligne(45:)
           END-STRING
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           STRING 'Le ' W-DateJourEdit DELIMITED BY SIZE
               INTO W-Ligne(45:)
           END-STRING
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE 'Objet : decomptes de soins non rembourses' TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE 'Madame, Monsieur,' TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE 'Les decomptes de soins ci-dessous n''ont pas pu etre '
               TO W-Ligne
           MOVE 'rembourses. Pour chacun,' TO W-Ligne(53:)
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE 'vous trouverez le motif du refus et les pieces a nous '
               TO W-Ligne
           MOVE 'adresser pour que' TO W-Ligne(55:)
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE 'votre dossier soit reexamine.' TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           .

      *----------------------------------------------------------------
       EDITION-REJET.
      *-- Un decompte rejete : date de soin et montant lisibles, motif
      *   en clair, pieces a fournir. Les trois lignes restent sur la
      *   meme page.
           ADD 1 TO W-NbrRejPol
           IF W-CptLigne + 4 > W-LIGNES-PAGE
               PERFORM NOUVELLE-PAGE-LETTRE
           END-IF

           MOVE SPACES TO WS-DATE-APPEL
           MOVE E-REJ-DATESOIN TO WS-DATE-APPEL(1:7)
           CALL 'Conversion_dates'
           USING WS-DATE-APPEL
               W-ANNEE
               W-MOIS
               W-JOUR
               W-DATE-STATUT
           END-CALL
           MOVE SPACES TO W-DateSoinEdit
           IF W-DateValide-OK
               STRING W-JOUR '/' W-MOIS '/' W-ANNEE
                   DELIMITED BY SIZE INTO W-DateSoinEdit
               END-STRING
           ELSE
               STRING E-REJ-DATESOIN ' (illisible)'
                   DELIMITED BY SIZE INTO W-DateSoinEdit
               END-STRING
           END-IF
           MOVE E-REJ-MTREMB(1:9) TO W-MntRejetX
           IF W-MntRejet NOT NUMERIC
               MOVE ZERO TO W-MntRejet
           END-IF
           MOVE W-MntRejet TO W-MNT-EDIT

           MOVE SPACES TO W-Ligne
           STRING '- Soins du ' W-DateSoinEdit(1:10) ', acte '
               E-REJ-CODE ', montant ' W-MNT-EDIT ' EUR'
               DELIMITED BY SIZE INTO W-Ligne
           END-STRING
           PERFORM ECRITURE-LIGNE-LETTRE

           MOVE ZERO TO W-IdxMotif
           PERFORM VARYING IDX-MOTIF FROM 1 BY 1
                   UNTIL IDX-MOTIF > 16 OR W-IdxMotif NOT = ZERO
               IF W-MotifCle(IDX-MOTIF) = E-REJ-MOTIF
                   SET W-IdxMotif TO IDX-MOTIF
               END-IF
           END-PERFORM
           MOVE SPACES TO W-Ligne
           IF W-IdxMotif = ZERO
               ADD 1 TO W-NbrMotifsHorsTable
               STRING '  Motif : ' E-REJ-MOTIF
                   DELIMITED BY SIZE INTO W-Ligne
               END-STRING
               PERFORM ECRITURE-LIGNE-LETTRE
               MOVE '  A nous adresser : contactez votre gestionnaire'
                   TO W-Ligne
           ELSE
               STRING '  Motif : ' W-MotifTexte(W-IdxMotif)
                   DELIMITED BY SIZE INTO W-Ligne
               END-STRING
               PERFORM ECRITURE-LIGNE-LETTRE
               MOVE SPACES TO W-Ligne
               STRING '  A nous adresser : '
                   W-MotifPieces(W-IdxMotif)
                   DELIMITED BY SIZE INTO W-Ligne
               END-STRING
           END-IF
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           .

      *----------------------------------------------------------------
       FIN-LETTRE.
      *-- Formule de fin ; la lettre suivante ouvrira sa page.
           IF W-CptLigne + 6 > W-LIGNES-PAGE
               PERFORM NOUVELLE-PAGE-LETTRE
           END-IF
           MOVE 'Merci de rappeler votre numero de police sur tout '
               TO W-Ligne
           MOVE 'envoi.' TO W-Ligne(51:)
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE 'Veuillez agreer, Madame, Monsieur, nos salutations '
               TO W-Ligne
           MOVE 'distinguees.' TO W-Ligne(52:)
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-Ligne
           MOVE 'Le service des prestations' TO W-Ligne(45:)
           PERFORM ECRITURE-LIGNE-LETTRE
           MOVE SPACES TO W-PolEnCours
           .

      *----------------------------------------------------------------
       NOUVELLE-PAGE-LETTRE.
      *-- Saut de page et bloc expediteur ; au-dela de la premiere
      *   page, rappel de l'assure et numero de page de la lettre.
           ADD 1 TO W-NumPage
           ADD 1 TO W-NbrPages
           MOVE ZERO TO W-CptLigne
           SET W-SautPage-OK TO TRUE
           MOVE 'CAISSE DE REMBOURSEMENTS - SERVICE DES PRESTATIONS'
               TO W-Ligne
           IF W-NumPage > 1
               STRING '(suite ' W-NumPage ')' DELIMITED BY SIZE
                   INTO W-Ligne(60:)
               END-STRING
           END-IF
           PERFORM ECRITURE-LIGNE-LETTRE
           IF W-NumPage > 1
               MOVE SPACES TO W-Ligne
               STRING W-NomPolice ' - Police ' W-GrpPol
                   DELIMITED BY SIZE INTO W-Ligne
               END-STRING
               PERFORM ECRITURE-LIGNE-LETTRE
               MOVE SPACES TO W-Ligne
               PERFORM ECRITURE-LIGNE-LETTRE
           END-IF
           .

      *----------------------------------------------------------------
       ECRITURE-LIGNE-LETTRE.
      *-- Ecriture d'une ligne de lettre, en tete de page neuve apres
      *   NOUVELLE-PAGE-LETTRE.
           MOVE W-Ligne TO E-LETTRES
           IF W-SautPage-OK
               WRITE E-LETTRES AFTER ADVANCING PAGE
               MOVE SPACES TO W-SautPage
           ELSE
               WRITE E-LETTRES AFTER ADVANCING 1 LINE
           END-IF
           IF L-FstLettres NOT = ZERO
               MOVE L-FstLettres TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture LETTRES-REJETS.txt ='
                   L-FstLettres ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture LETTRES-REJETS' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO W-CptLigne
           ADD 1 TO W-NbrLignesImp
           ADD 1 TO L-NbrEnrEcrits
           MOVE SPACES TO W-Ligne
           .

      *----------------------------------------------------------------
       RECHERCHE-NOM-POLICE.
      *-----
           MOVE SPACES TO W-NomPolice
           PERFORM VARYING IDX-POLREF FROM 1 BY 1
                   UNTIL IDX-POLREF > W-NbrPolRef
                       OR W-NomPolice NOT = SPACES
               IF T-POLREF-NUMPOL(IDX-POLREF) = W-GrpPol
                   MOVE T-POLREF-NOM(IDX-POLREF) TO W-NomPolice
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
       ECRITURE-CONTROLE.
      *-- Controle de l'edition, rapproche par l'exploitation du
      *   nombre de rejets du run
           OPEN OUTPUT LETCTL
           IF L-FstLetCtl NOT = ZERO
               MOVE L-FstLetCtl TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture LETTRES-REJETS-CTL.txt ='
                   L-FstLetCtl ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture LETTRES-REJETS-CTL' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE SPACES TO E-LETCTL
           STRING 'EDITION DES LETTRES DE REJET DU ' W-DateJourEdit
               DELIMITED BY SIZE INTO E-LETCTL
           END-STRING
           PERFORM ECRITURE-LIGNE-CONTROLE
           MOVE W-NbrRejLus TO W-CPT-EDIT
           MOVE SPACES TO E-LETCTL
           STRING 'DECOMPTES REJETES LUS     : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-LETCTL
           END-STRING
           PERFORM ECRITURE-LIGNE-CONTROLE
           MOVE W-NbrLettres TO W-CPT-EDIT
           MOVE SPACES TO E-LETCTL
           STRING 'LETTRES EDITEES           : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-LETCTL
           END-STRING
           PERFORM ECRITURE-LIGNE-CONTROLE
           MOVE W-NbrLettresSansNom TO W-CPT-EDIT
           MOVE SPACES TO E-LETCTL
           STRING '  DONT ASSURE NON IDENTIFIE : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-LETCTL
           END-STRING
           PERFORM ECRITURE-LIGNE-CONTROLE
           MOVE W-NbrPages TO W-CPT-EDIT
           MOVE SPACES TO E-LETCTL
           STRING 'PAGES IMPRIMEES           : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-LETCTL
           END-STRING
           PERFORM ECRITURE-LIGNE-CONTROLE
           MOVE W-NbrLignesImp TO W-CPT-EDIT
           MOVE SPACES TO E-LETCTL
           STRING 'LIGNES IMPRIMEES          : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-LETCTL
           END-STRING
           PERFORM ECRITURE-LIGNE-CONTROLE
           MOVE W-NbrMotifsHorsTable TO W-CPT-EDIT
           MOVE SPACES TO E-LETCTL
           STRING 'MOTIFS SANS LIBELLE CLAIR : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-LETCTL
           END-STRING
           PERFORM ECRITURE-LIGNE-CONTROLE
           CLOSE LETCTL
           .

      *----------------------------------------------------------------
       ECRITURE-LIGNE-CONTROLE.
      *-----
           WRITE E-LETCTL
           IF L-FstLetCtl NOT = ZERO
               MOVE L-FstLetCtl TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture LETTRES-REJETS-CTL.txt ='
                   L-FstLetCtl ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture LETTRES-REJETS-CTL' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       FIN-TRT.
      *----
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Decomptes rejetes lus =' W-NbrRejLus '>'
           DISPLAY 'Lettres editees       =' W-NbrLettres '>'
           DISPLAY 'Lignes imprimees      =' W-NbrLignesImp '>'
           DISPLAY 'Motifs sans libelle   =' W-NbrMotifsHorsTable '>'
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
       COPY ErreurEcriture_COPY.

      *----------------------------------------------------------------
       COPY StatutTraduction_COPY.

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.

      *----------------------------------------------------------------
       COPY ManifesteAppel_COPY.
