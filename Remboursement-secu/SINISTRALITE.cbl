       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINISTRALITE.

      *-- Rapport de sinistralite (S/P : rembourse sur primes
      *   encaissees), base de la revision tarifaire annuelle.
      *
      *-- Primes : PRIMES.txt, referentiel tenu a cote de POLICES.txt
      *   (police, periode AAAAMM, montant encaisse). Rembourse :
      *   HISTO-DECOMPTES.txt, decomptes payes par le mensuel avec
      *   leur periode de paiement. Les deux cotes sont rapproches sur
      *   la periode d'encaissement / de paiement.
      *
      *-- Rapport RAPPORT-SINISTRALITE.txt :
      *   - par police et par annee : primes, rembourse, S/P en %, et
      *     alerte au-dela du seuil SP-SEUIL-PCT de PARAMS-LOT.txt
      *     (100 % par defaut) ou sur rembourse sans prime ;
      *   - portefeuille mois par mois, puis total general.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Primes encaissees par police et par periode
           SELECT PRIMES ASSIGN TO 'PRIMES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPrimes.

      *-- Decomptes payes, historises par le mensuel
           SELECT HISTODEC ASSIGN TO 'HISTO-DECOMPTES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstHistoDec.

      *-- Referentiel des polices (noms d'assure), optionnel
           SELECT POLREF ASSIGN TO 'POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPolRef.

           SELECT RAPPORT ASSIGN TO 'RAPPORT-SINISTRALITE.txt'
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

      *-- Police, periode d'encaissement AAAAMM, prime encaissee
       FD PRIMES.
       01 E-PRIMES.
           05 E-PRI-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-PRI-PERIODE.
               10 E-PRI-ANNEE              PIC X(4).
               10 E-PRI-MOIS               PIC X(2).
           05 FILLER                       PIC X.
           05 E-PRI-MONTANT                PIC 9(7)V99.

      *-- Meme dessin que le HISTODEC de Remboursement_secu_mensuel
       FD HISTODEC.
       01 E-HISTODEC.
           05 E-HIS-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-HIS-CODE                   PIC X(2).
           05 FILLER                       PIC X.
           05 E-HIS-DATESOIN               PIC X(7).
           05 FILLER                       PIC X.
           05 E-HIS-MTREMB                 PIC 9(7)V99.
           05 FILLER                       PIC X.
           05 E-HIS-PERIODE.
               10 E-HIS-ANNEE              PIC X(4).
               10 E-HIS-MOIS               PIC X(2).
           05 FILLER                       PIC X.
           05 E-HIS-AYANTDROIT             PIC X(2).

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

       FD RAPPORT.
       01 E-RAPPORT                        PIC X(80).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).
       FD  FIC-PARAMS.
       01 E-FIC-PARAMS                             PIC X(50).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'SINISTRALITE'.

      *-- file status fichier
       01 L-FstPrimes                      PIC 99.
       01 L-FstHistoDec                    PIC 99.
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

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
           05 L-NbrEnrEcrits               PIC 9(7).

       01 W-FinFic                         PIC X.
           88 W-FinFic-OK                  VALUE 'O'.

      *-- Seuil d'alerte du S/P en %, surcharge par la cle
      *   SP-SEUIL-PCT de PARAMS-LOT.txt
       01 W-SeuilSP                        PIC 9(3) VALUE 100.

      *-- Noms d'assure (meme capacite que le mensuel)
       01 W-POL-MAX                        PIC 9(5) VALUE 500.
       01 W-NbrPolRef                      PIC 9(5) VALUE ZERO.
       01 TABLE-POLREF.
           05 T-POLREF OCCURS 500 TIMES
                       INDEXED BY IDX-POLREF.
               10 T-POLREF-NUMPOL          PIC X(12).
               10 T-POLREF-NOM             PIC X(30).
       01 W-NomPolice                      PIC X(30).

      *-- Cumuls par police et par annee, tenus dans l'ordre de la
      *   cle (insertion triee, cf. CUMUL-POLICE-ANNEE)
       01 W-SP-MAX                         PIC 9(5) VALUE 3000.
       01 W-NbrSP                          PIC 9(5) VALUE ZERO.
       01 TABLE-SP.
           05 T-SP OCCURS 3000 TIMES
                   INDEXED BY IDX-SP.
               10 T-SP-CLE.
                   15 T-SP-NUMPOL          PIC X(12).
                   15 T-SP-ANNEE           PIC X(4).
               10 T-SP-PRIMES              PIC 9(9)V99.
               10 T-SP-REMB                PIC 9(9)V99.

      *-- Cumuls du portefeuille par mois (cf. CUMUL-MOIS)
       01 W-MOIS-MAX                       PIC 9(3) VALUE 240.
       01 W-NbrMois                        PIC 9(3) VALUE ZERO.
       01 TABLE-MOIS.
           05 T-MOIS OCCURS 240 TIMES
                     INDEXED BY IDX-MOIS.
               10 T-MOIS-PERIODE           PIC X(6).
               10 T-MOIS-PRIMES            PIC 9(9)V99.
               10 T-MOIS-REMB              PIC 9(9)V99.

      *-- Mouvement a cumuler (prime ou rembourse)
       01 W-CleCum.
           05 W-NumPolCum                  PIC X(12).
           05 W-AnneeCum                   PIC X(4).
       01 W-PeriodeCum                     PIC X(6).
       01 W-PrimeCum                       PIC 9(7)V99.
       01 W-RembCum                        PIC 9(7)V99.
       01 W-IdxTrouve                      PIC 9(5).
       01 W-IdxInsertion                   PIC 9(5).
       01 W-IdxDecal                       PIC 9(5).

      *-- Calcul et edition du S/P (cf. CALCUL-RATIO)
       01 W-PrimesCalc                     PIC 9(11)V99.
       01 W-RembCalc                       PIC 9(11)V99.
       01 W-RatioCalc                      PIC 9(9)V9(4).
       01 W-Ratio                          PIC 9(5)V9.
       01 W-RatioEdit                      PIC ZZZZ9,9.
       01 W-RatioTxt                       PIC X(10).
       01 W-Alerte                         PIC X(6).

      *-- Compteurs et totaux
       01 W-NbrPrimesLues                  PIC 9(7) VALUE ZERO.
       01 W-NbrRembLus                     PIC 9(7) VALUE ZERO.
       01 W-NbrAlertes                     PIC 9(5) VALUE ZERO.
       01 W-TotPrimes                      PIC 9(11)V99 VALUE ZERO.
       01 W-TotRemb                        PIC 9(11)V99 VALUE ZERO.
       01 W-PolPrec                        PIC X(12).

      *-- Zones d'edition
       01 W-CPT-EDIT                       PIC ZZZZ9.
       01 W-PRI-EDIT                       PIC Z(8)9,99.
       01 W-REM-EDIT                       PIC Z(8)9,99.
       01 W-SEUIL-EDIT                     PIC ZZ9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM CHARGEMENT-POLICES
           PERFORM CHARGEMENT-PRIMES
           PERFORM CHARGEMENT-REMBOURSEMENTS
           PERFORM EDITION-POLICES
           PERFORM EDITION-PORTEFEUILLE
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
           MOVE 'SP-SEUIL-PCT' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               MOVE CPY-PARAM-VALNUM TO W-SeuilSP
           END-IF
           DISPLAY 'Seuil d alerte S/P : ' W-SeuilSP ' %'

           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-SINISTRALITE'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE 'SINISTRALITE (S/P) : PRIMES ET REMBOURSEMENTS'
               TO CPY-RAP-TITRE
           MOVE SPACES TO CPY-RAP-PERIODE
           STRING 'RUN DU ' FUNCTION CURRENT-DATE(7:2) '/'
               FUNCTION CURRENT-DATE(5:2) '/'
               FUNCTION CURRENT-DATE(1:4)
               DELIMITED BY SIZE INTO CPY-RAP-PERIODE
           END-STRING
           PERFORM DEBUT-RAPPORT
           .

      *----------------------------------------------------------------
       CHARGEMENT-POLICES.
      *-- Referentiel des polices, pour le nom de l'assure. Absent :
      *   rapport sans noms.
           OPEN INPUT POLREF
           IF L-FstPolRef NOT = ZERO
               DISPLAY 'Referentiel POLICES.txt absent, rapport sans '
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
       CHARGEMENT-PRIMES.
      *-- Primes encaissees, obligatoires : sans elles le rapport n'a
      *   pas d'objet. Une ligne illisible fausserait le S/P de sa
      *   police, elle arrete le traitement.
           OPEN INPUT PRIMES
           IF L-FstPrimes NOT = ZERO
               MOVE L-FstPrimes TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture PRIMES.txt =' L-FstPrimes
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture PRIMES' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ PRIMES
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF E-PRI-MONTANT NOT NUMERIC
                       OR E-PRI-PERIODE NOT NUMERIC
                       OR E-PRI-MOIS < '01' OR E-PRI-MOIS > '12'
                       OR E-PRI-NUMPOL = SPACES
                       DISPLAY 'Ligne de primes illisible : ' E-PRIMES
                       CLOSE PRIMES
                       MOVE 'ligne de primes illisible'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO W-NbrPrimesLues
                   MOVE E-PRI-NUMPOL TO W-NumPolCum
                   MOVE E-PRI-ANNEE TO W-AnneeCum
                   MOVE E-PRI-PERIODE TO W-PeriodeCum
                   MOVE E-PRI-MONTANT TO W-PrimeCum
                   MOVE ZERO TO W-RembCum
                   PERFORM CUMUL-POLICE-ANNEE
                   PERFORM CUMUL-MOIS
               END-READ
           END-PERFORM
           CLOSE PRIMES
           DISPLAY 'Primes chargees : ' W-NbrPrimesLues ' lignes'
           .

      *----------------------------------------------------------------
       CHARGEMENT-REMBOURSEMENTS.
      *-- Decomptes payes. Absent : aucun rembourse (premier mois),
      *   le rapport donne les primes seules.
           MOVE 'HISTO-DECOMPTES.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT HISTODEC
           IF L-FstHistoDec NOT = ZERO
               DISPLAY 'Historique HISTO-DECOMPTES.txt absent, '
                   'aucun rembourse'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ HISTODEC
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF E-HIS-MTREMB NOT NUMERIC
                       OR E-HIS-PERIODE NOT NUMERIC
                       DISPLAY 'Ligne d historique illisible : '
                           E-HISTODEC
                       CLOSE HISTODEC
                       MOVE 'ligne HISTO-DECOMPTES illisible'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO W-NbrRembLus
                   MOVE E-HIS-NUMPOL TO W-NumPolCum
                   MOVE E-HIS-ANNEE TO W-AnneeCum
                   MOVE E-HIS-PERIODE TO W-PeriodeCum
                   MOVE ZERO TO W-PrimeCum
                   MOVE E-HIS-MTREMB TO W-RembCum
                   PERFORM CUMUL-POLICE-ANNEE
                   PERFORM CUMUL-MOIS
               END-READ
           END-PERFORM
           CLOSE HISTODEC
           DISPLAY 'Decomptes payes charges : ' W-NbrRembLus
           .

      *----------------------------------------------------------------
       CUMUL-POLICE-ANNEE.
      *-- Cumule W-PrimeCum / W-RembCum sur la cle police + annee,
      *   creee a son rang si elle est nouvelle. Une cle perdue
      *   fausserait le S/P : table pleine, arret.
           MOVE ZERO TO W-IdxTrouve
           MOVE ZERO TO W-IdxInsertion
           PERFORM VARYING IDX-SP FROM 1 BY 1
                   UNTIL IDX-SP > W-NbrSP OR W-IdxTrouve NOT = ZERO
                       OR W-IdxInsertion NOT = ZERO
               IF T-SP-CLE(IDX-SP) = W-CleCum
                   SET W-IdxTrouve TO IDX-SP
               END-IF
               IF T-SP-CLE(IDX-SP) > W-CleCum
                   SET W-IdxInsertion TO IDX-SP
               END-IF
           END-PERFORM
           IF W-IdxTrouve = ZERO
               IF W-NbrSP >= W-SP-MAX
                   DISPLAY 'Cumuls police / annee au-dela de la '
                       'capacite (' W-SP-MAX ')'
                   MOVE 'capacite cumuls S/P' TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               IF W-IdxInsertion = ZERO
                   COMPUTE W-IdxInsertion = W-NbrSP + 1
               END-IF
               PERFORM VARYING W-IdxDecal FROM W-NbrSP BY -1
                       UNTIL W-IdxDecal < W-IdxInsertion
                   MOVE T-SP(W-IdxDecal) TO T-SP(W-IdxDecal + 1)
               END-PERFORM
               ADD 1 TO W-NbrSP
               MOVE W-CleCum TO T-SP-CLE(W-IdxInsertion)
               MOVE ZERO TO T-SP-PRIMES(W-IdxInsertion)
               MOVE ZERO TO T-SP-REMB(W-IdxInsertion)
               MOVE W-IdxInsertion TO W-IdxTrouve
           END-IF
           ADD W-PrimeCum TO T-SP-PRIMES(W-IdxTrouve)
           ADD W-RembCum TO T-SP-REMB(W-IdxTrouve)
           ADD W-PrimeCum TO W-TotPrimes
           ADD W-RembCum TO W-TotRemb
           .

      *----------------------------------------------------------------
       CUMUL-MOIS.
      *-- Meme principe, sur la periode AAAAMM du portefeuille
           MOVE ZERO TO W-IdxTrouve
           MOVE ZERO TO W-IdxInsertion
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                   UNTIL IDX-MOIS > W-NbrMois OR W-IdxTrouve NOT = ZERO
                       OR W-IdxInsertion NOT = ZERO
               IF T-MOIS-PERIODE(IDX-MOIS) = W-PeriodeCum
                   SET W-IdxTrouve TO IDX-MOIS
               END-IF
               IF T-MOIS-PERIODE(IDX-MOIS) > W-PeriodeCum
                   SET W-IdxInsertion TO IDX-MOIS
               END-IF
           END-PERFORM
           IF W-IdxTrouve = ZERO
               IF W-NbrMois >= W-MOIS-MAX
                   DISPLAY 'Portefeuille au-dela de ' W-MOIS-MAX
                       ' mois'
                   MOVE 'capacite mois du portefeuille'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               IF W-IdxInsertion = ZERO
                   COMPUTE W-IdxInsertion = W-NbrMois + 1
               END-IF
               PERFORM VARYING W-IdxDecal FROM W-NbrMois BY -1
                       UNTIL W-IdxDecal < W-IdxInsertion
                   MOVE T-MOIS(W-IdxDecal) TO T-MOIS(W-IdxDecal + 1)
               END-PERFORM
               ADD 1 TO W-NbrMois
               MOVE W-PeriodeCum TO T-MOIS-PERIODE(W-IdxInsertion)
               MOVE ZERO TO T-MOIS-PRIMES(W-IdxInsertion)
               MOVE ZERO TO T-MOIS-REMB(W-IdxInsertion)
               MOVE W-IdxInsertion TO W-IdxTrouve
           END-IF
           ADD W-PrimeCum TO T-MOIS-PRIMES(W-IdxTrouve)
           ADD W-RembCum TO T-MOIS-REMB(W-IdxTrouve)
           .

      *----------------------------------------------------------------
       EDITION-POLICES.
      *-- Une ligne par police et par annee, le nom de l'assure en
      *   tete de chaque police
           MOVE 'Police       * Annee *       Primes *    Rembourse *'
               TO CPY-RAP-ENTCOL
           MOVE '     S/P % * Alerte' TO CPY-RAP-ENTCOL(53:)
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE W-SeuilSP TO W-SEUIL-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'S/P PAR POLICE ET PAR ANNEE (ALERTE AU-DELA DE '
               W-SEUIL-EDIT ' %)'
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE SPACES TO W-PolPrec
           PERFORM VARYING IDX-SP FROM 1 BY 1 UNTIL IDX-SP > W-NbrSP
               IF T-SP-NUMPOL(IDX-SP) NOT = W-PolPrec
                   MOVE T-SP-NUMPOL(IDX-SP) TO W-PolPrec
                   PERFORM RECHERCHE-NOM-POLICE
                   MOVE SPACES TO CPY-RAP-LIGNE
                   STRING 'POLICE ' W-PolPrec ' - ' W-NomPolice
                       DELIMITED BY SIZE INTO CPY-RAP-LIGNE
                   END-STRING
                   PERFORM ECRITURE-RAPPORT
               END-IF
               MOVE T-SP-PRIMES(IDX-SP) TO W-PrimesCalc
               MOVE T-SP-REMB(IDX-SP) TO W-RembCalc
               PERFORM CALCUL-RATIO
               IF W-Alerte NOT = SPACES
                   ADD 1 TO W-NbrAlertes
               END-IF
               MOVE T-SP-PRIMES(IDX-SP) TO W-PRI-EDIT
               MOVE T-SP-REMB(IDX-SP) TO W-REM-EDIT
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING T-SP-NUMPOL(IDX-SP) ' * ' T-SP-ANNEE(IDX-SP)
                   '  * ' W-PRI-EDIT ' * ' W-REM-EDIT ' * '
                   W-RatioTxt ' * ' W-Alerte
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           MOVE W-NbrAlertes TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'POLICES / ANNEES EN ALERTE : ' W-CPT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .

      *----------------------------------------------------------------
       EDITION-PORTEFEUILLE.
      *-- Portefeuille mois par mois, puis total general
           MOVE 'Mois         *       *       Primes *    Rembourse *'
               TO CPY-RAP-ENTCOL
           MOVE '     S/P % * Alerte' TO CPY-RAP-ENTCOL(53:)
           PERFORM NOUVELLE-SECTION-RAPPORT
           MOVE 'PORTEFEUILLE MOIS PAR MOIS' TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
                   UNTIL IDX-MOIS > W-NbrMois
               MOVE T-MOIS-PRIMES(IDX-MOIS) TO W-PrimesCalc
               MOVE T-MOIS-REMB(IDX-MOIS) TO W-RembCalc
               PERFORM CALCUL-RATIO
               MOVE T-MOIS-PRIMES(IDX-MOIS) TO W-PRI-EDIT
               MOVE T-MOIS-REMB(IDX-MOIS) TO W-REM-EDIT
               MOVE SPACES TO CPY-RAP-LIGNE
               STRING T-MOIS-PERIODE(IDX-MOIS)(5:2) '/'
                   T-MOIS-PERIODE(IDX-MOIS)(1:4) '      *       * '
                   W-PRI-EDIT ' * ' W-REM-EDIT ' * '
                   W-RatioTxt ' * ' W-Alerte
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           MOVE W-TotPrimes TO W-PrimesCalc
           MOVE W-TotRemb TO W-RembCalc
           PERFORM CALCUL-RATIO
           MOVE W-TotPrimes TO W-PRI-EDIT
           MOVE W-TotRemb TO W-REM-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL PORTEFEUILLE   * ' W-PRI-EDIT ' * '
               W-REM-EDIT ' * ' W-RatioTxt ' * ' W-Alerte
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .

      *----------------------------------------------------------------
       CALCUL-RATIO.
      *-- S/P en % de W-RembCalc sur W-PrimesCalc, edite dans
      *   W-RatioTxt ; alerte au-dela du seuil, ou rembourse sans
      *   aucune prime encaissee.
           MOVE SPACES TO W-Alerte
           IF W-PrimesCalc = ZERO
               IF W-RembCalc = ZERO
                   MOVE '       -  ' TO W-RatioTxt
               ELSE
                   MOVE 'SANS PRIME' TO W-RatioTxt
                   MOVE 'ALERTE' TO W-Alerte
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE W-RatioCalc = W-RembCalc * 100 / W-PrimesCalc
           IF W-RatioCalc > 99999
               MOVE 99999 TO W-Ratio
           ELSE
               COMPUTE W-Ratio ROUNDED = W-RatioCalc
           END-IF
           MOVE W-Ratio TO W-RatioEdit
           MOVE SPACES TO W-RatioTxt
           MOVE W-RatioEdit TO W-RatioTxt(4:)
           IF W-RatioCalc > W-SeuilSP
               MOVE 'ALERTE' TO W-Alerte
           END-IF
           .

      *----------------------------------------------------------------
       RECHERCHE-NOM-POLICE.
      *-----
           MOVE SPACES TO W-NomPolice
           PERFORM VARYING IDX-POLREF FROM 1 BY 1
                   UNTIL IDX-POLREF > W-NbrPolRef
                       OR W-NomPolice NOT = SPACES
               IF T-POLREF-NUMPOL(IDX-POLREF) = W-PolPrec
                   MOVE T-POLREF-NOM(IDX-POLREF) TO W-NomPolice
               END-IF
           END-PERFORM
           IF W-NomPolice = SPACES
               MOVE '(HORS REFERENTIEL)' TO W-NomPolice
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
           DISPLAY 'Polices / annees editees =' W-NbrSP '>'
           DISPLAY 'Polices / annees en alerte =' W-NbrAlertes '>'
           DISPLAY 'Total primes    =' W-TotPrimes '>'
           DISPLAY 'Total rembourse =' W-TotRemb '>'
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
               MOVE 'ecriture RAPPORT-SINISTRALITE'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
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
