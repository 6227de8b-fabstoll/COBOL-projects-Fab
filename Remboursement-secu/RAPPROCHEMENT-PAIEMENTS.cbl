      *   limite de volume - le tie-out annuel des auditeurs passe
      *   entier, la ou les anciennes tables plafonnaient a 5000
      *   couples.
      *
      *-- Troisieme jambe, quand RELEVE-BANCAIRE.txt est depose : les
      *   paiements sont regroupes par police et date de valeur,
      *   confrontes aux debits du releve (meme police, meme date de
      *   valeur, meme montant). Paye jamais debite, debit sans
      *   paiement et virement retourne (compte clos, IBAN faux) sont
      *   edites a part. Un virement retourne rouvre ses decomptes :
      *   ils partent sur DECOMPTES-REOUVERTS.txt, re-presentes par
      *   ORDRES-PAIEMENT, et l'IBAN retourne est consigne dans
      *   IBAN-RETOURNES.txt - on ne repaie pas sur le meme compte, et
      *   un retour deja traite n'est jamais rouvert deux fois.

       ENVIRONMENT DIVISION.

               FILE STATUS IS L-FstSuspens.

      *> Age (en runs) au-dela duquel un suspens est dit ancien.
      *> Une ligne, optionnel ; absent = 3 runs. Suffixe J (ex.
      *> '10J') = seuil en jours ouvres depuis la premiere
      *> apparition, l'unite des engagements de service.
           SELECT FICSUSAGE ASSIGN TO 'SUSPENS-AGE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstSusAge.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstCandRev.

      *> Releve bancaire du compte de reglement : debits de virements
      *> (D VIR), retours de virements (C RET), autres operations
      *> hors perimetre. Optionnel : absent, pas de jambe banque.
           SELECT RELEVE ASSIGN TO 'RELEVE-BANCAIRE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstReleve.

      *> Fichiers de travail de la jambe banque : paiements et debits
      *> normalises en (police, date de valeur, montant), tries.
           SELECT PVB-TRAV ASSIGN TO 'RAP-PVB-TRAV.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPvbTrav.

           SELECT PVB-TRI ASSIGN TO 'RAP-PVB-TRIES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPvbTri.

           SELECT BAN-TRAV ASSIGN TO 'RAP-BAN-TRAV.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstBanTrav.

           SELECT BAN-TRI ASSIGN TO 'RAP-BAN-TRIES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstBanTri.

           SELECT TRI-BAN ASSIGN TO 'TRIBANTRAV'.

      *> Retours de virements deja traites (police, IBAN retourne,
      *> date de valeur d'origine, montant) : garde-fou contre une
      *> double reouverture, et liste des IBAN a ne plus payer
      *> relue par ORDRES-PAIEMENT.
           SELECT FICRETOURS ASSIGN TO 'IBAN-RETOURNES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstRetours.

      *> Decomptes rouverts par un retour, dessin DECOMPTES-ADMIS,
      *> cumules jusqu'a leur re-presentation par ORDRES-PAIEMENT.
           SELECT REOUVERTS ASSIGN TO 'DECOMPTES-REOUVERTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstReouverts.

      *> Journal d'audit partagé entre les programmes batch
      *> (cf. ECRITURE-AUDIT).
           SELECT FIC-AUDIT ASSIGN TO 'JOURNAL-AUDIT.txt'
       DATA DIVISION.
       FILE SECTION.

      *-- La zone finale couvre le montant facture, le numero
      *   d'ayant droit, le prestataire et la caisse du dessin etendu de
      *   DECOMPTE.txt (non
      *   exploites par le tie-out) : les
      *   fichiers a l'ancien dessin de 35 caracteres se lisent
      *   toujours, la zone arrive a blanc.
       FD LISTE.
           05 E-LISTE-DATESOIN             PIC 9(7).
           05 E-LISTE-FILLER3              PIC X.
           05 E-LISTE-MTREMB               PIC 9(7)V99.
           05 FILLER                       PIC X(29).

      *-- Date de valeur du virement en fin de ligne (cf.
      *   CONTROLE-PAIEMENTS), a blanc sur l'ancien dessin.
       FD PAIEMENTS.
       01 E-PAIEMENT.
           05 E-PAI-NUMPOL                 PIC X(12).
           05 E-PAI-DATESOIN               PIC 9(7).
           05 FILLER                       PIC X.
           05 E-PAI-MONTANT                PIC 9(7)V99.
           05 FILLER                       PIC X.
           05 E-PAI-DATEVAL                PIC X(8).

       FD RAPPROCHEMENT.
       01 E-RAPPROCHEMENT                  PIC X(100).
           05 E-SUS-NBRRUNS                PIC 9(3).

       FD FICSUSAGE.
       01 E-FICSUSAGE                      PIC X(5).

       FD FICOPTCAND.
       01 E-FICOPTCAND                     PIC X.
       FD FICCANDREV.
       01 E-FICCANDREV                     PIC X(80).

       FD RELEVE.
       01 E-RELEVE.
           05 E-REL-SENS                   PIC X.
           05 FILLER                       PIC X.
           05 E-REL-CODEOP                 PIC X(3).
           05 FILLER                       PIC X.
           05 E-REL-DATEVAL                PIC 9(8).
           05 FILLER                       PIC X.
           05 E-REL-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-REL-MONTANT                PIC 9(9)V99.
           05 FILLER                       PIC X.
           05 E-REL-IBAN                   PIC X(34).
           05 FILLER                       PIC X.
           05 E-REL-DATEORIG               PIC 9(8).
           05 FILLER                       PIC X.
           05 E-REL-MOTIF                  PIC X(20).

       FD PVB-TRAV.
       01 E-PVB-TRAV.
           05 E-PVT-NUMPOL                 PIC X(12).
           05 E-PVT-DATEVAL                PIC 9(8).
           05 E-PVT-MONTANT                PIC 9(9)V99.
           05 E-PVT-DATESOIN               PIC 9(7).

       FD PVB-TRI.
       01 E-PVB-TRI.
           05 E-PVI-NUMPOL                 PIC X(12).
           05 E-PVI-DATEVAL                PIC 9(8).
           05 E-PVI-MONTANT                PIC 9(9)V99.
           05 E-PVI-DATESOIN               PIC 9(7).

       FD BAN-TRAV.
       01 E-BAN-TRAV.
           05 E-BT-NUMPOL                  PIC X(12).
           05 E-BT-DATEVAL                 PIC 9(8).
           05 E-BT-MONTANT                 PIC 9(9)V99.
           05 E-BT-DATESOIN                PIC 9(7).

       FD BAN-TRI.
       01 E-BAN-TRI.
           05 E-BTI-NUMPOL                 PIC X(12).
           05 E-BTI-DATEVAL                PIC 9(8).
           05 E-BTI-MONTANT                PIC 9(9)V99.
           05 E-BTI-DATESOIN               PIC 9(7).

       FD FICRETOURS.
       01 E-FICRETOURS.
           05 E-RET-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-RET-IBAN                   PIC X(34).
           05 FILLER                       PIC X.
           05 E-RET-DATEORIG               PIC 9(8).
           05 FILLER                       PIC X.
           05 E-RET-MONTANT                PIC 9(9)V99.
           05 FILLER                       PIC X.
           05 E-RET-DATETRT                PIC 9(8).

      *-- Dessin E-ADMIS d'ORDRES-PAIEMENT : seuls police, date de
      *   soin et montant a repayer sont connus du rapprochement.
       FD REOUVERTS.
       01 E-REOUVERTS.
           05 E-REO-CODE                   PIC X(2).
           05 FILLER                       PIC X(3).
           05 E-REO-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-REO-DATESOIN               PIC 9(7).
           05 FILLER                       PIC X.
           05 E-REO-MONTANT                PIC 9(7)V99.
           05 FILLER                       PIC X(25).

       SD TRI-BAN.
       01 SD-BAN-ENR.
           05 SD-BAN-NUMPOL                PIC X(12).
           05 SD-BAN-DATEVAL               PIC 9(8).
           05 SD-BAN-MONTANT               PIC 9(9)V99.
           05 SD-BAN-DATESOIN              PIC 9(7).

       SD TRI-RAP.
       01 SD-RAP-ENR.
           05 SD-RAP-NUMPOL                PIC X(12).
       COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.
      *-- Zones d'appel du manifeste des fichiers (cf.
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
       01 L-FstSuspens                     PIC 99.
       01 L-FstSusAge                      PIC 99.
       01 W-SusSeuilAge                    PIC 9(3) VALUE 3.
       01 W-SusSeuilUnite                  PIC X VALUE 'R'.
           88 W-SusSeuilRuns                VALUE 'R'.
           88 W-SusSeuilOuvres              VALUE 'J'.
       01 W-SusNbrJ                        PIC 9.
       01 W-Sus-Max                        PIC 9(5) VALUE 5000.
       01 W-NbrSus                         PIC 9(5) VALUE ZERO.
       01 W-SusDeborde                     PIC 9(5) VALUE ZERO.
       01 W-NbrSusAnciens                  PIC 9(5) VALUE ZERO.
       01 W-NbrSusResolus                  PIC 9(5) VALUE ZERO.
       01 W-SUS-RUNS-EDIT                  PIC ZZ9.
      *-- Age en jours ouvres d'un suspens (cf. AGE-SUSPENS-OUVRES)
       01 W-SusAgeJO                       PIC S9(5).
       01 W-SUS-JO-EDIT                    PIC ZZZZ9.
       01 W-JO-FONCTION                    PIC X.
       01 W-JO-STATUT                      PIC X(2).

      *-- Compteurs des trois populations du tie-out
       01 W-NbrConcordants                 PIC 9(7) VALUE ZERO.
       01 W-NbrNonCalcules                 PIC 9(7) VALUE ZERO.
       01 W-NbrMontantsDiff                PIC 9(7) VALUE ZERO.

      *-- Jambe banque (cf. RAPPROCHEMENT-BANQUE)
       01 L-FstReleve                      PIC 99.
       01 L-FstPvbTrav                     PIC 99.
       01 L-FstPvbTri                      PIC 99.
       01 L-FstBanTrav                     PIC 99.
       01 L-FstBanTri                      PIC 99.
       01 L-FstRetours                     PIC 99.
       01 L-FstReouverts                   PIC 99.
       01 W-Banque                         PIC X VALUE 'N'.
           88 W-Banque-OK                  VALUE 'O'.
      *-- Groupes courants police / date de valeur de chaque cote
       01 W-PVB-CLE.
           05 W-PvbNumpol                  PIC X(12).
           05 W-PvbDateval                 PIC 9(8).
       01 W-PvbMontant                     PIC 9(11)V99.
       01 W-PvbNbr                         PIC 9(5).
       01 W-PvbFin                         PIC X.
           88 W-PvbFin-OK                  VALUE 'O'.
       01 W-PvbPret                        PIC X.
           88 W-PvbPret-OK                 VALUE 'O'.
       01 W-BAN-CLE.
           05 W-BanNumpol                  PIC X(12).
           05 W-BanDateval                 PIC 9(8).
       01 W-BanMontant                     PIC 9(11)V99.
       01 W-BanFin                         PIC X.
           88 W-BanFin-OK                  VALUE 'O'.
       01 W-BanPret                        PIC X.
           88 W-BanPret-OK                 VALUE 'O'.
      *-- Retours de virements du releve, et ceux deja traites par un
      *   run precedent (IBAN-RETOURNES.txt)
       01 W-RET-MAX                        PIC 9(5) VALUE 1000.
       01 W-NbrRet                         PIC 9(5) VALUE ZERO.
       01 TABLE-RETOURS.
           05 T-RET OCCURS 1000 TIMES
                    INDEXED BY IDX-RET.
               10 T-RET-NUMPOL             PIC X(12).
               10 T-RET-IBAN               PIC X(34).
               10 T-RET-DATEORIG           PIC 9(8).
               10 T-RET-DATEVAL            PIC 9(8).
               10 T-RET-MONTANT            PIC 9(9)V99.
               10 T-RET-MOTIF              PIC X(20).
               10 T-RET-ETAT               PIC X.
                   88 T-RET-A-TRAITER      VALUE ' '.
                   88 T-RET-REOUVERT       VALUE 'R'.
                   88 T-RET-DEJA-TRAITE    VALUE 'D'.
               10 T-RET-NBRDEC             PIC 9(5).
       01 W-RCO-MAX                        PIC 9(5) VALUE 5000.
       01 W-NbrRco                         PIC 9(5) VALUE ZERO.
       01 TABLE-RETOURS-CONNUS.
           05 T-RCO OCCURS 5000 TIMES
                    INDEXED BY IDX-RCO.
               10 T-RCO-NUMPOL             PIC X(12).
               10 T-RCO-IBAN               PIC X(34).
               10 T-RCO-DATEORIG           PIC 9(8).
               10 T-RCO-MONTANT            PIC 9(9)V99.
       01 W-IdxRetGrp                      PIC 9(5).
      *-- Decomptes du virement en cours (cf. REOUVERTURE-GROUPE)
       01 W-GRP-MAX                        PIC 9(5) VALUE 500.
       01 TABLE-GROUPE.
           05 T-GRP OCCURS 500 TIMES
                    INDEXED BY IDX-GRP.
               10 T-GRP-DATESOIN           PIC 9(7).
               10 T-GRP-MONTANT            PIC 9(9)V99.
       01 W-NbrDebitsRapproches            PIC 9(7) VALUE ZERO.
       01 W-NbrPayesNonDebites             PIC 9(7) VALUE ZERO.
       01 W-NbrDebitsSansPaiement          PIC 9(7) VALUE ZERO.
       01 W-NbrRetours                     PIC 9(7) VALUE ZERO.
       01 W-NbrDecReouverts                PIC 9(7) VALUE ZERO.
       01 W-NbrOpHorsPerimetre             PIC 9(7) VALUE ZERO.
       01 W-MntNonDebite                   PIC 9(11)V99 VALUE ZERO.
       01 W-MntSansPaiement                PIC 9(11)V99 VALUE ZERO.
       01 W-MntRetourne                    PIC 9(11)V99 VALUE ZERO.
       01 W-TOT-EDIT                       PIC Z(10)9,99.
       01 WS-ETAT-RET-TXT                  PIC X(19).

       01 W-MNT-EDIT                       PIC Z(8)9,99.
       01 WS-MNT1-TXT                      PIC X(12).
       01 WS-MNT2-TXT                      PIC X(12).
           PERFORM NORMALISATION-PAIEMENTS
           PERFORM TRI-DES-DEUX-COTES
           PERFORM CONFRONTATION
           IF W-Banque-OK
               PERFORM RAPPROCHEMENT-BANQUE
           END-IF
           PERFORM BILAN-SUSPENS
           PERFORM TOTAUX
           PERFORM FIN-TRT
                   'pas de fichier valide)'
           END-IF

      *-- Les deux faces telles que leurs producteurs les ont
      *   publiees, sinon arret avant tout rapprochement.
           MOVE 'DECOMPTE.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           MOVE W-NomPaiements TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE

           OPEN INPUT LISTE
           IF L-Fst NOT = ZERO
               MOVE L-Fst TO CPY-STATUT-CODE
               PERFORM ERREUR
           END-IF

           OPEN INPUT RELEVE
           IF L-FstReleve = ZERO
               SET W-Banque-OK TO TRUE
               OPEN OUTPUT PVB-TRAV
               IF L-FstPvbTrav NOT = ZERO
                   DISPLAY 'Erreur ouverture travail banque ='
                       L-FstPvbTrav '>'
                   MOVE 'ouverture RAP-PVB-TRAV'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               DISPLAY 'Releve bancaire : RELEVE-BANCAIRE.txt'
           ELSE
               DISPLAY 'Pas de RELEVE-BANCAIRE.txt : rapprochement '
                   'bancaire sans objet'
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-SusDateRun
           PERFORM LECTURE-SEUIL-SUSPENS
           PERFORM CHARGEMENT-SUSPENS
           IF L-FstSusAge = ZERO
               READ FICSUSAGE
               NOT AT END
                   MOVE ZERO TO W-SusNbrJ
                   INSPECT E-FICSUSAGE TALLYING W-SusNbrJ
                       FOR ALL 'J' ALL 'j'
                   IF W-SusNbrJ NOT = ZERO
                       INSPECT E-FICSUSAGE REPLACING
                           ALL 'J' BY SPACE ALL 'j' BY SPACE
                   END-IF
                   IF FUNCTION NUMVAL(E-FICSUSAGE) > ZERO
                       COMPUTE W-SusSeuilAge =
                           FUNCTION NUMVAL(E-FICSUSAGE)
                       IF W-SusNbrJ NOT = ZERO
                           SET W-SusSeuilOuvres TO TRUE
                       END-IF
                   END-IF
               END-READ
               CLOSE FICSUSAGE
           END-IF
           IF W-SusSeuilOuvres
               DISPLAY 'Seuil anciennete suspens = ' W-SusSeuilAge
                   ' jours ouvres'
           ELSE
               DISPLAY 'Seuil anciennete suspens = ' W-SusSeuilAge
                   ' runs'
           END-IF
           .
      *----------------------------------------------------------------
       CHARGEMENT-SUSPENS.
           PERFORM VARYING IDX-SUS FROM 1 BY 1
                   UNTIL IDX-SUS > W-NbrSus
               IF W-SUS-VU-OK(IDX-SUS)
                   PERFORM AGE-SUSPENS-OUVRES
                   IF (W-SusSeuilRuns
                       AND W-SUS-NBRRUNS(IDX-SUS) > W-SusSeuilAge)
                    OR (W-SusSeuilOuvres
                       AND W-SusAgeJO > W-SusSeuilAge)
                       ADD 1 TO W-NbrSusAnciens
                       PERFORM EDITION-LIGNE-SUSPENS
                   END-IF
               END-IF
           END-PERFORM
           MOVE W-NbrSusResolus TO W-CPT-EDIT
       EDITION-LIGNE-SUSPENS.
      *-----------
           MOVE W-SUS-NBRRUNS(IDX-SUS) TO W-SUS-RUNS-EDIT
           PERFORM AGE-SUSPENS-OUVRES
           MOVE W-SusAgeJO TO W-SUS-JO-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING W-SUS-TYPE(IDX-SUS) ' '
               W-SUS-NUMPOL(IDX-SUS) ' '
               W-SUS-DATESOIN(IDX-SUS)
               ' depuis le ' W-SUS-PREMIERE(IDX-SUS)
               ' vu ' W-SUS-RUNS-EDIT ' runs'
               ' soit ' W-SUS-JO-EDIT ' j.o.'
               DELIMITED BY SIZE INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           .
      *----------------------------------------------------------------
       AGE-SUSPENS-OUVRES.
      *-----------
      *-- Jours ouvres ecoules depuis la premiere apparition du
      *   suspens (Jours_ouvres, JOURS-FERIES.txt). Une date de
      *   premiere apparition illisible donne un age nul.
           MOVE 'C' TO W-JO-FONCTION
           CALL 'Jours_ouvres'
           USING W-JO-FONCTION
               W-SUS-PREMIERE(IDX-SUS)
               W-SusDateRun
               W-SusAgeJO
               W-JO-STATUT
           END-CALL
           IF W-JO-STATUT NOT = '00' OR W-SusAgeJO < ZERO
               MOVE ZERO TO W-SusAgeJO
           END-IF
           .
      *----------------------------------------------------------------
       NORMALISATION-DECOMPTES.
      *-----
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   IF W-Banque-OK
                       PERFORM ECRITURE-PAIEMENT-BANQUE
                   END-IF
               END-READ
           END-PERFORM
           IF L-FstPai NOT = 10
               PERFORM ERREUR
           END-IF
           CLOSE PAIEMENTS PAI-TRAV
           IF W-Banque-OK
               CLOSE PVB-TRAV
           END-IF
           .
      *----------------------------------------------------------------
       ECRITURE-PAIEMENT-BANQUE.
      *-----
      *-- Paiement verse au travail de la jambe banque, sur sa date
      *   de valeur. Sans date de valeur (ancien dessin), il ne peut
      *   etre retrouve au releve : date a zero, il sortira paye non
      *   debite.
           MOVE E-PAI-NUMPOL TO E-PVT-NUMPOL
           IF E-PAI-DATEVAL NUMERIC
               MOVE E-PAI-DATEVAL TO E-PVT-DATEVAL
           ELSE
               MOVE ZERO TO E-PVT-DATEVAL
           END-IF
           MOVE E-PAI-MONTANT TO E-PVT-MONTANT
           MOVE E-PAI-DATESOIN TO E-PVT-DATESOIN
           WRITE E-PVB-TRAV
           IF L-FstPvbTrav NOT = ZERO
               DISPLAY 'Erreur ecriture travail banque ='
                   L-FstPvbTrav '>'
               MOVE 'ecriture RAP-PVB-TRAV' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       TRI-DES-DEUX-COTES.
               ADD 1 TO W-NbrConcordants
           END-IF
           .
      *----------------------------------------------------------------
       RAPPROCHEMENT-BANQUE.
      *-----
      *-- Troisieme jambe : paiements regroupes par police et date de
      *   valeur contre debits du releve, meme passe synchronisee que
      *   la confrontation. Les retours de virements sont rapproches
      *   au passage du groupe de paiements qu'ils annulent.
           PERFORM NORMALISATION-RELEVE
           PERFORM CHARGEMENT-RETOURS-CONNUS
           SORT TRI-BAN
               ON ASCENDING KEY SD-BAN-NUMPOL SD-BAN-DATEVAL
               USING PVB-TRAV
               GIVING PVB-TRI
           SORT TRI-BAN
               ON ASCENDING KEY SD-BAN-NUMPOL SD-BAN-DATEVAL
               USING BAN-TRAV
               GIVING BAN-TRI

           OPEN INPUT PVB-TRI
           OPEN INPUT BAN-TRI
           IF L-FstPvbTri NOT = ZERO OR L-FstBanTri NOT = ZERO
               DISPLAY 'Erreur ouverture tries banque ='
                   L-FstPvbTri ' ' L-FstBanTri '>'
               MOVE 'ouverture fichiers tries banque'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
      *-- Les decomptes rouverts s'ajoutent a ceux qu'ORDRES-PAIEMENT
      *   n'a pas encore re-presentes.
           OPEN EXTEND REOUVERTS
           IF L-FstReouverts = 35
               OPEN OUTPUT REOUVERTS
           END-IF
           IF L-FstReouverts NOT = ZERO
               MOVE L-FstReouverts TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture DECOMPTES-REOUVERTS.txt ='
                   L-FstReouverts ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture DECOMPTES-REOUVERTS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF

           MOVE '--- RAPPROCHEMENT BANCAIRE (RELEVE-BANCAIRE.txt) ---'
               TO E-RAPPROCHEMENT
           PERFORM ECRITURE-RAPPROCHEMENT
           MOVE SPACES TO W-PvbFin
           MOVE SPACES TO W-PvbPret
           MOVE SPACES TO W-BanFin
           MOVE SPACES TO W-BanPret
           PERFORM LECTURE-GROUPE-PVB
           PERFORM LECTURE-GROUPE-BAN

           PERFORM UNTIL W-PvbFin-OK AND W-BanFin-OK
               EVALUATE TRUE
                   WHEN W-BanFin-OK
                    OR (NOT W-PvbFin-OK AND W-PVB-CLE < W-BAN-CLE)
                       PERFORM EDITION-PAYE-NON-DEBITE
                       PERFORM LECTURE-GROUPE-PVB
                   WHEN W-PvbFin-OK OR W-BAN-CLE < W-PVB-CLE
                       PERFORM EDITION-DEBIT-SANS-PAIEMENT
                       PERFORM LECTURE-GROUPE-BAN
                   WHEN OTHER
                       IF W-PvbMontant = W-BanMontant
                           ADD 1 TO W-NbrDebitsRapproches
                       ELSE
                           PERFORM EDITION-PAYE-NON-DEBITE
                           PERFORM EDITION-DEBIT-SANS-PAIEMENT
                       END-IF
                       PERFORM LECTURE-GROUPE-PVB
                       PERFORM LECTURE-GROUPE-BAN
               END-EVALUATE
           END-PERFORM
           CLOSE PVB-TRI BAN-TRI REOUVERTS

           PERFORM EDITION-RETOURS
           PERFORM MISE-A-JOUR-RETOURS
           .
      *----------------------------------------------------------------
       NORMALISATION-RELEVE.
      *-----
      *-- Debits de virements au travail, retours en table, le reste
      *   (frais, agios, virements recus) compte hors perimetre. Une
      *   ligne de virement illisible arrete le rapprochement : une
      *   jambe banque partielle ne prouverait rien.
           OPEN OUTPUT BAN-TRAV
           IF L-FstBanTrav NOT = ZERO
               DISPLAY 'Erreur ouverture travail releve ='
                   L-FstBanTrav '>'
               MOVE 'ouverture RAP-BAN-TRAV' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM UNTIL L-FstReleve NOT = ZERO
               READ RELEVE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   EVALUATE TRUE
                       WHEN E-REL-SENS = 'D' AND E-REL-CODEOP = 'VIR'
                           PERFORM CONTROLE-LIGNE-RELEVE
                           MOVE E-REL-NUMPOL TO E-BT-NUMPOL
                           MOVE E-REL-DATEVAL TO E-BT-DATEVAL
                           MOVE E-REL-MONTANT TO E-BT-MONTANT
                           MOVE ZERO TO E-BT-DATESOIN
                           WRITE E-BAN-TRAV
                           IF L-FstBanTrav NOT = ZERO
                               DISPLAY 'Erreur ecriture travail '
                                   'releve =' L-FstBanTrav '>'
                               MOVE 'ecriture RAP-BAN-TRAV'
                                   TO CPY-ERR-CONTEXTE
                               PERFORM ERREUR
                           END-IF
                       WHEN E-REL-SENS = 'C' AND E-REL-CODEOP = 'RET'
                           PERFORM CONTROLE-LIGNE-RELEVE
                           IF E-REL-DATEORIG NOT NUMERIC
                               DISPLAY 'Releve : retour sans date '
                                   'd origine ' E-RELEVE
                               MOVE 'releve retour sans date origine'
                                   TO CPY-ERR-CONTEXTE
                               PERFORM ERREUR
                           END-IF
                           PERFORM AJOUT-RETOUR
                       WHEN OTHER
                           ADD 1 TO W-NbrOpHorsPerimetre
                   END-EVALUATE
               END-READ
           END-PERFORM
           IF L-FstReleve NOT = 10
               MOVE L-FstReleve TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur lecture releve =' L-FstReleve
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'lecture RELEVE-BANCAIRE' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           CLOSE RELEVE BAN-TRAV
           .
      *----------------------------------------------------------------
       CONTROLE-LIGNE-RELEVE.
      *-----
           IF E-REL-NUMPOL = SPACES
               OR E-REL-DATEVAL NOT NUMERIC
               OR E-REL-MONTANT NOT NUMERIC
               DISPLAY 'Releve : ligne de virement illisible '
                   E-RELEVE
               MOVE 'releve ligne illisible' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       AJOUT-RETOUR.
      *-----
      *-- Un retour ne peut etre ignore : au-dela de la capacite, arret.
           IF W-NbrRet >= W-RET-MAX
               DISPLAY 'Retours de virements au-dela de la capacite ('
                   W-RET-MAX ')'
               MOVE 'capacite retours de virements'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO W-NbrRet
           ADD 1 TO W-NbrRetours
           SET IDX-RET TO W-NbrRet
           MOVE E-REL-NUMPOL TO T-RET-NUMPOL(IDX-RET)
           MOVE E-REL-IBAN TO T-RET-IBAN(IDX-RET)
           MOVE E-REL-DATEORIG TO T-RET-DATEORIG(IDX-RET)
           MOVE E-REL-DATEVAL TO T-RET-DATEVAL(IDX-RET)
           MOVE E-REL-MONTANT TO T-RET-MONTANT(IDX-RET)
           MOVE E-REL-MOTIF TO T-RET-MOTIF(IDX-RET)
           MOVE SPACE TO T-RET-ETAT(IDX-RET)
           MOVE ZERO TO T-RET-NBRDEC(IDX-RET)
           ADD E-REL-MONTANT TO W-MntRetourne
           .
      *----------------------------------------------------------------
       CHARGEMENT-RETOURS-CONNUS.
      *-----
      *-- Retours deja traites par un run precedent (releve redepose,
      *   relance) : pointes, ils ne rouvrent plus rien.
           OPEN INPUT FICRETOURS
           IF L-FstRetours = ZERO
               PERFORM UNTIL L-FstRetours NOT = ZERO
                   READ FICRETOURS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF W-NbrRco >= W-RCO-MAX
                           DISPLAY 'IBAN-RETOURNES.txt au-dela de la '
                               'capacite (' W-RCO-MAX ')'
                           MOVE 'capacite IBAN-RETOURNES'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                       END-IF
                       ADD 1 TO W-NbrRco
                       SET IDX-RCO TO W-NbrRco
                       MOVE E-RET-NUMPOL TO T-RCO-NUMPOL(IDX-RCO)
                       MOVE E-RET-IBAN TO T-RCO-IBAN(IDX-RCO)
                       MOVE E-RET-DATEORIG TO T-RCO-DATEORIG(IDX-RCO)
                       MOVE E-RET-MONTANT TO T-RCO-MONTANT(IDX-RCO)
                   END-READ
               END-PERFORM
               CLOSE FICRETOURS
           END-IF
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > W-NbrRet
               PERFORM VARYING IDX-RCO FROM 1 BY 1
                       UNTIL IDX-RCO > W-NbrRco
                   IF T-RCO-NUMPOL(IDX-RCO) = T-RET-NUMPOL(IDX-RET)
                     AND T-RCO-IBAN(IDX-RCO) = T-RET-IBAN(IDX-RET)
                     AND T-RCO-DATEORIG(IDX-RCO)
                         = T-RET-DATEORIG(IDX-RET)
                     AND T-RCO-MONTANT(IDX-RCO)
                         = T-RET-MONTANT(IDX-RET)
                       SET T-RET-DEJA-TRAITE(IDX-RET) TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------
       LECTURE-GROUPE-PVB.
      *-----
      *-- Groupe suivant cote paiements : police, date de valeur, cumul
      *   du virement. Les lignes du groupe sont gardees le temps de
      *   savoir si un retour l'annule (cf. REOUVERTURE-GROUPE).
           IF NOT W-PvbPret-OK AND NOT W-PvbFin-OK
               PERFORM LECTURE-PVB-TRI
           END-IF
           IF NOT W-PvbPret-OK
               SET W-PvbFin-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE E-PVI-NUMPOL TO W-PvbNumpol
           MOVE E-PVI-DATEVAL TO W-PvbDateval
           MOVE ZERO TO W-PvbMontant
           MOVE ZERO TO W-PvbNbr
           MOVE SPACES TO W-GroupeFini
           PERFORM UNTIL W-GroupeFini-OK
               ADD E-PVI-MONTANT TO W-PvbMontant
               IF W-PvbNbr >= W-GRP-MAX
                   DISPLAY 'Virement de plus de ' W-GRP-MAX
                       ' decomptes : ' W-PvbNumpol ' ' W-PvbDateval
                   MOVE 'capacite groupe virement'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               ADD 1 TO W-PvbNbr
               MOVE E-PVI-DATESOIN TO T-GRP-DATESOIN(W-PvbNbr)
               MOVE E-PVI-MONTANT TO T-GRP-MONTANT(W-PvbNbr)
               PERFORM LECTURE-PVB-TRI
               IF NOT W-PvbPret-OK
                   SET W-GroupeFini-OK TO TRUE
               ELSE
                   IF E-PVI-NUMPOL NOT = W-PvbNumpol
                       OR E-PVI-DATEVAL NOT = W-PvbDateval
                       SET W-GroupeFini-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REOUVERTURE-GROUPE
           .
      *----------------------------------------------------------------
       LECTURE-PVB-TRI.
      *-----
           READ PVB-TRI
           AT END
               MOVE SPACES TO W-PvbPret
           NOT AT END
               IF L-FstPvbTri NOT = ZERO
                   MOVE L-FstPvbTri TO CPY-STATUT-CODE
                   PERFORM TRADUCTION-STATUT
                   DISPLAY 'Erreur lecture pai banque tries ='
                       L-FstPvbTri ' (' CPY-STATUT-TEXTE ')'
                   MOVE 'lecture RAP-PVB-TRIES' TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               SET W-PvbPret-OK TO TRUE
           END-READ
           .
      *----------------------------------------------------------------
       REOUVERTURE-GROUPE.
      *-----
      *-- Un retour non encore traite, de meme police, de date
      *   d'origine egale a la date de valeur du groupe et de meme
      *   montant, annule le virement : chacun de ses decomptes est
      *   rouvert pour etre repaye.
           MOVE ZERO TO W-IdxRetGrp
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > W-NbrRet OR W-IdxRetGrp NOT = ZERO
               IF T-RET-A-TRAITER(IDX-RET)
                   AND T-RET-NUMPOL(IDX-RET) = W-PvbNumpol
                   AND T-RET-DATEORIG(IDX-RET) = W-PvbDateval
                   AND T-RET-MONTANT(IDX-RET) = W-PvbMontant
                   SET W-IdxRetGrp TO IDX-RET
               END-IF
           END-PERFORM
           IF W-IdxRetGrp = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP > W-PvbNbr
               MOVE SPACES TO E-REOUVERTS
               MOVE W-PvbNumpol TO E-REO-NUMPOL
               MOVE T-GRP-DATESOIN(IDX-GRP) TO E-REO-DATESOIN
               MOVE T-GRP-MONTANT(IDX-GRP) TO E-REO-MONTANT
               WRITE E-REOUVERTS
               IF L-FstReouverts NOT = ZERO
                   MOVE L-FstReouverts TO CPY-STATUT-CODE
                   PERFORM TRADUCTION-STATUT
                   DISPLAY 'Erreur ecriture DECOMPTES-REOUVERTS.txt ='
                       L-FstReouverts ' (' CPY-STATUT-TEXTE ')'
                   MOVE 'ecriture DECOMPTES-REOUVERTS'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               ADD 1 TO L-NbrEnrEcrits
               ADD 1 TO W-NbrDecReouverts
           END-PERFORM
           SET T-RET-REOUVERT(W-IdxRetGrp) TO TRUE
           MOVE W-PvbNbr TO T-RET-NBRDEC(W-IdxRetGrp)
           .
      *----------------------------------------------------------------
       LECTURE-GROUPE-BAN.
      *-----
      *-- Groupe suivant cote releve, meme principe.
           IF NOT W-BanPret-OK AND NOT W-BanFin-OK
               PERFORM LECTURE-BAN-TRI
           END-IF
           IF NOT W-BanPret-OK
               SET W-BanFin-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE E-BTI-NUMPOL TO W-BanNumpol
           MOVE E-BTI-DATEVAL TO W-BanDateval
           MOVE ZERO TO W-BanMontant
           MOVE SPACES TO W-GroupeFini
           PERFORM UNTIL W-GroupeFini-OK
               ADD E-BTI-MONTANT TO W-BanMontant
               PERFORM LECTURE-BAN-TRI
               IF NOT W-BanPret-OK
                   SET W-GroupeFini-OK TO TRUE
               ELSE
                   IF E-BTI-NUMPOL NOT = W-BanNumpol
                       OR E-BTI-DATEVAL NOT = W-BanDateval
                       SET W-GroupeFini-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       LECTURE-BAN-TRI.
      *-----
           READ BAN-TRI
           AT END
               MOVE SPACES TO W-BanPret
           NOT AT END
               IF L-FstBanTri NOT = ZERO
                   MOVE L-FstBanTri TO CPY-STATUT-CODE
                   PERFORM TRADUCTION-STATUT
                   DISPLAY 'Erreur lecture releve tries ='
                       L-FstBanTri ' (' CPY-STATUT-TEXTE ')'
                   MOVE 'lecture RAP-BAN-TRIES' TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               SET W-BanPret-OK TO TRUE
           END-READ
           .
      *----------------------------------------------------------------
       EDITION-PAYE-NON-DEBITE.
      *-----
           ADD 1 TO W-NbrPayesNonDebites
           ADD W-PvbMontant TO W-MntNonDebite
           MOVE W-PvbMontant TO W-TOT-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING 'PAYE NON DEBITE     '
               W-PvbNumpol ' '
               W-PvbDateval ' paye='
               W-TOT-EDIT DELIMITED BY SIZE
               INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           .
      *----------------------------------------------------------------
       EDITION-DEBIT-SANS-PAIEMENT.
      *-----
           ADD 1 TO W-NbrDebitsSansPaiement
           ADD W-BanMontant TO W-MntSansPaiement
           MOVE W-BanMontant TO W-TOT-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING 'DEBIT SANS PAIEMENT '
               W-BanNumpol ' '
               W-BanDateval ' debite='
               W-TOT-EDIT DELIMITED BY SIZE
               INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           .
      *----------------------------------------------------------------
       EDITION-RETOURS.
      *-----
      *-- Un retour par ligne, avec son sort : decomptes rouverts,
      *   deja traite par un run precedent, ou non rapproche d'un
      *   virement (a instruire a la main, rien n'est rouvert).
           MOVE '--- VIREMENTS RETOURNES ---' TO E-RAPPROCHEMENT
           PERFORM ECRITURE-RAPPROCHEMENT
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > W-NbrRet
               MOVE SPACES TO WS-ETAT-RET-TXT
               EVALUATE TRUE
                   WHEN T-RET-REOUVERT(IDX-RET)
                       MOVE T-RET-NBRDEC(IDX-RET) TO W-CPT-EDIT
                       STRING 'REOUVERT' W-CPT-EDIT ' DEC'
                           DELIMITED BY SIZE INTO WS-ETAT-RET-TXT
                       END-STRING
                   WHEN T-RET-DEJA-TRAITE(IDX-RET)
                       MOVE 'DEJA TRAITE' TO WS-ETAT-RET-TXT
                   WHEN OTHER
                       MOVE 'NON RAPPROCHE' TO WS-ETAT-RET-TXT
               END-EVALUATE
               MOVE T-RET-MONTANT(IDX-RET) TO W-TOT-EDIT
               MOVE SPACES TO E-RAPPROCHEMENT
               STRING 'VIREMENT RETOURNE   '
                   T-RET-NUMPOL(IDX-RET) ' '
                   T-RET-DATEORIG(IDX-RET) ' '
                   W-TOT-EDIT ' '
                   T-RET-MOTIF(IDX-RET) ' '
                   WS-ETAT-RET-TXT
                   DELIMITED BY SIZE INTO E-RAPPROCHEMENT
               END-STRING
               PERFORM ECRITURE-RAPPROCHEMENT
           END-PERFORM
           .
      *----------------------------------------------------------------
       MISE-A-JOUR-RETOURS.
      *-----
      *-- Les retours rouverts ce run rejoignent IBAN-RETOURNES.txt.
           OPEN EXTEND FICRETOURS
           IF L-FstRetours = 35
               OPEN OUTPUT FICRETOURS
           END-IF
           IF L-FstRetours NOT = ZERO
               MOVE L-FstRetours TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture IBAN-RETOURNES.txt ='
                   L-FstRetours ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture IBAN-RETOURNES' TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > W-NbrRet
               IF T-RET-REOUVERT(IDX-RET)
                   MOVE SPACES TO E-FICRETOURS
                   MOVE T-RET-NUMPOL(IDX-RET) TO E-RET-NUMPOL
                   MOVE T-RET-IBAN(IDX-RET) TO E-RET-IBAN
                   MOVE T-RET-DATEORIG(IDX-RET) TO E-RET-DATEORIG
                   MOVE T-RET-MONTANT(IDX-RET) TO E-RET-MONTANT
                   MOVE W-SusDateRun TO E-RET-DATETRT
                   WRITE E-FICRETOURS
                   IF L-FstRetours NOT = ZERO
                       MOVE L-FstRetours TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur ecriture IBAN-RETOURNES.txt ='
                           L-FstRetours ' (' CPY-STATUT-TEXTE ')'
                       MOVE 'ecriture IBAN-RETOURNES'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO L-NbrEnrEcrits
               END-IF
           END-PERFORM
           CLOSE FICRETOURS
           .
      *----------------------------------------------------------------
       TOTAUX-BANQUE.
      *-----
           MOVE W-NbrDebitsRapproches TO W-CPT-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING 'TOTAL DEBITS RAPPROCHES =' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           MOVE W-NbrPayesNonDebites TO W-CPT-EDIT
           MOVE W-MntNonDebite TO W-TOT-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING 'TOTAL PAYES NON DEBITES =' W-CPT-EDIT
               ' montant=' W-TOT-EDIT
               DELIMITED BY SIZE INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           MOVE W-NbrDebitsSansPaiement TO W-CPT-EDIT
           MOVE W-MntSansPaiement TO W-TOT-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING 'TOTAL DEBITS SANS PAIEMT=' W-CPT-EDIT
               ' montant=' W-TOT-EDIT
               DELIMITED BY SIZE INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           MOVE W-NbrRetours TO W-CPT-EDIT
           MOVE W-MntRetourne TO W-TOT-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING 'TOTAL VIREMENTS RETOURNES=' W-CPT-EDIT
               ' montant=' W-TOT-EDIT
               DELIMITED BY SIZE INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           MOVE W-NbrDecReouverts TO W-CPT-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING 'TOTAL DECOMPTES REOUVERTS=' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           MOVE W-NbrOpHorsPerimetre TO W-CPT-EDIT
           MOVE SPACES TO E-RAPPROCHEMENT
           STRING 'OPERATIONS HORS PERIMETRE=' W-CPT-EDIT
               DELIMITED BY SIZE INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           .
      *----------------------------------------------------------------
       TOTAUX.
      *-----
               DELIMITED BY SIZE INTO E-RAPPROCHEMENT
           END-STRING
           PERFORM ECRITURE-RAPPROCHEMENT
           IF W-Banque-OK
               PERFORM TOTAUX-BANQUE
           END-IF
           .
      *----------------------------------------------------------------
       ECRITURE-RAPPROCHEMENT.

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.

      *----------------------------------------------------------------
       COPY ManifesteAppel_COPY.
