       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFACE-COMPTABLE.

      *-- Interface comptable de fin de periode : les totaux de la
      *   periode arretee par Remboursement_secu_mensuel sont passes
      *   en ecritures au journal des prestations, au format
      *   d'import du progiciel comptable, au lieu d'etre ressaisis.
      *
      *-- Lance apres le mensuel et avant la cloture suivante (qui
      *   purge REPORT-DECOMPTES.txt), sur la meme periode posee
      *   dans PERIODE-COMPTABLE.txt. Trois pieces, datees du dernier
      *   jour de la periode :
      *   - PAY : decomptes payes de la periode (HISTO-DECOMPTES.txt),
      *     une ligne de charge par code d'acte au debit contre une
      *     ligne de prestations a payer au credit ;
      *   - PRV : decomptes reportes par l'arrete (REPORT-DECOMPTES
      *     .txt), provisionnes par code d'acte contre le compte de
      *     provision ;
      *   - EXT : extourne de la provision passee sur la periode
      *     precedente, qui est payee ou re-reportee cette periode.
      *
      *-- Comptes : CORRESPONDANCE-COMPTES.txt, une ligne par compte
      *   (type, code d'acte, numero de compte, libelle) :
      *     CHG cc : compte de charge du code d'acte cc ('**' : compte
      *              des codes sans ligne propre) ;
      *     DET    : compte de prestations a payer ;
      *     PRV    : compte de provision pour decomptes reportes.
      *   Un montant sans compte arrete le traitement avant toute
      *   ecriture : pas de journal partiel.
      *
      *-- Sortie ECRITURES-COMPTABLES.txt : enregistrement d'en-tete
      *   'E', lignes 'L', puis trailer 'T' (nombre de lignes, total
      *   des debits, total des credits), ecrit seulement si les deux
      *   totaux sont egaux. Edition de controle
      *   RAPPORT-INTERFACE-COMPTABLE.txt. Les provisions passees sont
      *   conservees dans PROVISIONS-COMPTABLES.txt pour l'extourne de
      *   la periode suivante.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> Periode arretee par le mensuel
           SELECT FICPERIODE ASSIGN TO 'PERIODE-COMPTABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstPeriode.

      *> Decomptes payes, historises par le mensuel avec leur periode
           SELECT HISTODEC ASSIGN TO 'HISTO-DECOMPTES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstHistoDec.

      *> Decomptes reportes par l'arrete, dessin E-LISTE
           SELECT REPORTDEC ASSIGN TO 'REPORT-DECOMPTES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstReport.

      *> Correspondance types / codes d'acte -> comptes
           SELECT CPTMAP ASSIGN TO 'CORRESPONDANCE-COMPTES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstCptMap.

      *> Provisions passees, reprises pour l'extourne
           SELECT PROVCPT ASSIGN TO 'PROVISIONS-COMPTABLES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstProv.

      *> Journal au format d'import du progiciel comptable
           SELECT JOURNAL ASSIGN TO 'ECRITURES-COMPTABLES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstJournal.

           SELECT RAPPORT ASSIGN TO 'RAPPORT-INTERFACE-COMPTABLE.txt'
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

       FD FICPERIODE.
       01 E-FICPERIODE.
           05 E-PER-ANNEE                  PIC 9(4).
           05 E-PER-MOIS                   PIC 9(2).

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
           05 E-HIS-PERIODE                PIC X(6).
           05 FILLER                       PIC X.
           05 E-HIS-AYANTDROIT             PIC X(2).

      *-- Vue minimale du dessin E-LISTE : code d'acte et montant
      *   rembourse
       FD REPORTDEC.
       01 E-REPORTDEC.
           05 E-REP-CODE                   PIC X(2).
           05 FILLER                       PIC X(24).
           05 E-REP-MTREMB                 PIC 9(7)V99.
           05 FILLER                       PIC X(29).

       FD CPTMAP.
       01 E-CPTMAP.
           05 E-MAP-TYPE                   PIC X(3).
           05 FILLER                       PIC X.
           05 E-MAP-CODE                   PIC X(2).
           05 FILLER                       PIC X.
           05 E-MAP-COMPTE                 PIC X(10).
           05 FILLER                       PIC X.
           05 E-MAP-LIBELLE                PIC X(30).

      *-- Une ligne par code d'acte provisionne : periode de la
      *   provision, comptes mouvementes et montant
       FD PROVCPT.
       01 E-PROVCPT.
           05 E-PRV-PERIODE                PIC X(6).
           05 FILLER                       PIC X.
           05 E-PRV-CODE                   PIC X(2).
           05 FILLER                       PIC X.
           05 E-PRV-CPTCHG                 PIC X(10).
           05 FILLER                       PIC X.
           05 E-PRV-CPTPRV                 PIC X(10).
           05 FILLER                       PIC X.
           05 E-PRV-MONTANT                PIC 9(11)V99.

       FD JOURNAL.
       01 E-JOURNAL                        PIC X(90).

       FD RAPPORT.
       01 E-RAPPORT                        PIC X(80).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'INTERFACE-COMPTABLE'.

      *-- file status fichier
       01 L-FstPeriode                     PIC 99.
       01 L-FstHistoDec                    PIC 99.
       01 L-FstReport                      PIC 99.
       01 L-FstCptMap                      PIC 99.
       01 L-FstProv                        PIC 99.
       01 L-FstJournal                     PIC 99.
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
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
           05 L-NbrEnrEcrits               PIC 9(7).

       01 W-FinFic                         PIC X.
           88 W-FinFic-OK                  VALUE 'O'.

      *-- Periode arretee et date des ecritures (dernier jour)
       01 W-Periode-Actif                  PIC X VALUE 'N'.
           88 W-Periode-Actif-OK           VALUE 'O'.
       01 W-Periode.
           05 W-PerAnnee                   PIC 9(4).
           05 W-PerMois                    PIC 9(2).
       01 W-DateEcriture.
           05 W-DteAnnee                   PIC 9(4).
           05 W-DteMois                    PIC 9(2).
           05 W-DteJour                    PIC 9(2).
       01 W-JOURS-MOIS-DEF                 PIC X(24)
                                  VALUE '312831303130313130313031'.
       01 W-JOURS-MOIS REDEFINES W-JOURS-MOIS-DEF.
           05 W-JoursMois OCCURS 12 TIMES  PIC 9(2).
       01 W-Quotient                       PIC 9(4).
       01 W-Reste4                         PIC 9(4).
       01 W-Reste100                       PIC 9(4).
       01 W-Reste400                       PIC 9(4).
       01 W-DateCreation                   PIC X(8).

      *-- Code du journal des prestations dans le progiciel
       01 W-CodeJournal                    PIC X(3) VALUE 'PRE'.

      *-- Correspondance des comptes (cf. CHARGEMENT-CORRESPONDANCES)
       01 W-MAP-MAX                        PIC 9(3) VALUE 200.
       01 W-NbrMap                         PIC 9(3) VALUE ZERO.
       01 TABLE-MAP.
           05 T-MAP OCCURS 200 TIMES
                    INDEXED BY IDX-MAP.
               10 T-MAP-TYPE               PIC X(3).
               10 T-MAP-CODE               PIC X(2).
               10 T-MAP-COMPTE             PIC X(10).
       01 W-CptDette                       PIC X(10) VALUE SPACES.
       01 W-CptProvision                   PIC X(10) VALUE SPACES.
       01 W-CptChgDefaut                   PIC X(10) VALUE SPACES.

      *-- Cumuls par code d'acte, tenus dans l'ordre des codes
      *   (insertion triee, cf. CUMUL-CODE-ACTE)
       01 W-ACT-MAX                        PIC 9(3) VALUE 100.
       01 W-NbrAct                         PIC 9(3) VALUE ZERO.
       01 TABLE-ACT.
           05 T-ACT OCCURS 100 TIMES
                    INDEXED BY IDX-ACT.
               10 T-ACT-CODE               PIC X(2).
               10 T-ACT-CPTCHG             PIC X(10).
               10 T-ACT-PAYE               PIC 9(11)V99.
               10 T-ACT-REPORTE            PIC 9(11)V99.

      *-- Provisions passees (cf. CHARGEMENT-PROVISIONS)
       01 W-PRV-MAX                        PIC 9(3) VALUE 500.
       01 W-NbrPrv                         PIC 9(3) VALUE ZERO.
       01 TABLE-PRV.
           05 T-PRV OCCURS 500 TIMES
                    INDEXED BY IDX-PRV.
               10 T-PRV-PERIODE            PIC X(6).
               10 T-PRV-CODE               PIC X(2).
               10 T-PRV-CPTCHG             PIC X(10).
               10 T-PRV-CPTPRV             PIC X(10).
               10 T-PRV-MONTANT            PIC 9(11)V99.
      *-- Periode de la provision a extourner : la derniere
      *   anterieure a la periode arretee
       01 W-PeriodeExt                     PIC X(6) VALUE SPACES.

      *-- Mouvement a cumuler (cf. CUMUL-CODE-ACTE)
       01 W-CodeCum                        PIC X(2).
       01 W-PayeCum                        PIC 9(7)V99.
       01 W-ReporteCum                     PIC 9(7)V99.
       01 W-IdxTrouve                      PIC 9(3).
       01 W-IdxInsertion                   PIC 9(3).
       01 W-IdxDecal                       PIC 9(3).

      *-- Ligne d'ecriture a passer (cf. ECRITURE-LIGNE-JOURNAL)
       01 W-LigPiece                       PIC X(9).
       01 W-LigCompte                      PIC X(10).
       01 W-LigLibelle                     PIC X(30).
       01 W-LigSens                        PIC X.
           88 W-LigSens-Debit              VALUE 'D'.
           88 W-LigSens-Credit             VALUE 'C'.
       01 W-LigMontant                     PIC 9(11)V99.

      *-- Enregistrements du journal d'import
       01 W-JRN-ENTETE.
           05 W-JrnEType                   PIC X VALUE 'E'.
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnEJournal                PIC X(3).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnEPeriode                PIC X(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnEDateCre                PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnELibelle                PIC X(30)
                                  VALUE 'INTERFACE PRESTATIONS'.
       01 W-JRN-LIGNE.
           05 W-JrnLType                   PIC X VALUE 'L'.
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnLJournal                PIC X(3).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnLDate                   PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnLPiece                  PIC X(9).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnLCompte                 PIC X(10).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnLLibelle                PIC X(30).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnLSens                   PIC X.
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnLMontant                PIC 9(11)V99.
       01 W-JRN-TRAILER.
           05 W-JrnTType                   PIC X VALUE 'T'.
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnTNbr                    PIC 9(7).
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnTDebit                  PIC 9(13)V99.
           05 FILLER                       PIC X VALUE SPACE.
           05 W-JrnTCredit                 PIC 9(13)V99.

      *-- Compteurs et totaux
       01 W-NbrPayesLus                    PIC 9(7) VALUE ZERO.
       01 W-NbrReportesLus                 PIC 9(7) VALUE ZERO.
       01 W-NbrLignesJrn                   PIC 9(7) VALUE ZERO.
       01 W-TotDebit                       PIC 9(13)V99 VALUE ZERO.
       01 W-TotCredit                      PIC 9(13)V99 VALUE ZERO.
       01 W-TotPiece                       PIC 9(13)V99.
       01 W-TotPaye                        PIC 9(13)V99 VALUE ZERO.
       01 W-TotReporte                     PIC 9(13)V99 VALUE ZERO.
       01 W-TotExtourne                    PIC 9(13)V99 VALUE ZERO.

      *-- Zones d'edition
       01 W-CPT-EDIT                       PIC ZZZZZZ9.
       01 W-DEB-EDIT                       PIC Z(8)9,99.
       01 W-CRE-EDIT                       PIC Z(8)9,99.
       01 W-TOT-EDIT                       PIC Z(12)9,99.
       01 W-TOT-EDIT2                      PIC Z(12)9,99.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           IF W-Periode-Actif-OK
               PERFORM CHARGEMENT-CORRESPONDANCES
               PERFORM CUMUL-PAYES
               PERFORM CUMUL-REPORTES
               PERFORM CHARGEMENT-PROVISIONS
               PERFORM RESOLUTION-COMPTES
               PERFORM OUVERTURE-SORTIES
               PERFORM PIECE-PAYES
               PERFORM PIECE-PROVISION
               PERFORM PIECE-EXTOURNE
               PERFORM ECRITURE-TRAILER
               PERFORM ECRITURE-PROVISIONS
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

           OPEN INPUT FICPERIODE
           IF L-FstPeriode = ZERO
               READ FICPERIODE
               NOT AT END
                   IF E-PER-ANNEE NUMERIC AND E-PER-MOIS NUMERIC
                       AND E-PER-MOIS >= 1 AND E-PER-MOIS <= 12
                       SET W-Periode-Actif-OK TO TRUE
                       MOVE E-PER-ANNEE TO W-PerAnnee
                       MOVE E-PER-MOIS TO W-PerMois
                   ELSE
                       DISPLAY 'Periode comptable illisible : '
                           E-FICPERIODE
                       CLOSE FICPERIODE
                       MOVE 'Periode comptable illisible'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
               END-READ
               CLOSE FICPERIODE
           END-IF
           IF NOT W-Periode-Actif-OK
               DISPLAY 'Pas de periode comptable posee : interface '
                   'sans objet'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Ecritures de la periode ' W-PerMois '/' W-PerAnnee

      *-- Ecritures datees du dernier jour de la periode
           MOVE W-PerAnnee TO W-DteAnnee
           MOVE W-PerMois TO W-DteMois
           MOVE W-JoursMois(W-PerMois) TO W-DteJour
           IF W-PerMois = 2
               DIVIDE W-PerAnnee BY 4 GIVING W-Quotient
                   REMAINDER W-Reste4
               DIVIDE W-PerAnnee BY 100 GIVING W-Quotient
                   REMAINDER W-Reste100
               DIVIDE W-PerAnnee BY 400 GIVING W-Quotient
                   REMAINDER W-Reste400
               IF W-Reste400 = ZERO
                   OR (W-Reste4 = ZERO AND W-Reste100 NOT = ZERO)
                   MOVE 29 TO W-DteJour
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateCreation
           .

      *----------------------------------------------------------------
       CHARGEMENT-CORRESPONDANCES.
      *-- Correspondance obligatoire : sans comptes, pas d'ecritures.
      *   Un type inconnu ou une ligne sans compte est une erreur de
      *   parametrage, elle arrete le traitement.
           OPEN INPUT CPTMAP
           IF L-FstCptMap NOT = ZERO
               MOVE L-FstCptMap TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture CORRESPONDANCE-COMPTES.txt ='
                   L-FstCptMap ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture CORRESPONDANCE-COMPTES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ CPTMAP
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF (E-MAP-TYPE NOT = 'CHG' AND NOT = 'DET'
                                          AND NOT = 'PRV')
                       OR E-MAP-COMPTE = SPACES
                       OR (E-MAP-TYPE = 'CHG' AND E-MAP-CODE = SPACES)
                       DISPLAY 'Correspondance illisible : ' E-CPTMAP
                       CLOSE CPTMAP
                       MOVE 'ligne CORRESPONDANCE-COMPTES illisible'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   EVALUATE TRUE
                       WHEN E-MAP-TYPE = 'DET'
                           MOVE E-MAP-COMPTE TO W-CptDette
                       WHEN E-MAP-TYPE = 'PRV'
                           MOVE E-MAP-COMPTE TO W-CptProvision
                       WHEN E-MAP-CODE = '**'
                           MOVE E-MAP-COMPTE TO W-CptChgDefaut
                       WHEN W-NbrMap < W-MAP-MAX
                           ADD 1 TO W-NbrMap
                           SET IDX-MAP TO W-NbrMap
                           MOVE E-MAP-TYPE TO T-MAP-TYPE(IDX-MAP)
                           MOVE E-MAP-CODE TO T-MAP-CODE(IDX-MAP)
                           MOVE E-MAP-COMPTE TO T-MAP-COMPTE(IDX-MAP)
                       WHEN OTHER
                           DISPLAY 'Correspondance au-dela de la '
                               'capacite (' W-MAP-MAX ')'
                           CLOSE CPTMAP
                           MOVE 'capacite CORRESPONDANCE-COMPTES'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CPTMAP
           DISPLAY 'Comptes de charge par code d acte : ' W-NbrMap
           .

      *----------------------------------------------------------------
       CUMUL-PAYES.
      *-- Decomptes payes de la periode arretee. Historique absent :
      *   rien de paye (premier mois).
           MOVE 'HISTO-DECOMPTES.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT HISTODEC
           IF L-FstHistoDec NOT = ZERO
               DISPLAY 'Historique HISTO-DECOMPTES.txt absent, '
                   'aucun decompte paye'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ HISTODEC
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   IF E-HIS-PERIODE = W-Periode
                       ADD 1 TO L-NbrEnrLus
                       IF E-HIS-MTREMB NOT NUMERIC
                           DISPLAY 'Ligne d historique illisible : '
                               E-HISTODEC
                           CLOSE HISTODEC
                           MOVE 'ligne HISTO-DECOMPTES illisible'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                       END-IF
                       ADD 1 TO W-NbrPayesLus
                       MOVE E-HIS-CODE TO W-CodeCum
                       MOVE E-HIS-MTREMB TO W-PayeCum
                       MOVE ZERO TO W-ReporteCum
                       PERFORM CUMUL-CODE-ACTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HISTODEC
           DISPLAY 'Decomptes payes de la periode : ' W-NbrPayesLus
           .

      *----------------------------------------------------------------
       CUMUL-REPORTES.
      *-- Decomptes reportes par l'arrete de la periode. Absent :
      *   rien a provisionner.
           MOVE 'REPORT-DECOMPTES.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT REPORTDEC
           IF L-FstReport NOT = ZERO
               DISPLAY 'Pas de decomptes reportes '
                   '(REPORT-DECOMPTES.txt absent)'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ REPORTDEC
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF E-REPORTDEC(1:7) NOT = 'TRAILER'
                       IF E-REP-MTREMB NOT NUMERIC
                           DISPLAY 'Decompte reporte illisible : '
                               E-REPORTDEC
                           CLOSE REPORTDEC
                           MOVE 'ligne REPORT-DECOMPTES illisible'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                       END-IF
                       ADD 1 TO W-NbrReportesLus
                       MOVE E-REP-CODE TO W-CodeCum
                       MOVE ZERO TO W-PayeCum
                       MOVE E-REP-MTREMB TO W-ReporteCum
                       PERFORM CUMUL-CODE-ACTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REPORTDEC
           DISPLAY 'Decomptes reportes : ' W-NbrReportesLus
           .

      *----------------------------------------------------------------
       CUMUL-CODE-ACTE.
      *-- Cumule W-PayeCum / W-ReporteCum sur le code d'acte, cree a
      *   son rang s'il est nouveau. Un code perdu desequilibrerait
      *   le journal : table pleine, arret.
           MOVE ZERO TO W-IdxTrouve
           MOVE ZERO TO W-IdxInsertion
           PERFORM VARYING IDX-ACT FROM 1 BY 1
                   UNTIL IDX-ACT > W-NbrAct OR W-IdxTrouve NOT = ZERO
                       OR W-IdxInsertion NOT = ZERO
               IF T-ACT-CODE(IDX-ACT) = W-CodeCum
                   SET W-IdxTrouve TO IDX-ACT
               END-IF
               IF T-ACT-CODE(IDX-ACT) > W-CodeCum
                   SET W-IdxInsertion TO IDX-ACT
               END-IF
           END-PERFORM
           IF W-IdxTrouve = ZERO
               IF W-NbrAct >= W-ACT-MAX
                   DISPLAY 'Codes d acte au-dela de la capacite ('
                       W-ACT-MAX ')'
                   MOVE 'capacite codes d acte' TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               IF W-IdxInsertion = ZERO
                   COMPUTE W-IdxInsertion = W-NbrAct + 1
               END-IF
               PERFORM VARYING W-IdxDecal FROM W-NbrAct BY -1
                       UNTIL W-IdxDecal < W-IdxInsertion
                   MOVE T-ACT(W-IdxDecal) TO T-ACT(W-IdxDecal + 1)
               END-PERFORM
               ADD 1 TO W-NbrAct
               MOVE W-CodeCum TO T-ACT-CODE(W-IdxInsertion)
               MOVE SPACES TO T-ACT-CPTCHG(W-IdxInsertion)
               MOVE ZERO TO T-ACT-PAYE(W-IdxInsertion)
               MOVE ZERO TO T-ACT-REPORTE(W-IdxInsertion)
               MOVE W-IdxInsertion TO W-IdxTrouve
           END-IF
           ADD W-PayeCum TO T-ACT-PAYE(W-IdxTrouve)
           ADD W-ReporteCum TO T-ACT-REPORTE(W-IdxTrouve)
           ADD W-PayeCum TO W-TotPaye
           ADD W-ReporteCum TO W-TotReporte
           .

      *----------------------------------------------------------------
       CHARGEMENT-PROVISIONS.
      *-- Provisions des runs precedents. La derniere periode
      *   anterieure a la periode arretee est extournee ; une periode
      *   egale est celle d'un run precedent de la meme periode,
      *   remplacee par ce run. Absent : premiere periode interfacee.
           OPEN INPUT PROVCPT
           IF L-FstProv NOT = ZERO
               DISPLAY 'Pas de provision anterieure '
                   '(PROVISIONS-COMPTABLES.txt absent)'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-FinFic
           PERFORM UNTIL W-FinFic-OK
               READ PROVCPT
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF E-PRV-MONTANT NOT NUMERIC
                       OR E-PRV-PERIODE NOT NUMERIC
                       DISPLAY 'Provision illisible : ' E-PROVCPT
                       CLOSE PROVCPT
                       MOVE 'ligne PROVISIONS-COMPTABLES illisible'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   IF W-NbrPrv >= W-PRV-MAX
                       DISPLAY 'Provisions au-dela de la capacite ('
                           W-PRV-MAX ')'
                       CLOSE PROVCPT
                       MOVE 'capacite PROVISIONS-COMPTABLES'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO W-NbrPrv
                   SET IDX-PRV TO W-NbrPrv
                   MOVE E-PRV-PERIODE TO T-PRV-PERIODE(IDX-PRV)
                   MOVE E-PRV-CODE TO T-PRV-CODE(IDX-PRV)
                   MOVE E-PRV-CPTCHG TO T-PRV-CPTCHG(IDX-PRV)
                   MOVE E-PRV-CPTPRV TO T-PRV-CPTPRV(IDX-PRV)
                   MOVE E-PRV-MONTANT TO T-PRV-MONTANT(IDX-PRV)
                   IF E-PRV-PERIODE < W-Periode
                       AND (W-PeriodeExt = SPACES
                            OR E-PRV-PERIODE > W-PeriodeExt)
                       MOVE E-PRV-PERIODE TO W-PeriodeExt
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROVCPT
           PERFORM VARYING IDX-PRV FROM 1 BY 1
                   UNTIL IDX-PRV > W-NbrPrv
               IF T-PRV-PERIODE(IDX-PRV) = W-PeriodeExt
                   ADD T-PRV-MONTANT(IDX-PRV) TO W-TotExtourne
               END-IF
           END-PERFORM
           IF W-PeriodeExt NOT = SPACES
               DISPLAY 'Provision a extourner : periode '
                   W-PeriodeExt(5:2) '/' W-PeriodeExt(1:4)
           END-IF
           .

      *----------------------------------------------------------------
       RESOLUTION-COMPTES.
      *-- Chaque montant doit trouver son compte avant la premiere
      *   ecriture : les anomalies sont toutes listees, puis arret.
           MOVE SPACES TO CPY-ERR-CONTEXTE
           PERFORM VARYING IDX-ACT FROM 1 BY 1
                   UNTIL IDX-ACT > W-NbrAct
               MOVE W-CptChgDefaut TO T-ACT-CPTCHG(IDX-ACT)
               PERFORM VARYING IDX-MAP FROM 1 BY 1
                       UNTIL IDX-MAP > W-NbrMap
                   IF T-MAP-CODE(IDX-MAP) = T-ACT-CODE(IDX-ACT)
                       MOVE T-MAP-COMPTE(IDX-MAP)
                           TO T-ACT-CPTCHG(IDX-ACT)
                   END-IF
               END-PERFORM
               IF T-ACT-CPTCHG(IDX-ACT) = SPACES
                   DISPLAY 'Pas de compte de charge pour le code '
                       'd acte ' T-ACT-CODE(IDX-ACT)
                   MOVE 'code d acte sans compte de charge'
                       TO CPY-ERR-CONTEXTE
               END-IF
           END-PERFORM
           IF W-TotPaye NOT = ZERO AND W-CptDette = SPACES
               DISPLAY 'Pas de compte de prestations a payer (DET)'
               MOVE 'compte DET absent' TO CPY-ERR-CONTEXTE
           END-IF
           IF (W-TotReporte NOT = ZERO OR W-TotExtourne NOT = ZERO)
               AND W-CptProvision = SPACES
               DISPLAY 'Pas de compte de provision (PRV)'
               MOVE 'compte PRV absent' TO CPY-ERR-CONTEXTE
           END-IF
           IF CPY-ERR-CONTEXTE NOT = SPACES
               PERFORM ERREUR
           END-IF
           MOVE 'voir console' TO CPY-ERR-CONTEXTE
           .

      *----------------------------------------------------------------
       OUVERTURE-SORTIES.
      *-----
           OPEN OUTPUT JOURNAL
           IF L-FstJournal NOT = ZERO
               MOVE L-FstJournal TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture journal FS=' L-FstJournal
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture ECRITURES-COMPTABLES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-INTERFACE-COMPTABLE'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE W-CodeJournal TO W-JrnEJournal
           MOVE W-Periode TO W-JrnEPeriode
           MOVE W-DateCreation TO W-JrnEDateCre
           MOVE W-JRN-ENTETE TO E-JOURNAL
           PERFORM ECRITURE-JOURNAL

           MOVE 'INTERFACE COMPTABLE - JOURNAL DES PRESTATIONS'
               TO CPY-RAP-TITRE
           MOVE SPACES TO CPY-RAP-PERIODE
           STRING 'PERIODE ' W-PerMois '/' W-PerAnnee
               DELIMITED BY SIZE INTO CPY-RAP-PERIODE
           END-STRING
           MOVE 'Piece     * Compte     * Libelle                   *'
               TO CPY-RAP-ENTCOL
           MOVE '        Debit *       Credit' TO CPY-RAP-ENTCOL(53:)
           PERFORM DEBUT-RAPPORT
           PERFORM NOUVELLE-SECTION-RAPPORT
           .

      *----------------------------------------------------------------
       PIECE-PAYES.
      *-- Decomptes payes : charge par code d'acte au debit, total
      *   en prestations a payer au credit.
           IF W-TotPaye = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO W-LigPiece
           STRING 'PAY' W-Periode DELIMITED BY SIZE INTO W-LigPiece
           END-STRING
           MOVE ZERO TO W-TotPiece
           SET W-LigSens-Debit TO TRUE
           PERFORM VARYING IDX-ACT FROM 1 BY 1
                   UNTIL IDX-ACT > W-NbrAct
               MOVE T-ACT-CPTCHG(IDX-ACT) TO W-LigCompte
               MOVE SPACES TO W-LigLibelle
               STRING 'PREST. ACTE ' T-ACT-CODE(IDX-ACT) ' '
                   W-PerMois '/' W-PerAnnee
                   DELIMITED BY SIZE INTO W-LigLibelle
               END-STRING
               MOVE T-ACT-PAYE(IDX-ACT) TO W-LigMontant
               PERFORM ECRITURE-LIGNE-JOURNAL
           END-PERFORM
           SET W-LigSens-Credit TO TRUE
           MOVE W-CptDette TO W-LigCompte
           MOVE SPACES TO W-LigLibelle
           STRING 'PREST. A PAYER ' W-PerMois '/' W-PerAnnee
               DELIMITED BY SIZE INTO W-LigLibelle
           END-STRING
           MOVE W-TotPaye TO W-LigMontant
           PERFORM ECRITURE-LIGNE-JOURNAL
           PERFORM ECRITURE-TOTAL-PIECE
           .

      *----------------------------------------------------------------
       PIECE-PROVISION.
      *-- Decomptes reportes : charge par code d'acte au debit,
      *   provision au credit. Chaque code provisionne est garde pour
      *   l'extourne de la periode suivante.
           IF W-TotReporte = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO W-LigPiece
           STRING 'PRV' W-Periode DELIMITED BY SIZE INTO W-LigPiece
           END-STRING
           MOVE ZERO TO W-TotPiece
           SET W-LigSens-Debit TO TRUE
           PERFORM VARYING IDX-ACT FROM 1 BY 1
                   UNTIL IDX-ACT > W-NbrAct
               MOVE T-ACT-CPTCHG(IDX-ACT) TO W-LigCompte
               MOVE SPACES TO W-LigLibelle
               STRING 'PROV. ACTE ' T-ACT-CODE(IDX-ACT) ' '
                   W-PerMois '/' W-PerAnnee
                   DELIMITED BY SIZE INTO W-LigLibelle
               END-STRING
               MOVE T-ACT-REPORTE(IDX-ACT) TO W-LigMontant
               PERFORM ECRITURE-LIGNE-JOURNAL
           END-PERFORM
           SET W-LigSens-Credit TO TRUE
           MOVE W-CptProvision TO W-LigCompte
           MOVE SPACES TO W-LigLibelle
           STRING 'PROV. REPORTES ' W-PerMois '/' W-PerAnnee
               DELIMITED BY SIZE INTO W-LigLibelle
           END-STRING
           MOVE W-TotReporte TO W-LigMontant
           PERFORM ECRITURE-LIGNE-JOURNAL
           PERFORM ECRITURE-TOTAL-PIECE
           .

      *----------------------------------------------------------------
       PIECE-EXTOURNE.
      *-- Extourne de la provision de la periode precedente, sur les
      *   comptes alors mouvementes : provision au debit, charge au
      *   credit.
           IF W-TotExtourne = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO W-LigPiece
           STRING 'EXT' W-Periode DELIMITED BY SIZE INTO W-LigPiece
           END-STRING
           MOVE ZERO TO W-TotPiece
           PERFORM VARYING IDX-PRV FROM 1 BY 1
                   UNTIL IDX-PRV > W-NbrPrv
               IF T-PRV-PERIODE(IDX-PRV) = W-PeriodeExt
                   MOVE T-PRV-MONTANT(IDX-PRV) TO W-LigMontant
                   MOVE SPACES TO W-LigLibelle
                   STRING 'EXTOURNE PROV. ' T-PRV-CODE(IDX-PRV)
                       ' ' W-PeriodeExt(5:2) '/' W-PeriodeExt(1:4)
                       DELIMITED BY SIZE INTO W-LigLibelle
                   END-STRING
                   SET W-LigSens-Debit TO TRUE
                   MOVE T-PRV-CPTPRV(IDX-PRV) TO W-LigCompte
                   PERFORM ECRITURE-LIGNE-JOURNAL
                   SET W-LigSens-Credit TO TRUE
                   MOVE T-PRV-CPTCHG(IDX-PRV) TO W-LigCompte
                   PERFORM ECRITURE-LIGNE-JOURNAL
               END-IF
           END-PERFORM
           PERFORM ECRITURE-TOTAL-PIECE
           .

      *----------------------------------------------------------------
       ECRITURE-LIGNE-JOURNAL.
      *-- Passe la ligne W-Lig* au journal et a l'edition ; une ligne
      *   a zero n'est pas passee.
           IF W-LigMontant = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE W-CodeJournal TO W-JrnLJournal
           MOVE W-DateEcriture TO W-JrnLDate
           MOVE W-LigPiece TO W-JrnLPiece
           MOVE W-LigCompte TO W-JrnLCompte
           MOVE W-LigLibelle TO W-JrnLLibelle
           MOVE W-LigSens TO W-JrnLSens
           MOVE W-LigMontant TO W-JrnLMontant
           MOVE W-JRN-LIGNE TO E-JOURNAL
           PERFORM ECRITURE-JOURNAL
           ADD 1 TO W-NbrLignesJrn
           MOVE SPACES TO CPY-RAP-LIGNE
           IF W-LigSens-Debit
               ADD W-LigMontant TO W-TotDebit
               ADD W-LigMontant TO W-TotPiece
               MOVE W-LigMontant TO W-DEB-EDIT
               STRING W-LigPiece ' * ' W-LigCompte ' * '
                   W-LigLibelle(1:25) ' * ' W-DEB-EDIT ' *'
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
           ELSE
               ADD W-LigMontant TO W-TotCredit
               MOVE W-LigMontant TO W-CRE-EDIT
               STRING W-LigPiece ' * ' W-LigCompte ' * '
                   W-LigLibelle(1:25) ' *              * '
                   W-CRE-EDIT
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
           END-IF
           PERFORM ECRITURE-RAPPORT
           .

      *----------------------------------------------------------------
       ECRITURE-TOTAL-PIECE.
      *-----
           MOVE W-TotPiece TO W-TOT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL PIECE ' W-LigPiece ' : ' W-TOT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE SPACES TO CPY-RAP-LIGNE
           PERFORM ECRITURE-RAPPORT
           .

      *----------------------------------------------------------------
       ECRITURE-TRAILER.
      *-- Preuve de l'equilibre : le trailer n'est ecrit que si le
      *   total des debits egale le total des credits. Journal en
      *   ecart : sans trailer, le progiciel le refusera.
           MOVE W-TotDebit TO W-TOT-EDIT
           MOVE W-TotCredit TO W-TOT-EDIT2
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL DEBITS  : ' W-TOT-EDIT
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'TOTAL CREDITS : ' W-TOT-EDIT2
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           IF W-TotDebit NOT = W-TotCredit
               MOVE 'JOURNAL EN ECART - TRAILER NON ECRIT'
                   TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
               DISPLAY 'Journal desequilibre : debits ' W-TotDebit
                   ' credits ' W-TotCredit
               MOVE 'journal comptable desequilibre'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE W-NbrLignesJrn TO W-JrnTNbr
           MOVE W-TotDebit TO W-JrnTDebit
           MOVE W-TotCredit TO W-JrnTCredit
           MOVE W-JRN-TRAILER TO E-JOURNAL
           PERFORM ECRITURE-JOURNAL
           MOVE W-NbrLignesJrn TO W-CPT-EDIT
           MOVE SPACES TO CPY-RAP-LIGNE
           STRING 'JOURNAL EQUILIBRE : ' W-CPT-EDIT
               ' LIGNES, DEBITS = CREDITS'
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .

      *----------------------------------------------------------------
       ECRITURE-PROVISIONS.
      *-- Reecriture des provisions : la periode extournee est gardee
      *   (un nouveau run de la meme periode l'extournera encore),
      *   celle de ce run remplace la precedente version, les
      *   periodes plus anciennes, deja extournees, sont abandonnees.
           OPEN OUTPUT PROVCPT
           IF L-FstProv NOT = ZERO
               MOVE L-FstProv TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture provisions FS=' L-FstProv
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture PROVISIONS-COMPTABLES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM VARYING IDX-PRV FROM 1 BY 1
                   UNTIL IDX-PRV > W-NbrPrv
               IF T-PRV-PERIODE(IDX-PRV) NOT = W-Periode
                   AND T-PRV-PERIODE(IDX-PRV) >= W-PeriodeExt
                   MOVE SPACES TO E-PROVCPT
                   MOVE T-PRV-PERIODE(IDX-PRV) TO E-PRV-PERIODE
                   MOVE T-PRV-CODE(IDX-PRV) TO E-PRV-CODE
                   MOVE T-PRV-CPTCHG(IDX-PRV) TO E-PRV-CPTCHG
                   MOVE T-PRV-CPTPRV(IDX-PRV) TO E-PRV-CPTPRV
                   MOVE T-PRV-MONTANT(IDX-PRV) TO E-PRV-MONTANT
                   PERFORM ECRITURE-PROVISION
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-ACT FROM 1 BY 1
                   UNTIL IDX-ACT > W-NbrAct
               IF T-ACT-REPORTE(IDX-ACT) NOT = ZERO
                   MOVE SPACES TO E-PROVCPT
                   MOVE W-Periode TO E-PRV-PERIODE
                   MOVE T-ACT-CODE(IDX-ACT) TO E-PRV-CODE
                   MOVE T-ACT-CPTCHG(IDX-ACT) TO E-PRV-CPTCHG
                   MOVE W-CptProvision TO E-PRV-CPTPRV
                   MOVE T-ACT-REPORTE(IDX-ACT) TO E-PRV-MONTANT
                   PERFORM ECRITURE-PROVISION
               END-IF
           END-PERFORM
           CLOSE PROVCPT
           .

      *----------------------------------------------------------------
       ECRITURE-PROVISION.
      *-----
           WRITE E-PROVCPT
           IF L-FstProv NOT = ZERO
               MOVE L-FstProv TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture provisions FS=' L-FstProv
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture PROVISIONS-COMPTABLES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       ECRITURE-JOURNAL.
      *-----
           WRITE E-JOURNAL
           IF L-FstJournal NOT = ZERO
               MOVE L-FstJournal TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture journal FS=' L-FstJournal
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture ECRITURES-COMPTABLES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       FIN-TRT.
      *----
           IF W-Periode-Actif-OK
               IF RETURN-CODE = ZERO
                   PERFORM FIN-RAPPORT
               END-IF
               CLOSE JOURNAL
               CLOSE RAPPORT
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Lignes d ecriture passees =' W-NbrLignesJrn '>'
           DISPLAY 'Total debits  =' W-TotDebit '>'
           DISPLAY 'Total credits =' W-TotCredit '>'
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
               MOVE 'ecriture RAPPORT-INTERFACE-COMPTABLE'
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
