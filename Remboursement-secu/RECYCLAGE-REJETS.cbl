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

      *-- Dessin de REJETS.txt tel qu'ecrit par ECRITURE-REJET : code
      *   acte, police, date de soin, montant et motif, separes par
      *   '  * ', puis le numero d'ayant droit en colonne 76 et le
      *   prestataire en colonne 82 (a blanc sur les rejets des
      *   dessins anterieurs), la caisse d'origine en colonne 115.
       FD REJETS.
       01 E-REJETS.
           05 E-REJ-CODE                   PIC X(2).
           05 E-REJ-MTREMB                 PIC X(12).
           05 FILLER                       PIC X(4).
           05 E-REJ-MOTIF                  PIC X(20).
           05 FILLER                       PIC X(6).
           05 E-REJ-AYANTDROIT             PIC X(2).
           05 FILLER                       PIC X(4).
           05 E-REJ-PRESTATAIRE            PIC X(11).
           05 FILLER                       PIC X(22).
           05 E-REJ-CAISSE                 PIC X(3).
           05 FILLER                       PIC X(3).

      *-- Les zones nouvelles valeurs sont optionnelles : un fichier a
      *   l'ancien dessin (30 caracteres, montant seul) les laisse a
           05 FILLER                       PIC X.
           05 E-COR-DATESOIN-NOUV          PIC X(7).

      *-- Dessin E-LISTE exact de DECOMPTE.txt, reinjectable tel quel.
      *   La zone montant facture reste a blanc ; l'ayant droit, le
      *   prestataire et la caisse d'origine du rejet sont reportes.
       FD RECYCLE.
       01 E-RECYCLE.
           05 E-REC-CODE                   PIC X(2).
           05 E-REC-DATESOIN               PIC 9(7).
           05 FILLER                       PIC X.
           05 E-REC-MTREMB                 PIC 9(7)V99.
           05 FILLER                       PIC X(10).
           05 FILLER                       PIC X.
           05 E-REC-AYANTDROIT             PIC X(2).
           05 FILLER                       PIC X.
           05 E-REC-PRESTATAIRE            PIC X(11).
           05 FILLER                       PIC X.
           05 E-REC-CAISSE                 PIC X(3).

       FD JOURNAL.
       01 E-JOURNAL                        PIC X(100).
           05 E-POLREF-NOM                 PIC X(30).
           05 FILLER                       PIC X.
           05 E-POLREF-STATUT              PIC X.
           05 FILLER                       PIC X.
           05 E-POLREF-NIVEAU              PIC X(2).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-FstJournal                     PIC 99.
       01 L-FstAudit                       PIC 99.
       01 L-FstPolRef                      PIC 99.
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

           INITIALIZE L-Nbr

      *-- Rejets tels que le mensuel les a publies, sinon arret
           MOVE 'REJETS.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT REJETS
           IF L-FstRejets NOT = ZERO
               MOVE L-FstRejets TO CPY-STATUT-CODE
                   MOVE W-PoliceEff TO E-REC-NUMPOL
                   MOVE W-DateEff TO E-REC-DATESOIN
                   MOVE W-CORR-MONTANT(W-IdxTrouve) TO E-REC-MTREMB
                   MOVE E-REJ-AYANTDROIT TO E-REC-AYANTDROIT
                   MOVE E-REJ-PRESTATAIRE TO E-REC-PRESTATAIRE
                   MOVE E-REJ-CAISSE TO E-REC-CAISSE
                   WRITE E-RECYCLE
                   IF L-FstRecycle NOT = ZERO
                       MOVE L-FstRecycle TO CPY-STATUT-CODE
           CLOSE REJETS
           CLOSE RECYCLE
           CLOSE JOURNAL
      *-- Decomptes recycles publies au manifeste pour leur
      *   re-presentation.
           IF RETURN-CODE = ZERO
               MOVE 'DECOMPTE-RECYCLE.txt' TO CPY-MAN-FICHIER
               PERFORM PUBLICATION-MANIFESTE
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
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
