       DATA DIVISION.
       FILE SECTION.

      *-- La date de valeur du virement (AAAAMMJJ) sert au
      *   rapprochement avec le releve bancaire ; a blanc sur les
      *   fichiers a l'ancien dessin de 30 caracteres.
       FD PAIEMENTS.
       01 E-PAIEMENT.
           05 E-PAI-NUMPOL                 PIC X(12).
           05 E-PAI-DATESOIN               PIC 9(7).
           05 FILLER                       PIC X.
           05 E-PAI-MONTANT                PIC 9(7)V99.
           05 FILLER                       PIC X.
           05 E-PAI-DATEVAL                PIC X(8).
       01 E-PAI-LIGNE REDEFINES E-PAIEMENT PIC X(39).

       FD PAIVALIDES.
       01 E-PAIVALIDE                      PIC X(39).

       FD PAIREJETS.
       01 E-PAIREJET                       PIC X(80).
      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
           COPY Params_COPY.

      *-- Zones d'appel du manifeste des fichiers (cf.
      *   PUBLICATION-MANIFESTE)
           COPY Manifeste_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
           05 L-NbrEnrEcrits               PIC 9(7).
           88 W-LigDeborde-OK              VALUE 'O'.
       01 TABLE-LIGNES.
           05 W-LIG OCCURS 5000 TIMES
                    INDEXED BY IDX-LIG     PIC X(39).
       01 W-Doublon                        PIC X.
           88 W-Doublon-OK                 VALUE 'O'.

               END-IF
           END-IF

           IF W-MotifRejet = SPACES
               IF E-PAI-DATEVAL NOT = SPACES
                   AND E-PAI-DATEVAL NOT NUMERIC
                   MOVE 'DATE VALEUR INVALIDE' TO W-MotifRejet
               END-IF
           END-IF

           IF W-MotifRejet = SPACES
               PERFORM CONTROLE-DOUBLON
               IF W-Doublon-OK
           CLOSE PAIEMENTS
           CLOSE PAIVALIDES
           CLOSE PAIREJETS
      *-- Paiements valides publies au manifeste pour le
      *   rapprochement, qui les verifie avant lecture.
           IF RETURN-CODE = ZERO
               MOVE 'PAIEMENTS-VALIDES.txt' TO CPY-MAN-FICHIER
               PERFORM PUBLICATION-MANIFESTE
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.

      *----------------------------------------------------------------
       COPY ManifesteAppel_COPY.
