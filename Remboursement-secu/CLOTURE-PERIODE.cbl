           05 E-PER-MOIS                   PIC 9(2).

       FD REPORTDEC.
       01 E-REPORTDEC                      PIC X(64).

      *> Vue minimale du dessin E-LISTE : seule la zone montant
      *> rembourse est exploitee ici, pour le total de controle. La
      *> caisse d'origine (RECEPTION-CAISSES) suit le prestataire et
      *> passe telle quelle dans le fichier fusionne.
       FD LISTE.
       01 E-LISTE.
           05 E-LISTE-DEBUT                PIC X(26).
           05 E-LISTE-MTREMB               PIC 9(7)V99.
           05 FILLER                       PIC X(29).
       01 E-ENTREE REDEFINES E-LISTE       PIC X(64).

       FD CLOTURE.
       01 E-CLOTURE                        PIC X(64).

       FD CLORAP.
       01 E-CLORAP                         PIC X(80).
       COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.
      *-- Zones d'appel du manifeste des fichiers (cf.
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

       01 W-Periode-Actif                           PIC X VALUE 'N'.
           88 W-Periode-Actif-OK                    VALUE 'O'.
      *   nouveaux. Fichier absent (premiere cloture) : rien a
      *   re-presenter.
           MOVE SPACES                         TO W-FinFic
           MOVE 'REPORT-DECOMPTES.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT REPORTDEC
           IF L-FstReport NOT = ZERO
               DISPLAY 'Pas de decomptes reportes '
      *   controle de l'amont est consomme ici : le fichier fusionne
      *   recoit le sien, recalcule sur l'ensemble.
           MOVE SPACES                         TO W-FinFic
           MOVE 'DECOMPTE.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT LISTE
           IF L-Fst NOT = ZERO
               DISPLAY 'Pas de decomptes entrants (DECOMPTE.txt '
      *-----
      *-- Le report est consomme : reecrit vide pour que la cloture
      *   suivante ne re-presente pas deux fois les memes decomptes.
      *   Le fichier vide est republie au manifeste : le releve
      *   comptable le verifie avant lecture.
           OPEN OUTPUT REPORTDEC
           IF L-FstReport = ZERO
               CLOSE REPORTDEC
               DISPLAY 'REPORT-DECOMPTES.txt vide apres consommation'
               MOVE 'REPORT-DECOMPTES.txt' TO CPY-MAN-FICHIER
               PERFORM PUBLICATION-MANIFESTE
           ELSE
               DISPLAY 'Purge du report en echec, FS =' L-FstReport
               MOVE 'purge REPORT-DECOMPTES'
           IF W-Periode-Actif-OK
               CLOSE CLOTURE
               CLOSE CLORAP
      *-- Fichier fusionne publie au manifeste pour le mensuel
               IF RETURN-CODE = ZERO
                   MOVE 'DECOMPTE-CLOTURE.txt' TO CPY-MAN-FICHIER
                   PERFORM PUBLICATION-MANIFESTE
               END-IF
           END-IF
           COMPUTE CPY-AUDIT-NBR-LUS = W-NbrReportes + W-NbrNouveaux
           MOVE W-NbrPresentes TO CPY-AUDIT-NBR-ECR

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.

      *----------------------------------------------------------------
       COPY ManifesteAppel_COPY.
