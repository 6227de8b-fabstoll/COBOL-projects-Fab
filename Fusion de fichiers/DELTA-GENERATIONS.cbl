           COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.
      *-- Zones d'appel du manifeste des fichiers (cf.
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Generation de reference retenue : la plus recente du
      *   catalogue anterieure a la date du run (la generation du
              MOVE SPACES                      TO E-DEL-RAPPORT
              PERFORM ECRITURE-RAPPORT-LIGNE

              MOVE 'FICSOR.txt'                TO CPY-MAN-FICHIER
              PERFORM VERIFICATION-MANIFESTE
              OPEN INPUT DEL-JOUR
              IF L-FstJour NOT = ZERO
                 MOVE L-FstJour TO CPY-STATUT-CODE
           COPY StatutTraduction_COPY.

           COPY AuditEcriture_COPY.

           COPY ManifesteAppel_COPY.
