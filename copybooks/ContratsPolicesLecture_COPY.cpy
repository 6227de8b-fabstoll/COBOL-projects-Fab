      *----------------------------------------------------------------
       CHARGEMENT-CONTRATS-POLICES.
      *-- Charge la correspondance contrats / polices puis y reporte
      *   les fermetures de l'etat inter-runs de COMPLETER-FICHIER.
      *   Correspondance absente : controle coupe, CPY-XREF-ACTIF
      *   reste a 'N'. Etat absent : aucun contrat n'est ferme.
           MOVE ZERO TO CPY-XREF-NBR
           MOVE ZERO TO CPY-XREF-DEBORDE
           MOVE ZERO TO CPY-XREF-NBR-FERMES
           OPEN INPUT FIC-XREF
           IF L-FstXref NOT = ZERO
               DISPLAY 'Correspondance CONTRATS-POLICES.txt absente, '
                   'controle des contrats fermes coupe'
               EXIT PARAGRAPH
           END-IF
           SET CPY-XREF-ACTIF-OK TO TRUE
           PERFORM UNTIL L-FstXref NOT = ZERO
               READ FIC-XREF
               AT END
                   CONTINUE
               NOT AT END
                   IF E-FIC-XREF(1:9) NOT = SPACES
                       IF CPY-XREF-NBR < CPY-XREF-MAX
                           ADD 1 TO CPY-XREF-NBR
                           SET CPY-IDX-XREF TO CPY-XREF-NBR
                           MOVE E-FIC-XREF(1:9)
                               TO CPY-XREF-REF(CPY-IDX-XREF)
                           MOVE E-FIC-XREF(11:12)
                               TO CPY-XREF-NUMPOL(CPY-IDX-XREF)
                           MOVE SPACES
                               TO CPY-XREF-FERME(CPY-IDX-XREF)
                           MOVE SPACES
                               TO CPY-XREF-DATEFERM(CPY-IDX-XREF)
                       ELSE
                           ADD 1 TO CPY-XREF-DEBORDE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-XREF
           DISPLAY 'Correspondance contrats/polices chargee : '
               CPY-XREF-NBR ' contrats'
           IF CPY-XREF-DEBORDE NOT = ZERO
               DISPLAY 'ATTENTION : ' CPY-XREF-DEBORDE ' lignes de '
                   'correspondance ignorees (capacite '
                   CPY-XREF-MAX ')'
           END-IF

      *-- Fermetures : lignes 'F' de ETAT-CONTRATS.txt, la date de
      *   fermeture en colonnes 15 a 22 (a blanc sur un etat ecrit a
      *   l'ancien dessin).
           OPEN INPUT FIC-ETATCTR
           IF L-FstEtatCtr NOT = ZERO
               DISPLAY 'Etat des contrats ETAT-CONTRATS.txt absent, '
                   'aucun contrat ferme connu'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstEtatCtr NOT = ZERO
               READ FIC-ETATCTR
               AT END
                   CONTINUE
               NOT AT END
                   IF E-FIC-ETATCTR(1:1) = 'F'
                       PERFORM VARYING CPY-IDX-XREF FROM 1 BY 1
                               UNTIL CPY-IDX-XREF > CPY-XREF-NBR
                           IF CPY-XREF-REF(CPY-IDX-XREF)
                                   = E-FIC-ETATCTR(3:9)
                               SET CPY-XREF-FERME-OK(CPY-IDX-XREF)
                                   TO TRUE
                               MOVE E-FIC-ETATCTR(15:8)
                                   TO CPY-XREF-DATEFERM(CPY-IDX-XREF)
                               ADD 1 TO CPY-XREF-NBR-FERMES
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-ETATCTR
           DISPLAY 'Contrats fermes rattaches a une police : '
               CPY-XREF-NBR-FERMES
           .
      *----------------------------------------------------------------
       SITUATION-POLICE-CONTRATS.
      *-- Situation contractuelle de la police CPY-XREF-NUMPOL-DEM :
      *   nombre de contrats rattaches, nombre encore ouverts, et la
      *   plus recente date de fermeture connue avec son contrat.
      *   Une police dont tous les contrats sont fermes n'est plus
      *   couverte au-dela de cette date.
           MOVE ZERO TO CPY-XREF-NBR-CTR
           MOVE ZERO TO CPY-XREF-NBR-OUVERTS
           MOVE SPACES TO CPY-XREF-FERM-MAX
           MOVE SPACES TO CPY-XREF-REF-FERM-MAX
           PERFORM VARYING CPY-IDX-XREF FROM 1 BY 1
                   UNTIL CPY-IDX-XREF > CPY-XREF-NBR
               IF CPY-XREF-NUMPOL(CPY-IDX-XREF) = CPY-XREF-NUMPOL-DEM
                   ADD 1 TO CPY-XREF-NBR-CTR
                   IF CPY-XREF-FERME-OK(CPY-IDX-XREF)
                       IF CPY-XREF-DATEFERM(CPY-IDX-XREF)
                               > CPY-XREF-FERM-MAX
                           MOVE CPY-XREF-DATEFERM(CPY-IDX-XREF)
                               TO CPY-XREF-FERM-MAX
                           MOVE CPY-XREF-REF(CPY-IDX-XREF)
                               TO CPY-XREF-REF-FERM-MAX
                       END-IF
                   ELSE
                       ADD 1 TO CPY-XREF-NBR-OUVERTS
                   END-IF
               END-IF
           END-PERFORM
           .
