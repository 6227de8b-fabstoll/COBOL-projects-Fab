      *----------------------------------------------------------------
       CHARGEMENT-CODES-INT.
      *-- Charge le referentiel des codes intervenants. Absent :
      *   controle coupe, CPY-CODE-ACTIF reste a 'N'.
           MOVE ZERO TO CPY-CODE-NBR
           MOVE ZERO TO CPY-CODE-DEBORDE
           OPEN INPUT FIC-CODESINT
           IF L-FstCodesInt NOT = ZERO
               DISPLAY 'Referentiel REFERENTIEL-CODES.txt absent, '
                   'controle des codes intervenants coupe'
               EXIT PARAGRAPH
           END-IF
           SET CPY-CODE-ACTIF-OK TO TRUE
           PERFORM UNTIL L-FstCodesInt NOT = ZERO
               READ FIC-CODESINT
               AT END
                   CONTINUE
               NOT AT END
                   IF E-FIC-CODESINT(1:7) NOT = SPACES
                       IF CPY-CODE-NBR < CPY-CODE-MAX
                           ADD 1 TO CPY-CODE-NBR
                           SET CPY-IDX-CODE TO CPY-CODE-NBR
                           MOVE E-FIC-CODESINT(1:7)
                               TO CPY-CODE-VAL(CPY-IDX-CODE)
                           MOVE E-FIC-CODESINT(9:30)
                               TO CPY-CODE-LIB(CPY-IDX-CODE)
                           MOVE E-FIC-CODESINT(40:8)
                               TO CPY-CODE-DEBUT(CPY-IDX-CODE)
                           MOVE E-FIC-CODESINT(49:8)
                               TO CPY-CODE-FIN(CPY-IDX-CODE)
                           MOVE E-FIC-CODESINT(58:1)
                               TO CPY-CODE-EXTRAIT(CPY-IDX-CODE)
                       ELSE
                           ADD 1 TO CPY-CODE-DEBORDE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-CODESINT
           DISPLAY 'Referentiel des codes intervenants charge : '
               CPY-CODE-NBR ' lignes'
           IF CPY-CODE-DEBORDE NOT = ZERO
               DISPLAY 'ATTENTION : ' CPY-CODE-DEBORDE ' lignes du '
                   'referentiel ignorees (capacite ' CPY-CODE-MAX ')'
           END-IF
           .
      *----------------------------------------------------------------
       CONTROLE-CODE-INT.
      *-- Verdict du code CPY-CODE-DEM porte par l'extrait
      *   CPY-CODE-EXTRAIT-DEM a la date CPY-CODE-DATE-DEM, et son
      *   libelle. Une ligne valide l'emporte sur toute autre ; a
      *   defaut une periode echue ou pas encore ouverte de l'extrait
      *   fait le verdict, puis un code d'un autre extrait, sinon le
      *   code est inconnu.
           MOVE SPACES TO CPY-CODE-LIB-DEM
           SET CPY-CODE-INCONNU TO TRUE
           PERFORM VARYING CPY-IDX-CODE FROM 1 BY 1
                   UNTIL CPY-IDX-CODE > CPY-CODE-NBR
                      OR CPY-CODE-VALIDE
               IF CPY-CODE-VAL(CPY-IDX-CODE) = CPY-CODE-DEM
                   IF CPY-CODE-EXTRAIT(CPY-IDX-CODE) = SPACE
                      OR CPY-CODE-EXTRAIT-DEM = SPACE
                      OR CPY-CODE-EXTRAIT(CPY-IDX-CODE)
                           = CPY-CODE-EXTRAIT-DEM
                       MOVE CPY-CODE-LIB(CPY-IDX-CODE)
                           TO CPY-CODE-LIB-DEM
                       EVALUATE TRUE
                           WHEN CPY-CODE-DATE-DEM = SPACES
                               SET CPY-CODE-VALIDE TO TRUE
                           WHEN CPY-CODE-DEBUT(CPY-IDX-CODE)
                                   NOT = SPACES
                                AND CPY-CODE-DATE-DEM
                                   < CPY-CODE-DEBUT(CPY-IDX-CODE)
                               SET CPY-CODE-NON-OUVERT TO TRUE
                           WHEN CPY-CODE-FIN(CPY-IDX-CODE)
                                   NOT = SPACES
                                AND CPY-CODE-DATE-DEM
                                   > CPY-CODE-FIN(CPY-IDX-CODE)
                               SET CPY-CODE-EXPIRE TO TRUE
                           WHEN OTHER
                               SET CPY-CODE-VALIDE TO TRUE
                       END-EVALUATE
                   ELSE
                       IF CPY-CODE-INCONNU
                           SET CPY-CODE-AUTRE-EXTRAIT TO TRUE
                           MOVE CPY-CODE-LIB(CPY-IDX-CODE)
                               TO CPY-CODE-LIB-DEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CPY-CODE-VALIDE
                   MOVE SPACES TO CPY-CODE-MOTIF
               WHEN CPY-CODE-EXPIRE
                   MOVE 'EXPIRE' TO CPY-CODE-MOTIF
               WHEN CPY-CODE-NON-OUVERT
                   MOVE 'NON OUVERT' TO CPY-CODE-MOTIF
               WHEN CPY-CODE-AUTRE-EXTRAIT
                   MOVE 'AUTRE EXTRAIT' TO CPY-CODE-MOTIF
               WHEN OTHER
                   MOVE 'INCONNU' TO CPY-CODE-MOTIF
           END-EVALUATE
           .
