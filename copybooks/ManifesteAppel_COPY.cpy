      *----------------------------------------------------------------
       PUBLICATION-MANIFESTE.
      *-- Publie CPY-MAN-FICHIER, ferme et complet, au manifeste des
      *   fichiers de chaine, sur fin normale du producteur. Une
      *   publication en echec n'arrete pas le producteur : le
      *   consommateur tombera sur une entree perimee ou absente et
      *   le signalera.
           MOVE 'P' TO CPY-MAN-FONCTION
           CALL 'MANIFESTE-FICHIERS'
           USING CPY-MAN-FONCTION
               CPY-MAN-FICHIER
               L-Pgm
               CPY-MAN-STATUT
               CPY-MAN-MESSAGE
           END-CALL
           IF CPY-MAN-CONFORME
               DISPLAY 'Manifeste publie : '
                   FUNCTION TRIM(CPY-MAN-MESSAGE)
           ELSE
               DISPLAY 'Manifeste NON publie (' CPY-MAN-STATUT ') : '
                   FUNCTION TRIM(CPY-MAN-MESSAGE)
           END-IF
           .
      *----------------------------------------------------------------
       VERIFICATION-MANIFESTE.
      *-- Verifie CPY-MAN-FICHIER contre ce que son producteur a
      *   publie, avant ouverture. Fichier jamais publie (livre hors
      *   chaine) : simple avertissement. Fichier absent : laisse a
      *   l'ouverture du programme, qui a deja son propre traitement.
      *   Fichier qui ne repond plus a sa publication : arret, avec
      *   le fichier et la nature de l'ecart au journal des erreurs.
           MOVE 'V' TO CPY-MAN-FONCTION
           CALL 'MANIFESTE-FICHIERS'
           USING CPY-MAN-FONCTION
               CPY-MAN-FICHIER
               L-Pgm
               CPY-MAN-STATUT
               CPY-MAN-MESSAGE
           END-CALL
           EVALUATE TRUE
               WHEN CPY-MAN-CONFORME
                   DISPLAY 'Manifeste : '
                       FUNCTION TRIM(CPY-MAN-MESSAGE)
               WHEN CPY-MAN-NON-PUBLIE
                   DISPLAY 'ATTENTION manifeste : '
                       FUNCTION TRIM(CPY-MAN-MESSAGE)
               WHEN CPY-MAN-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Fichier non conforme a son manifeste : '
                       FUNCTION TRIM(CPY-MAN-MESSAGE)
                   MOVE ZERO TO CPY-STATUT-CODE
                   MOVE SPACES TO CPY-ERR-CONTEXTE
                   EVALUATE TRUE
                       WHEN CPY-MAN-NOMBRE-KO
                           STRING FUNCTION TRIM(CPY-MAN-FICHIER)
                               ' : nombre altere'
                               DELIMITED BY SIZE INTO CPY-ERR-CONTEXTE
                           END-STRING
                       WHEN CPY-MAN-CONTENU-KO
                           STRING FUNCTION TRIM(CPY-MAN-FICHIER)
                               ' : contenu altere'
                               DELIMITED BY SIZE INTO CPY-ERR-CONTEXTE
                           END-STRING
                       WHEN OTHER
                           STRING FUNCTION TRIM(CPY-MAN-FICHIER)
                               ' : manifeste KO'
                               DELIMITED BY SIZE INTO CPY-ERR-CONTEXTE
                           END-STRING
                   END-EVALUATE
                   PERFORM ERREUR
           END-EVALUATE
           .
