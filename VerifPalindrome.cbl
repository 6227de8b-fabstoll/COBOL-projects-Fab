       01 WS-CLS-LGMAX PIC 999 VALUE ZERO.
       01 WS-RANG-EDIT PIC ZZ9.

      * -- Comparaison de la liste entiere en fin de lot : chaque
      *    entree est gardee avec sa chaine epuree, son miroir et sa
      *    signature (lettres triees), pour rapporter les mots qui se
      *    lisent comme une autre entree a l'envers (ressac/casser) et
      *    les groupes d'anagrammes. Deux entrees dont la chaine
      *    epuree est identique sont un doublon, ni paire ni groupe.
       01 WS-NBR-LISTE PIC 999 VALUE ZERO.
       01 WS-NBR-HORS-LISTE PIC 9(5) VALUE ZERO.
       01 WS-LISTE-TBL.
           05 WS-LST OCCURS 200 TIMES
                     INDEXED BY IDX-LST IDX-LST2.
               10 WS-LST-TEXTE PIC X(40).
               10 WS-LST-EPUREE PIC X(100).
               10 WS-LST-MIROIR PIC X(100).
               10 WS-LST-SIGNATURE PIC X(100).
               10 WS-LST-GROUPE PIC 999.
       01 WS-ALPHABET PIC X(36)
           VALUE "abcdefghijklmnopqrstuvwxyz0123456789".
       01 WS-SIGNATURE PIC X(100).
       01 WS-PTR-SIG PIC 999 VALUE 1.
       01 WS-NB-OCC PIC 999 VALUE ZERO.
       01 K PIC 999 VALUE ZERO.
       01 WS-NBR-RENVERSES PIC 9(5) VALUE ZERO.
       01 WS-NBR-GROUPES PIC 9(5) VALUE ZERO.
       01 WS-GROUPE-DISTINCT PIC X VALUE "N".
           88 WS-GROUPE-DISTINCT-OUI VALUE "O".
       01 WS-PTR-LIGNE PIC 999 VALUE 1.
       01 WS-GROUPE-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.

           PERFORM CHOIX-MODE
                       PERFORM RECHERCHE-FRAGMENT
                   END-IF
                   PERFORM ECRITURE-LIGNE-RAPPORT
                   PERFORM MEMORISATION-LISTE
               END-READ
           END-PERFORM
           PERFORM RECHERCHE-RENVERSES
           PERFORM RECHERCHE-ANAGRAMMES
           PERFORM ECRITURE-SYNTHESE-LOT
           PERFORM CLASSEMENT-FRAGMENTS
           CLOSE FIC-MOTS-PAL
       STRING "Autres               : " WS-NBR-AUTRES
           DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
       END-STRING.
       PERFORM ECRITURE-RAPPORT-PHYSIQUE.
       MOVE SPACES TO WS-LIGNE-RAPPORT.
       STRING "Paires renversees    : " WS-NBR-RENVERSES
           DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
       END-STRING.
       PERFORM ECRITURE-RAPPORT-PHYSIQUE.
       MOVE SPACES TO WS-LIGNE-RAPPORT.
       STRING "Groupes d'anagrammes : " WS-NBR-GROUPES
           DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
       END-STRING.
       PERFORM ECRITURE-RAPPORT-PHYSIQUE.
       IF WS-NBR-HORS-LISTE > ZERO
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "Hors comparaison     : " WS-NBR-HORS-LISTE
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECRITURE-RAPPORT-PHYSIQUE
       END-IF
       .

      *---------------------------------------------
       MEMORISATION-LISTE.
      *--- garde l'entree courante pour la comparaison de fin de lot :
      *    chaine epuree, miroir (WS-CHAINE-DEPLACEE) et signature.
      *    Les lignes sans lettre ni chiffre n'ont rien a comparer.

       IF WS-CHAINE-EPUREE = SPACES
           CONTINUE
       ELSE
           IF WS-NBR-LISTE >= 200
               ADD 1 TO WS-NBR-HORS-LISTE
           ELSE
               PERFORM SIGNATURE-ANAGRAMME
               ADD 1 TO WS-NBR-LISTE
               SET IDX-LST TO WS-NBR-LISTE
               MOVE FUNCTION TRIM(WS-CHAINE) TO WS-LST-TEXTE(IDX-LST)
               MOVE WS-CHAINE-EPUREE TO WS-LST-EPUREE(IDX-LST)
               MOVE WS-CHAINE-DEPLACEE TO WS-LST-MIROIR(IDX-LST)
               MOVE WS-SIGNATURE TO WS-LST-SIGNATURE(IDX-LST)
               MOVE ZERO TO WS-LST-GROUPE(IDX-LST)
           END-IF
       END-IF
       .

      *---------------------------------------------
       SIGNATURE-ANAGRAMME.
      *--- lettres et chiffres de la chaine epuree ranges dans
      *    l'ordre de WS-ALPHABET : deux anagrammes ont la meme
      *    signature.

       MOVE SPACES TO WS-SIGNATURE.
       MOVE 1 TO WS-PTR-SIG.
       PERFORM VARYING K FROM 1 BY 1 UNTIL K > 36
           MOVE ZERO TO WS-NB-OCC
           INSPECT WS-CHAINE-EPUREE TALLYING WS-NB-OCC
               FOR ALL WS-ALPHABET(K:1)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NB-OCC
               MOVE WS-ALPHABET(K:1) TO WS-SIGNATURE(WS-PTR-SIG:1)
               ADD 1 TO WS-PTR-SIG
           END-PERFORM
       END-PERFORM
       .

      *---------------------------------------------
       RECHERCHE-RENVERSES.
      *--- une paire par couple d'entrees dont l'une, lue a l'envers,
      *    donne l'autre (hors doublons et palindromes, qui se
      *    renversent sur eux-memes).

       MOVE SPACES TO WS-LIGNE-RAPPORT.
       MOVE "---------- MOTS RENVERSES ----------"
           TO WS-LIGNE-RAPPORT.
       PERFORM ECRITURE-RAPPORT-PHYSIQUE.
       PERFORM VARYING IDX-LST FROM 1 BY 1
               UNTIL IDX-LST > WS-NBR-LISTE
           PERFORM VARYING IDX-LST2 FROM IDX-LST BY 1
                   UNTIL IDX-LST2 > WS-NBR-LISTE
               IF WS-LST-MIROIR(IDX-LST) = WS-LST-EPUREE(IDX-LST2)
                   AND WS-LST-EPUREE(IDX-LST) NOT =
                       WS-LST-EPUREE(IDX-LST2)
                   ADD 1 TO WS-NBR-RENVERSES
                   MOVE SPACES TO WS-LIGNE-RAPPORT
                   STRING FUNCTION TRIM(WS-LST-TEXTE(IDX-LST))
                                            DELIMITED BY SIZE
                          " <-> "           DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LST-TEXTE(IDX-LST2))
                                            DELIMITED BY SIZE
                          INTO WS-LIGNE-RAPPORT
                   END-STRING
                   PERFORM ECRITURE-RAPPORT-PHYSIQUE
               END-IF
           END-PERFORM
       END-PERFORM.
       IF WS-NBR-RENVERSES = ZERO
           MOVE "aucune paire" TO WS-LIGNE-RAPPORT
           PERFORM ECRITURE-RAPPORT-PHYSIQUE
       END-IF
       .

      *---------------------------------------------
       RECHERCHE-ANAGRAMMES.
      *--- chaque entree non encore rangee ouvre un groupe avec les
      *    entrees suivantes de meme signature ; le groupe n'est
      *    rapporte que s'il reunit au moins deux formes differentes.

       MOVE SPACES TO WS-LIGNE-RAPPORT.
       MOVE "---------- GROUPES D'ANAGRAMMES ----------"
           TO WS-LIGNE-RAPPORT.
       PERFORM ECRITURE-RAPPORT-PHYSIQUE.
       PERFORM VARYING IDX-LST FROM 1 BY 1
               UNTIL IDX-LST > WS-NBR-LISTE
           IF WS-LST-GROUPE(IDX-LST) = ZERO
               MOVE "N" TO WS-GROUPE-DISTINCT
               PERFORM VARYING IDX-LST2 FROM IDX-LST BY 1
                       UNTIL IDX-LST2 > WS-NBR-LISTE
                   IF WS-LST-SIGNATURE(IDX-LST2) =
                      WS-LST-SIGNATURE(IDX-LST)
                       IF WS-LST-EPUREE(IDX-LST2) NOT =
                          WS-LST-EPUREE(IDX-LST)
                           SET WS-GROUPE-DISTINCT-OUI TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-GROUPE-DISTINCT-OUI
                   ADD 1 TO WS-NBR-GROUPES
                   PERFORM EDITION-GROUPE-ANAGRAMMES
               END-IF
           END-IF
       END-PERFORM.
       IF WS-NBR-GROUPES = ZERO
           MOVE "aucun groupe" TO WS-LIGNE-RAPPORT
           PERFORM ECRITURE-RAPPORT-PHYSIQUE
       END-IF
       .

      *---------------------------------------------
       EDITION-GROUPE-ANAGRAMMES.
      *--- range les membres du groupe courant et les enumere ; la
      *    ligne deborde sur une ligne de suite quand elle est pleine.

       MOVE WS-NBR-GROUPES TO WS-GROUPE-EDIT.
       MOVE SPACES TO WS-LIGNE-RAPPORT.
       MOVE 1 TO WS-PTR-LIGNE.
       STRING "groupe " FUNCTION TRIM(WS-GROUPE-EDIT) " : "
           DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WITH POINTER WS-PTR-LIGNE
       END-STRING.
       PERFORM VARYING IDX-LST2 FROM IDX-LST BY 1
               UNTIL IDX-LST2 > WS-NBR-LISTE
           IF WS-LST-GROUPE(IDX-LST2) = ZERO
               AND WS-LST-SIGNATURE(IDX-LST2) =
                   WS-LST-SIGNATURE(IDX-LST)
               MOVE WS-NBR-GROUPES TO WS-LST-GROUPE(IDX-LST2)
               IF WS-PTR-LIGNE > 75
                   PERFORM ECRITURE-RAPPORT-PHYSIQUE
                   MOVE SPACES TO WS-LIGNE-RAPPORT
                   MOVE 5 TO WS-PTR-LIGNE
               END-IF
               IF IDX-LST2 NOT = IDX-LST
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                       WITH POINTER WS-PTR-LIGNE
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-LST-TEXTE(IDX-LST2))
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-PTR-LIGNE
               END-STRING
           END-IF
       END-PERFORM.
       PERFORM ECRITURE-RAPPORT-PHYSIQUE
       .

