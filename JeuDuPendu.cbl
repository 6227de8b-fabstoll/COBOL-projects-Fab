      *    niveau de difficulte (1 facile, 2 moyen, 3 difficile). Les
      *    anciens fichiers a plat restent acceptes : categorie a
      *    blanc = GENERAL, niveau a blanc = niveau moyen.
      *    Les expressions et proverbes (categorie EXPRESSION par
      *    exemple) s'ecrivent en colonne 35, zone prioritaire sur
      *    ENR-MOT-TEXTE quand elle est renseignee ; les fichiers qui
      *    s'arretent au niveau (colonne 33) restent lus tels quels.
       FD FIC-MOTS.
       01 ENR-MOT.
           05 ENR-MOT-TEXTE      PIC X(20).
           05 ENR-MOT-CATEGORIE  PIC X(10).
           05 FILLER             PIC X.
           05 ENR-MOT-NIVEAU     PIC X.
           05 FILLER             PIC X.
           05 ENR-MOT-EXPRESSION PIC X(80).

       FD FIC-SCORES.
       01 ENR-SCORE   PIC X(140).
       FD  FIC-PARAMS.
       01 E-FIC-PARAMS                             PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-MOT      PIC X(80).
       01 WS-CHN      PIC X(80) VALUE SPACES.
       01 WS-LETTRES  PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-TIRETS   PIC X(26) VALUE ALL "_".
       01 WS-CHAR     PIC X.
       01 ESSAI       PIC 99    VALUE ZERO.
       01 LONGUEUR    PIC 99    VALUE ZERO.

      * -- Mot ou expression decoupe caractere par caractere (cf.
      *    DECOUPAGE-MOT) : WS-MOT garde le texte tel quel, accents
      *    compris (un octet en latin-1, deux en UTF-8), WS-MOT-BASE
      *    la lettre de base en minuscule de chaque caractere (e pour
      *    un e accentue, c pour c cedille), seule comparee aux
      *    lettres proposees. WS-CHN suit WS-MOT-BASE position par
      *    position ; espaces, tirets, apostrophes et ponctuation y
      *    sont poses d'emblee et ne se proposent pas.
       01 WS-MOT-BASE     PIC X(80) VALUE SPACES.
       01 WS-MOT-CARS.
           05 WS-CAR OCCURS 80 TIMES.
               10 WS-CAR-ORIG     PIC X(3).
               10 WS-CAR-LONG     PIC 9.
       01 WS-MOT-OCTETS   PIC 99   VALUE ZERO.
       01 WS-POS-OCTET    PIC 99   VALUE ZERO.
       01 WS-CAR-CODE     PIC X.
           88 WS-CAR-LETTRE       VALUE "a" THRU "z".
       01 WS-SAISIE       PIC X(4).
       01 WS-AFFICHE      PIC X(240).
       01 WS-POS-AFFICHE  PIC 9(3) VALUE ZERO.
       01 WS-MAJUSCULES   PIC X(26)
                          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      * -- Lettres accentuees en latin-1 (un caractere UTF-8 en C3
      *    s'y ramene en ajoutant 64 au second octet) et leur lettre
      *    de base, majuscules puis minuscules.
       01 WS-ACCENTS-LATIN1.
           05 FILLER        PIC X(15)
                            VALUE X'C0C2C4C7C8C9CACBCECFD4D6D9DBDC'.
           05 FILLER        PIC X(16)
                            VALUE X'E0E2E4E7E8E9EAEBEEEFF4F6F9FBFCFF'.
       01 WS-ACCENTS-BASE   PIC X(31)
                          VALUE "aaaceeeeiioouuuaaaceeeeiioouuuy".

      * -- Choix de la source du mot : fichier MOTS.txt ou saisie.
       01 FS-MOTS      PIC XX.
       01 WS-REP-SRC    PIC X.
      * -- Ligne de score structuree du mode tournoi, relue pour le
      *    classement (les lignes historiques du mode simple, sans
      *    points en position fixe, sont ignorees au classement).
      *    WS-SCO-MOT ne garde que 20 caracteres : le texte complet
      *    des expressions suit le resultat, puis les erreurs et
      *    indices de la manche, comme sur la ligne du mode simple
      *    (cf. CALIBRAGE-MOTS).
       01 WS-SCORE-TOURNOI.
           05 WS-SCO-NOM          PIC X(15).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-SCO-MOT          PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-SCO-RESULTAT     PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-SCO-EXPRESSION   PIC X(80).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-SCO-ERREURS      PIC 99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-SCO-INDICES      PIC 99.

      * -- Parametres d'exploitation partages (cf.
      *    LECTURE-PARAMS-LOT) : ESSAIS-MAX surcharge la limite
       MOVE WS-POINTS-MANCHE TO WS-SCO-POINTS.
       MOVE WS-MOT TO WS-SCO-MOT.
       MOVE WS-RESULTAT TO WS-SCO-RESULTAT.
       MOVE WS-MOT TO WS-SCO-EXPRESSION.
       MOVE WS-NBR-ERREURS TO WS-SCO-ERREURS.
       MOVE WS-NBR-INDICES TO WS-SCO-INDICES.
       MOVE SPACES TO ENR-SCORE.
       MOVE WS-SCORE-TOURNOI TO ENR-SCORE.
       WRITE ENR-SCORE.
      * ----------------------------------------------------
       CHOIX-MOT.
      * -- Saisie du mot à trouver, ou tirage aleatoire dans MOTS.txt,
      *    + stockage dans WS-CHN d'un tiret par lettre du mot, les
      *    separateurs de l'expression etant affiches tels quels.

       DISPLAY "Tirer le mot depuis MOTS.txt (F) ou le saisir (S) ? ".
       ACCEPT WS-REP-SRC.
       END-IF
       .

       PERFORM DECOUPAGE-MOT
       .

      * ----------------------------------------------------
       DECOUPAGE-MOT.
      * -- Decoupe WS-MOT en caracteres : lettre accentuee UTF-8 (C3
      *    + un octet) ou apostrophe typographique (E2 80 99) comptent
      *    pour un seul caractere. Chaque caractere est ramene a sa
      *    lettre de base dans WS-MOT-BASE ; ce qui n'est pas une
      *    lettre est pose d'emblee dans WS-CHN.

       MOVE SPACES TO WS-MOT-BASE.
       MOVE SPACES TO WS-CHN.
       INITIALIZE WS-MOT-CARS.
       MOVE ZERO TO LONGUEUR.
       MOVE 1 TO WS-POS-OCTET.
       PERFORM UNTIL WS-POS-OCTET > 80
           ADD 1 TO LONGUEUR
           EVALUATE TRUE
               WHEN WS-POS-OCTET < 80
                    AND WS-MOT(WS-POS-OCTET:1) = X'C3'
                   MOVE WS-MOT(WS-POS-OCTET:2) TO WS-CAR-ORIG(LONGUEUR)
                   MOVE 2 TO WS-CAR-LONG(LONGUEUR)
                   MOVE FUNCTION CHAR
                       (FUNCTION ORD(WS-MOT(WS-POS-OCTET + 1:1)) + 64)
                       TO WS-CAR-CODE
               WHEN WS-POS-OCTET < 79
                    AND WS-MOT(WS-POS-OCTET:3) = X'E28099'
                   MOVE WS-MOT(WS-POS-OCTET:3) TO WS-CAR-ORIG(LONGUEUR)
                   MOVE 3 TO WS-CAR-LONG(LONGUEUR)
                   MOVE "'" TO WS-CAR-CODE
               WHEN OTHER
                   MOVE WS-MOT(WS-POS-OCTET:1) TO WS-CAR-ORIG(LONGUEUR)
                   MOVE 1 TO WS-CAR-LONG(LONGUEUR)
                   MOVE WS-MOT(WS-POS-OCTET:1) TO WS-CAR-CODE
           END-EVALUATE
           ADD WS-CAR-LONG(LONGUEUR) TO WS-POS-OCTET
           INSPECT WS-CAR-CODE CONVERTING WS-MAJUSCULES TO WS-LETTRES
           INSPECT WS-CAR-CODE
               CONVERTING WS-ACCENTS-LATIN1 TO WS-ACCENTS-BASE
           MOVE WS-CAR-CODE TO WS-MOT-BASE(LONGUEUR:1)
           IF WS-CAR-LETTRE
               MOVE "_" TO WS-CHN(LONGUEUR:1)
           ELSE
               MOVE WS-CAR-CODE TO WS-CHN(LONGUEUR:1)
           END-IF
       END-PERFORM.

      * -- Longueur utile, en caracteres et en octets
       PERFORM UNTIL LONGUEUR = ZERO
               OR WS-MOT-BASE(LONGUEUR:1) NOT = SPACE
           SUBTRACT 1 FROM LONGUEUR
       END-PERFORM.
       MOVE 80 TO WS-MOT-OCTETS.
       PERFORM UNTIL WS-MOT-OCTETS = 1
               OR WS-MOT(WS-MOT-OCTETS:1) NOT = SPACE
           SUBTRACT 1 FROM WS-MOT-OCTETS
       END-PERFORM
       .

      * ----------------------------------------------------
       AFFICHAGE-MOT.
      * -- Affiche le mot en cours : tiret pour une lettre cachee,
      *    caractere d'origine (accent compris) sinon.

       MOVE SPACES TO WS-AFFICHE.
       MOVE 1 TO WS-POS-AFFICHE.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > LONGUEUR
           IF WS-CHN(I:1) = "_"
               MOVE "_" TO WS-AFFICHE(WS-POS-AFFICHE:1)
               ADD 1 TO WS-POS-AFFICHE
           ELSE
               MOVE WS-CAR-ORIG(I)(1:WS-CAR-LONG(I))
                   TO WS-AFFICHE(WS-POS-AFFICHE:WS-CAR-LONG(I))
               ADD WS-CAR-LONG(I) TO WS-POS-AFFICHE
           END-IF
       END-PERFORM.
       IF WS-POS-AFFICHE > 1
           SUBTRACT 1 FROM WS-POS-AFFICHE
       END-IF.
       DISPLAY WS-AFFICHE(1:WS-POS-AFFICHE)
       .

      * ----------------------------------------------------
       NORMALISATION-SAISIE.
      * -- Ramene la lettre saisie a sa lettre de base en minuscule,
      *    comme les caracteres du mot (cf. DECOUPAGE-MOT).

       IF WS-SAISIE(1:1) = X'C3'
           MOVE FUNCTION CHAR(FUNCTION ORD(WS-SAISIE(2:1)) + 64)
               TO WS-CAR-CODE
       ELSE
           MOVE WS-SAISIE(1:1) TO WS-CAR-CODE
       END-IF.
       INSPECT WS-CAR-CODE CONVERTING WS-MAJUSCULES TO WS-LETTRES.
       INSPECT WS-CAR-CODE
           CONVERTING WS-ACCENTS-LATIN1 TO WS-ACCENTS-BASE.
       MOVE WS-CAR-CODE TO WS-CHAR
       .

      * ----------------------------------------------------
       CHARGEMENT-MOT-FICHIER.
                       IF WS-CAT-COURANTE = WS-CAT-CHOISIE
                           ADD 1 TO I
                           IF I = WS-MOT-CHOISI
                           AND ENR-MOT-EXPRESSION NOT = SPACES
                               MOVE ENR-MOT-EXPRESSION TO WS-MOT
                               MOVE ENR-MOT-NIVEAU TO WS-NIVEAU-MOT
                           END-IF
                           IF I = WS-MOT-CHOISI
                           AND ENR-MOT-EXPRESSION = SPACES
                               MOVE ENR-MOT-TEXTE TO WS-MOT
                               MOVE ENR-MOT-NIVEAU TO WS-NIVEAU-MOT
                           END-IF
      *    jusqu'a trouver le mot ou epuiser WS-ESSAIS-MAX erreurs.

       INITIALIZE WS-CHAR.
       PERFORM AFFICHAGE-MOT.
       PERFORM VARYING ESSAI FROM 1 BY 1
               UNTIL WS-MOT-BASE = WS-CHN
                  OR WS-NBR-ERREURS >= WS-ESSAIS-MAX
           DISPLAY "Essai n° " ESSAI
           IF WS-LETTRES-TENTEES NOT = SPACES
               DISPLAY "Lettres deja tentees : " WS-LETTRES-TENTEES
           END-IF
           DISPLAY "Proposez une lettre (? pour un indice) : "
           ACCEPT WS-SAISIE
           PERFORM NORMALISATION-SAISIE
           PERFORM VERIF-LETTRE-DEJA-TENTEE
           IF WS-CHAR = "?"
               PERFORM DEMANDE-INDICE
               PERFORM AFFICHAGE-MOT
           ELSE
           IF NOT WS-CAR-LETTRE
               DISPLAY "Proposez une lettre : espaces, tirets et "
                   "apostrophes sont deja affiches."
           ELSE
           IF WS-LETTRE-DEJA-TENTEE
               DISPLAY "Lettre deja proposee, choisissez-en une autre."
                   DISPLAY "Lettre absente du mot. Erreurs : "
                       WS-NBR-ERREURS "/" WS-ESSAIS-MAX
               END-IF
               PERFORM AFFICHAGE-MOT
           END-IF
           END-IF
           END-IF
       END-PERFORM
       .

       IF WS-MOT-BASE = WS-CHN
           SET WS-GAGNEE TO TRUE
       ELSE
           SET WS-PERDUE TO TRUE
               DISPLAY "Rien a devoiler, le mot est complet."
           ELSE
               ADD 1 TO WS-NBR-INDICES
               MOVE WS-MOT-BASE(WS-POS-INDICE:1) TO WS-CHAR
               PERFORM MEMORISATION-LETTRE
               PERFORM VERIF-LETTRE-DANS-MOT
               DISPLAY "Indice : la lettre '" WS-CHAR

      * ----------------------------------------------------
       VERIF-LETTRE-DANS-MOT.
      * -- Recherche WS-CHAR dans WS-MOT-BASE (lettres sans accent)
      *    et devoile les positions trouvees dans WS-CHN.

       MOVE ZERO TO WS-NBR-TROUVEES.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > LONGUEUR
           IF WS-MOT-BASE(I:1) = WS-CHAR
               MOVE WS-CHAR TO WS-CHN(I:1)
               ADD 1 TO WS-NBR-TROUVEES
           END-IF
       END-IF.

       MOVE SPACES TO ENR-SCORE.
       STRING WS-MOT(1:WS-MOT-OCTETS) DELIMITED BY SIZE
              " - erreurs : "   DELIMITED BY SIZE
              WS-NBR-ERREURS    DELIMITED BY SIZE
              " - indices : "   DELIMITED BY SIZE
