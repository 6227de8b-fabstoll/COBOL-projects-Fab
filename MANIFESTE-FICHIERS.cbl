       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFESTE-FICHIERS.

      *-- Manifeste des fichiers passes d'une etape de chaine a la
      *   suivante (MANIFESTE-FICHIERS.txt) : le programme qui produit
      *   un fichier y publie, une fois le fichier ferme, le nombre de
      *   lignes et une somme de controle du contenu, avec
      *   l'execution de chaine, l'horodatage et son propre nom ; le
      *   programme qui le consomme verifie, avant de l'ouvrir, que le
      *   fichier repond toujours a ce qui a ete publie. Un fichier
      *   tronque par un disque plein ou retouche a la main entre deux
      *   etapes est ainsi arrete au lieu d'etre traite en silence.
      *   Appele par les programmes au travers de ManifesteAppel_COPY.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Fichier publie ou verifie, lu ligne a ligne quel que soit
      *   son dessin.
       SELECT FIC-CIBLE  ASSIGN USING W-NomCible
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstCible.

      *-- Une ligne par fichier, la derniere publication seule
      *   (reecrit a chaque publication).
       SELECT FIC-MANIFESTE  ASSIGN  TO 'MANIFESTE-FICHIERS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstManifeste.

       DATA DIVISION.

       FILE SECTION.

       FD  FIC-CIBLE.
       01 E-FIC-CIBLE                              PIC X(512).

       FD  FIC-MANIFESTE.
       01 E-FIC-MANIFESTE.
           05 E-ManFichier                         PIC X(30).
           05 FILLER                               PIC X.
           05 E-ManRunId                           PIC X(15).
           05 FILLER                               PIC X.
           05 E-ManNombre                          PIC 9(9).
           05 FILLER                               PIC X.
           05 E-ManControle                        PIC 9(10).
           05 FILLER                               PIC X.
           05 E-ManHorodatage                      PIC X(15).
           05 FILLER                               PIC X.
           05 E-ManProducteur                      PIC X(20).
           05 FILLER                               PIC X(4).

       WORKING-STORAGE SECTION.

       01 L-Pgm                 PIC X(20) VALUE 'MANIFESTE-FICHIERS'.

      *-- file status fichier
       01 L-FstCible                               PIC 99.
       01 L-FstManifeste                           PIC 99.

       01 W-NomCible                               PIC X(30).

      *-- Manifeste en memoire, le temps d'une publication ou d'une
      *   verification.
       01 W-Manifeste-Max                          PIC 99 VALUE 50.
       01 W-NbrManifeste                           PIC 99.
       01 W-IdxTrouve                              PIC 99.
       01 TABLEAU-MANIFESTE.
           05 W-ManLigne  OCCURS 50 TIMES
                          INDEXED BY IDX-MAN       PIC X(108).

      *-- Mesure du fichier : nombre de lignes et somme de controle.
      *   Chaque ligne (blancs de fin exclus, le format ligne ne les
      *   conserve pas) pese la somme de ses octets ponderes par leur
      *   position ; le cumul est pondere a son tour par le rang de la
      *   ligne, si bien qu'un caractere change, deplace, ou une ligne
      *   deplacee change la somme.
       01 W-NbrLignes                              PIC 9(9).
       01 W-Controle                               PIC 9(10).
       01 W-SommeLigne                             PIC 9(12).
       01 W-LgLigne                                PIC 9(4).
       01 W-IdxCar                                 PIC 9(4).
       01 W-Modulo                                 PIC 9(10)
                                                   VALUE 999999937.

       01 W-NBR-EDIT                               PIC Z(8)9.
       01 W-NBR-EDIT2                              PIC Z(8)9.

       LINKAGE SECTION.
      *-- Fonction demandee :
      *     'P' = publication du fichier L-FICHIER par le programme
      *           L-PROGRAMME (fichier ferme, sur fin normale) ;
      *     'V' = verification du fichier L-FICHIER contre sa derniere
      *           publication, avant lecture par L-PROGRAMME.
       01 L-FONCTION                               PIC X.
       01 L-FICHIER                                PIC X(30).
       01 L-PROGRAMME                              PIC X(20).
      *-- Statut rendu a l'appelant :
      *     '00' publie, ou conforme a la publication ;
      *     '10' fichier jamais publie (verification impossible) ;
      *     '20' nombre de lignes different de la publication ;
      *     '30' meme nombre de lignes mais contenu different ;
      *     '35' fichier absent ;
      *     '90' manifeste illisible, plein ou non reecrit, ou
      *          fonction inconnue.
      *   L-MESSAGE porte le detail en clair pour la console.
       01 L-STATUT                                 PIC X(2).
       01 L-MESSAGE                                PIC X(100).

       PROCEDURE DIVISION USING
           L-FONCTION
           L-FICHIER
           L-PROGRAMME
           L-STATUT
           L-MESSAGE.

       SQUELETTE.

           MOVE '00' TO L-STATUT
           MOVE SPACES TO L-MESSAGE
           MOVE L-FICHIER TO W-NomCible
           PERFORM MESURE-FICHIER
           IF L-STATUT = '00'
               PERFORM CHARGEMENT-MANIFESTE
           END-IF
           IF L-STATUT = '00'
               EVALUATE L-FONCTION
                   WHEN 'P'
                       PERFORM PUBLICATION
                   WHEN 'V'
                       PERFORM VERIFICATION
                   WHEN OTHER
                       MOVE '90' TO L-STATUT
                       STRING 'fonction inconnue : ' L-FONCTION
                           DELIMITED BY SIZE INTO L-MESSAGE
                       END-STRING
               END-EVALUATE
           END-IF
           GOBACK
           .

      *----------------------------------------------------------------
       MESURE-FICHIER.
      *-----
           MOVE ZERO TO W-NbrLignes
           MOVE ZERO TO W-Controle
           OPEN INPUT FIC-CIBLE
           IF L-FstCible NOT = ZERO
               MOVE '35' TO L-STATUT
               STRING FUNCTION TRIM(W-NomCible) ' absent (FS '
                   L-FstCible ')'
                   DELIMITED BY SIZE INTO L-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
      *-- Une ligne plus longue que la zone est mesuree sur ses 512
      *   premiers caracteres (FS 04), a la publication comme a la
      *   verification.
           PERFORM UNTIL L-FstCible NOT = ZERO AND L-FstCible NOT = 4
               READ FIC-CIBLE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM MESURE-LIGNE
               END-READ
           END-PERFORM
           CLOSE FIC-CIBLE
           .
      *----------------------------------------------------------------
       MESURE-LIGNE.
      *-----
           ADD 1 TO W-NbrLignes
           MOVE ZERO TO W-SommeLigne
           IF E-FIC-CIBLE = SPACES
               MOVE ZERO TO W-LgLigne
           ELSE
               COMPUTE W-LgLigne = FUNCTION LENGTH(
                   FUNCTION TRIM(E-FIC-CIBLE TRAILING))
           END-IF
           PERFORM VARYING W-IdxCar FROM 1 BY 1
                   UNTIL W-IdxCar > W-LgLigne
               COMPUTE W-SommeLigne = W-SommeLigne
                   + FUNCTION ORD(E-FIC-CIBLE(W-IdxCar:1)) * W-IdxCar
           END-PERFORM
           COMPUTE W-Controle = FUNCTION MOD(
               W-Controle * 31 + W-SommeLigne + W-LgLigne, W-Modulo)
           .
      *----------------------------------------------------------------
       CHARGEMENT-MANIFESTE.
      *-----
      *-- Manifeste absent : aucun fichier encore publie.
           MOVE ZERO TO W-NbrManifeste
           MOVE ZERO TO W-IdxTrouve
           OPEN INPUT FIC-MANIFESTE
           IF L-FstManifeste = 35
               EXIT PARAGRAPH
           END-IF
           IF L-FstManifeste NOT = ZERO
               MOVE '90' TO L-STATUT
               STRING 'MANIFESTE-FICHIERS.txt illisible (FS '
                   L-FstManifeste ')'
                   DELIMITED BY SIZE INTO L-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstManifeste NOT = ZERO
               READ FIC-MANIFESTE
               AT END
                   CONTINUE
               NOT AT END
                   IF E-ManFichier NOT = SPACES
                      AND W-NbrManifeste < W-Manifeste-Max
                       ADD 1 TO W-NbrManifeste
                       MOVE E-FIC-MANIFESTE
                           TO W-ManLigne(W-NbrManifeste)
                       IF E-ManFichier = W-NomCible
                           MOVE W-NbrManifeste TO W-IdxTrouve
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-MANIFESTE
           .
      *----------------------------------------------------------------
       PUBLICATION.
      *-----
      *-- L'entree du fichier est remplacee, ou ajoutee s'il n'a
      *   jamais ete publie, puis le manifeste est reecrit en entier.
           IF W-IdxTrouve = ZERO
               IF W-NbrManifeste >= W-Manifeste-Max
                   MOVE '90' TO L-STATUT
                   MOVE 'MANIFESTE-FICHIERS.txt plein' TO L-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrManifeste
               MOVE W-NbrManifeste TO W-IdxTrouve
           END-IF

           MOVE SPACES TO E-FIC-MANIFESTE
           MOVE W-NomCible TO E-ManFichier
           MOVE '(hors chaine)' TO E-ManRunId
           ACCEPT E-ManRunId FROM ENVIRONMENT 'CHAINE-RUN-ID'
               ON EXCEPTION
                   MOVE '(hors chaine)' TO E-ManRunId
           END-ACCEPT
           IF E-ManRunId = SPACES
               MOVE '(hors chaine)' TO E-ManRunId
           END-IF
           MOVE W-NbrLignes TO E-ManNombre
           MOVE W-Controle TO E-ManControle
           STRING FUNCTION CURRENT-DATE(1:8) ' '
               FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO E-ManHorodatage
           END-STRING
           MOVE L-PROGRAMME TO E-ManProducteur
           MOVE E-FIC-MANIFESTE TO W-ManLigne(W-IdxTrouve)

           OPEN OUTPUT FIC-MANIFESTE
           IF L-FstManifeste NOT = ZERO
               MOVE '90' TO L-STATUT
               STRING 'MANIFESTE-FICHIERS.txt non reecrit (FS '
                   L-FstManifeste ')'
                   DELIMITED BY SIZE INTO L-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-MAN FROM 1 BY 1
                   UNTIL IDX-MAN > W-NbrManifeste
               MOVE W-ManLigne(IDX-MAN) TO E-FIC-MANIFESTE
               WRITE E-FIC-MANIFESTE
               IF L-FstManifeste NOT = ZERO
                   MOVE '90' TO L-STATUT
                   STRING 'MANIFESTE-FICHIERS.txt non reecrit (FS '
                       L-FstManifeste ')'
                       DELIMITED BY SIZE INTO L-MESSAGE
                   END-STRING
               END-IF
           END-PERFORM
           CLOSE FIC-MANIFESTE

           IF L-STATUT = '00'
               MOVE W-NbrLignes TO W-NBR-EDIT
               STRING FUNCTION TRIM(W-NomCible) ' : '
                   FUNCTION TRIM(W-NBR-EDIT) ' lignes, controle '
                   W-Controle
                   DELIMITED BY SIZE INTO L-MESSAGE
               END-STRING
           END-IF
           .
      *----------------------------------------------------------------
       VERIFICATION.
      *-----
           IF W-IdxTrouve = ZERO
               MOVE '10' TO L-STATUT
               STRING FUNCTION TRIM(W-NomCible)
                   ' jamais publie, non verifie'
                   DELIMITED BY SIZE INTO L-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE W-ManLigne(W-IdxTrouve) TO E-FIC-MANIFESTE
           EVALUATE TRUE
               WHEN E-ManNombre NOT NUMERIC
                 OR E-ManControle NOT NUMERIC
                   MOVE '90' TO L-STATUT
                   STRING 'entree de manifeste illisible pour '
                       FUNCTION TRIM(W-NomCible)
                       DELIMITED BY SIZE INTO L-MESSAGE
                   END-STRING
               WHEN E-ManNombre NOT = W-NbrLignes
                   MOVE '20' TO L-STATUT
                   MOVE W-NbrLignes TO W-NBR-EDIT
                   MOVE E-ManNombre TO W-NBR-EDIT2
                   STRING FUNCTION TRIM(W-NomCible) ' : '
                       FUNCTION TRIM(W-NBR-EDIT) ' lignes pour '
                       FUNCTION TRIM(W-NBR-EDIT2) ' publiees par '
                       FUNCTION TRIM(E-ManProducteur) ' le '
                       E-ManHorodatage
                       DELIMITED BY SIZE INTO L-MESSAGE
                   END-STRING
               WHEN E-ManControle NOT = W-Controle
                   MOVE '30' TO L-STATUT
                   STRING FUNCTION TRIM(W-NomCible)
                       ' : contenu modifie depuis sa publication par '
                       FUNCTION TRIM(E-ManProducteur) ' le '
                       E-ManHorodatage
                       DELIMITED BY SIZE INTO L-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE W-NbrLignes TO W-NBR-EDIT
                   STRING FUNCTION TRIM(W-NomCible) ' : '
                       FUNCTION TRIM(W-NBR-EDIT) ' lignes, conforme a '
                       FUNCTION TRIM(E-ManProducteur) ', run '
                       FUNCTION TRIM(E-ManRunId)
                       DELIMITED BY SIZE INTO L-MESSAGE
                   END-STRING
           END-EVALUATE
           .
