       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASQUAGE-DONNEES.

      *-- Copie anonymisee des donnees de production pour les tests :
      *   POLICES, DECOMPTE, PAIEMENTS, CONTRATS-POLICES, FICSOR,
      *   les extraits FIC1 a FIC4, AYANTS-DROIT et POLICES-HISTO
      *   sont recopies sous ANONYME/, sous leur nom, avec chaque
      *   reference contrat et chaque numero de police remplace par un
      *   substitut, le nom de l'assure ou de l'ayant droit remplace
      *   par un nom fictif et la date de naissance ramenee au 1er
      *   janvier de son annee.
      *   Un identifiant a le meme substitut dans tous les fichiers :
      *   les rapprochements (extraits / master, decomptes / polices /
      *   paiements, contrats / polices) se font toujours. Le
      *   substitut est le rang de l'identifiant parmi tous ceux
      *   rencontres, dans l'ordre croissant : un fichier trie sur sa
      *   reference le reste apres masquage (sequence exigee par
      *   FUSION-FICHIER).
      *   Montants, dates, en-tetes ENTETE et trailers TRAILER sont
      *   recopies tels quels : comptes et totaux de controle restent
      *   justes, la chaine tourne de bout en bout sur le jeu masque.
      *   Aucune table de correspondance n'est ecrite : le lien avec
      *   les vrais identifiants ne sort pas de la production.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Fichier de production lu, a nom dynamique (cf. W-Fic)
       SELECT FIC-ENTREE  ASSIGN USING W-NomEntree
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstEntree.

      *-- Copie masquee, meme nom sous le dossier ANONYME
       SELECT FIC-SORTIE  ASSIGN USING W-NomSortie
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstSortie.

      *-- Tri des identifiants de tous les fichiers, pour les ranger
      *   dans l'ordre et sans doublon (cf. RANGEMENT-IDENTIFIANTS).
       SELECT TRI-IDENT  ASSIGN  TO 'TRIMASQTRAV'.

       DATA DIVISION.

       FILE SECTION.

       FD  FIC-ENTREE.
       01 E-FIC-ENTREE                             PIC X(300).

       FD  FIC-SORTIE.
       01 S-FIC-SORTIE                             PIC X(300).

      *-- 'C' reference contrat (9 caracteres), 'P' numero de police
       SD  TRI-IDENT.
       01 SD-IDENT.
           05 SD-IdentType                         PIC X.
           05 SD-IdentValeur                       PIC X(12).

       WORKING-STORAGE SECTION.

       01 L-Pgm                 PIC X(20) VALUE 'MASQUAGE-DONNEES'.

      *-- file status fichier
       01 L-FstEntree                              PIC 99.
       01 L-FstSortie                              PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.

      *-- Fichiers a masquer : nom, position de la reference contrat,
      *   du numero de police, du nom de l'assure (000 = zone absente),
      *   du montant rembourse des fichiers a trailer (000 = pas de
      *   trailer), de la date de naissance et du numero d'ayant droit
      *   (000 = zone absente), dessins de FUSION-FICHIER, du mensuel
      *   et de MAJ-POLICES.
       01 W-DefFichiers.
           05 FILLER                               PIC X(42) VALUE
               'POLICES.txt             000001014000000000'.
           05 FILLER                               PIC X(42) VALUE
               'DECOMPTE.txt            000006000027000000'.
           05 FILLER                               PIC X(42) VALUE
               'PAIEMENTS.txt           000001000000000000'.
           05 FILLER                               PIC X(42) VALUE
               'CONTRATS-POLICES.txt    001011000000000000'.
           05 FILLER                               PIC X(42) VALUE
               'FICSOR.txt              001000000000000000'.
           05 FILLER                               PIC X(42) VALUE
               'FIC1.txt                001000000000000000'.
           05 FILLER                               PIC X(42) VALUE
               'FIC2.txt                001000000000000000'.
           05 FILLER                               PIC X(42) VALUE
               'FIC3.txt                001000000000000000'.
           05 FILLER                               PIC X(42) VALUE
               'FIC4.txt                001000000000000000'.
           05 FILLER                               PIC X(42) VALUE
               'AYANTS-DROIT.txt        000001017000050014'.
           05 FILLER                               PIC X(42) VALUE
               'POLICES-HISTO.txt       000001030000000000'.
       01 W-TabFichiers REDEFINES W-DefFichiers.
           05 W-Fic  OCCURS 11 TIMES INDEXED BY IDX-FIC.
               10 W-FicNom                         PIC X(24).
               10 W-FicPosCtr                      PIC 9(3).
               10 W-FicPosPol                      PIC 9(3).
               10 W-FicPosNom                      PIC 9(3).
               10 W-FicPosMt                       PIC 9(3).
               10 W-FicPosNais                     PIC 9(3).
               10 W-FicPosAyant                    PIC 9(3).
       01 W-NbrFic                                 PIC 9(2) VALUE 11.
       01 W-FicPresent  OCCURS 11 TIMES            PIC X.

      *-- Noms fictifs : nom et prenom choisis par le rang de la police
       01 W-DefNoms.
           05 FILLER           PIC X(12) VALUE 'ARNAUD'.
           05 FILLER           PIC X(12) VALUE 'BERTIN'.
           05 FILLER           PIC X(12) VALUE 'CHARPENTIER'.
           05 FILLER           PIC X(12) VALUE 'DELORME'.
           05 FILLER           PIC X(12) VALUE 'ESNAULT'.
           05 FILLER           PIC X(12) VALUE 'FAVIER'.
           05 FILLER           PIC X(12) VALUE 'GAUTHERON'.
           05 FILLER           PIC X(12) VALUE 'HERVIEU'.
           05 FILLER           PIC X(12) VALUE 'JACQUIN'.
           05 FILLER           PIC X(12) VALUE 'LABORIE'.
           05 FILLER           PIC X(12) VALUE 'MARCHAIS'.
           05 FILLER           PIC X(12) VALUE 'NOUGARET'.
           05 FILLER           PIC X(12) VALUE 'OLLIVIER'.
           05 FILLER           PIC X(12) VALUE 'PELLETIER'.
           05 FILLER           PIC X(12) VALUE 'QUEMENER'.
           05 FILLER           PIC X(12) VALUE 'RAYNAUD'.
           05 FILLER           PIC X(12) VALUE 'SAUVAGEOT'.
           05 FILLER           PIC X(12) VALUE 'TESSIER'.
           05 FILLER           PIC X(12) VALUE 'VALLADE'.
           05 FILLER           PIC X(12) VALUE 'VERNHES'.
       01 W-TabNoms REDEFINES W-DefNoms.
           05 W-NomFictif  OCCURS 20 TIMES         PIC X(12).
       01 W-DefPrenoms.
           05 FILLER           PIC X(10) VALUE 'ALINE'.
           05 FILLER           PIC X(10) VALUE 'BERNARD'.
           05 FILLER           PIC X(10) VALUE 'CLAIRE'.
           05 FILLER           PIC X(10) VALUE 'DENIS'.
           05 FILLER           PIC X(10) VALUE 'ELODIE'.
           05 FILLER           PIC X(10) VALUE 'FRANCIS'.
           05 FILLER           PIC X(10) VALUE 'GISELE'.
           05 FILLER           PIC X(10) VALUE 'HUBERT'.
           05 FILLER           PIC X(10) VALUE 'ISABELLE'.
           05 FILLER           PIC X(10) VALUE 'JULIEN'.
           05 FILLER           PIC X(10) VALUE 'LAURE'.
           05 FILLER           PIC X(10) VALUE 'MARCEL'.
           05 FILLER           PIC X(10) VALUE 'NADINE'.
           05 FILLER           PIC X(10) VALUE 'OLIVIER'.
           05 FILLER           PIC X(10) VALUE 'PASCALE'.
           05 FILLER           PIC X(10) VALUE 'ROGER'.
           05 FILLER           PIC X(10) VALUE 'SYLVIE'.
           05 FILLER           PIC X(10) VALUE 'THIERRY'.
           05 FILLER           PIC X(10) VALUE 'VALERIE'.
           05 FILLER           PIC X(10) VALUE 'YVES'.
       01 W-TabPrenoms REDEFINES W-DefPrenoms.
           05 W-PrenomFictif  OCCURS 20 TIMES      PIC X(10).

      *-- Identifiants ranges par ordre croissant, le substitut est le
      *   rang. Les postes libres sont a HIGH-VALUES pour la recherche
      *   dichotomique (cf. SUBSTITUTION-CONTRAT / -POLICE).
       01 W-Ctr-Max                                PIC 9(5) VALUE 50000.
       01 W-NbrCtr                                 PIC 9(5).
       01 TABLEAU-CONTRATS.
           05 W-Ctr  OCCURS 50000 TIMES
                     ASCENDING KEY IS W-CtrOrig
                     INDEXED BY IDX-CTR.
               10 W-CtrOrig                        PIC X(9).
       01 W-Pol-Max                                PIC 9(5) VALUE 50000.
       01 W-NbrPol                                 PIC 9(5).
       01 TABLEAU-POLICES.
           05 W-Pol  OCCURS 50000 TIMES
                     ASCENDING KEY IS W-PolOrig
                     INDEXED BY IDX-POL.
               10 W-PolOrig                        PIC X(12).

       01 W-NomEntree                              PIC X(30).
       01 W-NomSortie                              PIC X(40).
       01 W-Dossier                                PIC X(8)
                                                   VALUE 'ANONYME'.
       01 W-RC-Dossier                             PIC S9(9) COMP.

       01 W-IdentPrec                              PIC X(13).
       01 W-TriFin                                 PIC X.
           88 W-TriFin-OK                          VALUE 'O'.
       01 W-Ligne                                  PIC X(300).
       01 W-LigneRepere                            PIC X.
           88 W-LigneRepere-OK                     VALUE 'O'.
       01 W-CleCtr                                 PIC X(9).
       01 W-ClePol                                 PIC X(12).
       01 W-RangCtr                                PIC 9(9).
       01 W-RangPol                                PIC 9(12).
       01 W-Quot                                   PIC 9(12).
       01 W-Quot2                                  PIC 9(12).
       01 W-Reste                                  PIC 9(2).
       01 W-Reste2                                 PIC 9(2).
       01 W-NomMasque                              PIC X(30).
       01 W-AyantTxt                               PIC X(2).
       01 W-Ayant REDEFINES W-AyantTxt             PIC 9(2).
       01 W-RangPrenom                             PIC 9(3).

      *-- Controle du trailer recopie : compte et total des montants
      *   des details masques contre ceux annonces par le trailer.
       01 W-CtlNbr                                 PIC 9(5).
       01 W-CtlHash                                PIC 9(9)V99.
       01 W-MtTxt                                  PIC X(9).
       01 W-Mt REDEFINES W-MtTxt                   PIC 9(7)V99.
       01 W-TrlNbrTxt                              PIC X(5).
       01 W-TrlNbr REDEFINES W-TrlNbrTxt           PIC 9(5).
       01 W-TrlHashTxt                             PIC X(11).
       01 W-TrlHash REDEFINES W-TrlHashTxt         PIC 9(9)V99.
       01 W-TrailerVu                              PIC X.
           88 W-TrailerVu-OK                       VALUE 'O'.
       01 W-TrailerJuste                           PIC X.
           88 W-TrailerJuste-OK                    VALUE 'O'.

      *-- Compteurs par fichier et du run
       01 W-NbrLus                                 PIC 9(7).
       01 W-NbrSubCtr                              PIC 9(7).
       01 W-NbrSubPol                              PIC 9(7).
       01 W-NbrSubNom                              PIC 9(7).
       01 W-NbrSubNais                             PIC 9(7).
       01 W-NbrFicCopies                           PIC 9(2).
       01 W-TotLus                                 PIC 9(7).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           SORT TRI-IDENT
               ON ASCENDING KEY SD-IdentType SD-IdentValeur
               INPUT PROCEDURE IS COLLECTE-IDENTIFIANTS
               OUTPUT PROCEDURE IS RANGEMENT-IDENTIFIANTS
           DISPLAY 'Identifiants a masquer : ' W-NbrCtr
               ' contrats, ' W-NbrPol ' polices'
           PERFORM COPIE-MASQUEE
               VARYING IDX-FIC FROM 1 BY 1 UNTIL IDX-FIC > W-NbrFic
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           MOVE ZERO                           TO W-NbrCtr
           MOVE ZERO                           TO W-NbrPol
           MOVE ZERO                           TO W-NbrFicCopies
           MOVE ZERO                           TO W-TotLus
           MOVE HIGH-VALUES                    TO TABLEAU-CONTRATS
           MOVE HIGH-VALUES                    TO TABLEAU-POLICES

      *-- Dossier du jeu masque, cree au besoin. Deja present, il est
      *   reutilise : les copies y sont reecrites.
           CALL 'CBL_CREATE_DIR' USING W-Dossier
               RETURNING W-RC-Dossier
           END-CALL
           DISPLAY 'Jeu masque ecrit sous ' FUNCTION TRIM(W-Dossier)
               '/'
           .
      *----------------------------------------------------------------
       COLLECTE-IDENTIFIANTS.
      *-----
      *-- Premiere passe : toutes les references contrat et tous les
      *   numeros de police des fichiers presents partent au tri. Un
      *   fichier absent n'est pas copie.
           PERFORM VARYING IDX-FIC FROM 1 BY 1
                   UNTIL IDX-FIC > W-NbrFic
               MOVE W-FicNom(IDX-FIC)          TO W-NomEntree
               MOVE 'N'                TO W-FicPresent(IDX-FIC)
               OPEN INPUT FIC-ENTREE
               EVALUATE L-FstEntree
                   WHEN ZERO
                       MOVE 'O'        TO W-FicPresent(IDX-FIC)
                       PERFORM COLLECTE-FICHIER
                       CLOSE FIC-ENTREE
                   WHEN 35
                       DISPLAY FUNCTION TRIM(W-NomEntree)
                           ' absent, non copie'
                   WHEN OTHER
                       MOVE L-FstEntree        TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur ouverture '
                           FUNCTION TRIM(W-NomEntree) ' ='
                           L-FstEntree ' (' CPY-STATUT-TEXTE ')'
                       PERFORM ERREUR
               END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------
       COLLECTE-FICHIER.
      *-----
           PERFORM UNTIL L-FstEntree NOT = ZERO
               READ FIC-ENTREE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE E-FIC-ENTREE           TO W-Ligne
                   PERFORM REPERE-LIGNE
                   IF NOT W-LigneRepere-OK
                       PERFORM COLLECTE-LIGNE
                   END-IF
               END-READ
           END-PERFORM
           IF L-FstEntree NOT = 10
               MOVE L-FstEntree                TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur lecture ' FUNCTION TRIM(W-NomEntree)
                   ' =' L-FstEntree ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------
       COLLECTE-LIGNE.
      *-----
           IF W-FicPosCtr(IDX-FIC) NOT = ZERO
               AND W-Ligne(W-FicPosCtr(IDX-FIC):9) NOT = SPACES
               MOVE 'C'                        TO SD-IdentType
               MOVE W-Ligne(W-FicPosCtr(IDX-FIC):9)
                                               TO SD-IdentValeur
               RELEASE SD-IDENT
           END-IF
           IF W-FicPosPol(IDX-FIC) NOT = ZERO
               AND W-Ligne(W-FicPosPol(IDX-FIC):12) NOT = SPACES
               MOVE 'P'                        TO SD-IdentType
               MOVE W-Ligne(W-FicPosPol(IDX-FIC):12)
                                               TO SD-IdentValeur
               RELEASE SD-IDENT
           END-IF
           .
      *----------------------------------------------------------------
       REPERE-LIGNE.
      *-----
      *-- En-tete d'extrait et trailer de controle : sans identifiant,
      *   recopies tels quels.
           MOVE 'N'                            TO W-LigneRepere
           IF W-Ligne(1:6) = 'ENTETE' OR W-Ligne(1:7) = 'TRAILER'
               SET W-LigneRepere-OK            TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
       RANGEMENT-IDENTIFIANTS.
      *-----
      *-- Les identifiants sortent du tri dans l'ordre : chaque
      *   nouveau prend le rang suivant de sa table. Table pleine :
      *   arret, un identifiant non masque ne doit pas sortir.
           MOVE LOW-VALUES                     TO W-IdentPrec
           MOVE SPACES                         TO W-TriFin
           PERFORM UNTIL W-TriFin-OK
               RETURN TRI-IDENT
               AT END
                   SET W-TriFin-OK             TO TRUE
               NOT AT END
                   PERFORM RANGEMENT-IDENTIFIANT
               END-RETURN
           END-PERFORM
           .
      *----------------------------------------------------------------
       RANGEMENT-IDENTIFIANT.
      *-----
           IF SD-IDENT NOT = W-IdentPrec
               MOVE SD-IDENT               TO W-IdentPrec
               IF SD-IdentType = 'C'
                   IF W-NbrCtr >= W-Ctr-Max
                       DISPLAY 'Capacite contrats atteinte ('
                           W-Ctr-Max '), masquage impossible'
                       MOVE ZERO           TO CPY-STATUT-CODE
                       PERFORM ERREUR
                   END-IF
                   ADD 1                   TO W-NbrCtr
                   MOVE SD-IdentValeur(1:9)
                                   TO W-CtrOrig(W-NbrCtr)
               ELSE
                   IF W-NbrPol >= W-Pol-Max
                       DISPLAY 'Capacite polices atteinte ('
                           W-Pol-Max '), masquage impossible'
                       MOVE ZERO           TO CPY-STATUT-CODE
                       PERFORM ERREUR
                   END-IF
                   ADD 1                   TO W-NbrPol
                   MOVE SD-IdentValeur     TO W-PolOrig(W-NbrPol)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------
       COPIE-MASQUEE.
      *-----
      *-- Seconde passe : le fichier est recopie sous ANONYME/, ligne
      *   a ligne, identifiants et noms substitues.
           IF W-FicPresent(IDX-FIC) NOT = 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE W-FicNom(IDX-FIC)              TO W-NomEntree
           MOVE SPACES                         TO W-NomSortie
           STRING FUNCTION TRIM(W-Dossier) '/'
               FUNCTION TRIM(W-NomEntree)
               DELIMITED BY SIZE INTO W-NomSortie
           END-STRING
           OPEN INPUT FIC-ENTREE
           IF L-FstEntree NOT = ZERO
               MOVE L-FstEntree                TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture ' FUNCTION TRIM(W-NomEntree)
                   ' =' L-FstEntree ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT FIC-SORTIE
           IF L-FstSortie NOT = ZERO
               MOVE L-FstSortie                TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture ' FUNCTION TRIM(W-NomSortie)
                   ' =' L-FstSortie ' (' CPY-STATUT-TEXTE ')'
               CLOSE FIC-ENTREE
               PERFORM ERREUR
           END-IF

           MOVE ZERO                           TO W-NbrLus
           MOVE ZERO                           TO W-NbrSubCtr
           MOVE ZERO                           TO W-NbrSubPol
           MOVE ZERO                           TO W-NbrSubNom
           MOVE ZERO                           TO W-NbrSubNais
           MOVE ZERO                           TO W-CtlNbr
           MOVE ZERO                           TO W-CtlHash
           MOVE 'N'                            TO W-TrailerVu
           PERFORM UNTIL L-FstEntree NOT = ZERO
               READ FIC-ENTREE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1                       TO W-NbrLus
                   MOVE E-FIC-ENTREE           TO W-Ligne
                   PERFORM REPERE-LIGNE
                   IF W-LigneRepere-OK
                       IF W-FicPosMt(IDX-FIC) NOT = ZERO
                           AND W-Ligne(1:7) = 'TRAILER'
                           PERFORM CONTROLE-TRAILER
                       END-IF
                   ELSE
                       PERFORM MASQUAGE-LIGNE
                   END-IF
                   WRITE S-FIC-SORTIE FROM W-Ligne
                   IF L-FstSortie NOT = ZERO
                       MOVE L-FstSortie        TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur ecriture '
                           FUNCTION TRIM(W-NomSortie) ' ='
                           L-FstSortie ' (' CPY-STATUT-TEXTE ')'
                       PERFORM ERREUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-ENTREE
           CLOSE FIC-SORTIE

           ADD 1                               TO W-NbrFicCopies
           ADD W-NbrLus                        TO W-TotLus
           DISPLAY FUNCTION TRIM(W-NomSortie) ' : ' W-NbrLus
               ' lignes, ' W-NbrSubCtr ' contrats, ' W-NbrSubPol
               ' polices, ' W-NbrSubNom ' noms masques'
           IF W-FicPosNais(IDX-FIC) NOT = ZERO
               DISPLAY '  dates de naissance masquees : ' W-NbrSubNais
           END-IF
           IF W-FicPosMt(IDX-FIC) NOT = ZERO
               EVALUATE TRUE
                   WHEN NOT W-TrailerVu-OK
                       DISPLAY '  sans trailer de controle'
                   WHEN W-TrailerJuste-OK
                       DISPLAY '  trailer conforme : ' W-CtlNbr
                           ' details'
                   WHEN OTHER
                       DISPLAY '  ATTENTION trailer de production '
                           'incoherent avec ses details (recopie tel '
                           'quel) : annonce ' W-TrlNbrTxt ' / '
                           W-TrlHashTxt ', lu ' W-CtlNbr ' / '
                           W-CtlHash
               END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
       MASQUAGE-LIGNE.
      *-----
           IF W-FicPosCtr(IDX-FIC) NOT = ZERO
               AND W-Ligne(W-FicPosCtr(IDX-FIC):9) NOT = SPACES
               MOVE W-Ligne(W-FicPosCtr(IDX-FIC):9) TO W-CleCtr
               PERFORM SUBSTITUTION-CONTRAT
               MOVE W-RangCtr TO W-Ligne(W-FicPosCtr(IDX-FIC):9)
               ADD 1                           TO W-NbrSubCtr
           END-IF
           IF W-FicPosPol(IDX-FIC) NOT = ZERO
               AND W-Ligne(W-FicPosPol(IDX-FIC):12) NOT = SPACES
               MOVE W-Ligne(W-FicPosPol(IDX-FIC):12) TO W-ClePol
               PERFORM SUBSTITUTION-POLICE
               MOVE W-RangPol TO W-Ligne(W-FicPosPol(IDX-FIC):12)
               ADD 1                           TO W-NbrSubPol
               IF W-FicPosNom(IDX-FIC) NOT = ZERO
                   AND W-Ligne(W-FicPosNom(IDX-FIC):30) NOT = SPACES
                   PERFORM CONSTRUCTION-NOM
                   MOVE W-NomMasque
                       TO W-Ligne(W-FicPosNom(IDX-FIC):30)
                   ADD 1                       TO W-NbrSubNom
               END-IF
           END-IF
      *-- Date de naissance ramenee au 1er janvier : l'annee (donc
      *   l'age) est gardee, et la date ne peut qu'avancer, jamais
      *   passer apres le debut de couverture.
           IF W-FicPosNais(IDX-FIC) NOT = ZERO
               AND W-Ligne(W-FicPosNais(IDX-FIC):8) IS NUMERIC
               MOVE '0101' TO W-Ligne(W-FicPosNais(IDX-FIC) + 4:4)
               ADD 1                           TO W-NbrSubNais
           END-IF
           IF W-FicPosMt(IDX-FIC) NOT = ZERO
               ADD 1                           TO W-CtlNbr
               MOVE W-Ligne(W-FicPosMt(IDX-FIC):9) TO W-MtTxt
               IF W-Mt IS NUMERIC
                   ADD W-Mt                    TO W-CtlHash
               END-IF
           END-IF
           .
      *----------------------------------------------------------------
       SUBSTITUTION-CONTRAT.
      *-----
      *-- Tout identifiant lu a la seconde passe a ete collecte a la
      *   premiere : absent de la table, le fichier a change entre
      *   les deux passes.
           SEARCH ALL W-Ctr
               AT END
                   DISPLAY 'Reference contrat non collectee : '
                       W-CleCtr ' (' FUNCTION TRIM(W-NomEntree) ')'
                   MOVE ZERO                   TO CPY-STATUT-CODE
                   PERFORM ERREUR
               WHEN W-CtrOrig(IDX-CTR) = W-CleCtr
                   SET W-RangCtr               TO IDX-CTR
           END-SEARCH
           .
      *----------------------------------------------------------------
       SUBSTITUTION-POLICE.
      *-----
           SEARCH ALL W-Pol
               AT END
                   DISPLAY 'Police non collectee : '
                       W-ClePol ' (' FUNCTION TRIM(W-NomEntree) ')'
                   MOVE ZERO                   TO CPY-STATUT-CODE
                   PERFORM ERREUR
               WHEN W-PolOrig(IDX-POL) = W-ClePol
                   SET W-RangPol               TO IDX-POL
           END-SEARCH
           .
      *----------------------------------------------------------------
       CONSTRUCTION-NOM.
      *-----
      *-- Nom fictif tire du rang de la police : la meme police porte
      *   le meme nom d'un masquage a l'autre tant que son rang ne
      *   bouge pas. 400 combinaisons, reprises au-dela. Les ayants
      *   droit d'une police gardent le nom et prennent chacun un
      *   prenom different, decale de leur numero : l'assure (01) a
      *   le prenom de POLICES.
           SUBTRACT 1 FROM W-RangPol GIVING W-Quot
           DIVIDE W-Quot BY 20 GIVING W-Quot REMAINDER W-Reste
           DIVIDE W-Quot BY 20 GIVING W-Quot2 REMAINDER W-Reste2
           IF W-FicPosAyant(IDX-FIC) NOT = ZERO
               MOVE W-Ligne(W-FicPosAyant(IDX-FIC):2) TO W-AyantTxt
               IF W-Ayant IS NUMERIC AND W-Ayant > ZERO
                   COMPUTE W-RangPrenom = W-Reste2 + W-Ayant - 1
                   DIVIDE W-RangPrenom BY 20 GIVING W-Quot2
                       REMAINDER W-Reste2
               END-IF
           END-IF
           MOVE SPACES                         TO W-NomMasque
           STRING FUNCTION TRIM(W-NomFictif(W-Reste + 1)) ' '
               FUNCTION TRIM(W-PrenomFictif(W-Reste2 + 1))
               DELIMITED BY SIZE INTO W-NomMasque
           END-STRING
           .
      *----------------------------------------------------------------
       CONTROLE-TRAILER.
      *-----
      *-- Le trailer part tel quel : montants et nombre de lignes ne
      *   changent pas au masquage. Le controle dit seulement si le
      *   trailer de production etait deja juste.
           SET W-TrailerVu-OK                  TO TRUE
           MOVE 'N'                            TO W-TrailerJuste
           MOVE W-Ligne(9:5)                   TO W-TrlNbrTxt
           MOVE W-Ligne(15:11)                 TO W-TrlHashTxt
           IF W-TrlNbr IS NUMERIC
               AND W-TrlNbr = W-CtlNbr
               AND W-TrlHash IS NUMERIC
               AND W-TrlHash = W-CtlHash
               SET W-TrailerJuste-OK           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
       FIN-TRT.
      *----
           DISPLAY 'Fichiers masques =' W-NbrFicCopies '>'
           DISPLAY 'Lignes recopiees =' W-TotLus '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           GOBACK
           .
      *----------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 16 TO RETURN-CODE
           PERFORM FIN-TRT.

           COPY StatutTraduction_COPY.
