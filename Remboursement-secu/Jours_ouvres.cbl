       IDENTIFICATION DIVISION.
       PROGRAM-ID. Jours_ouvres.

      *-- Calendrier des jours ouvres, a cote de Conversion_dates :
      *   les engagements de service envers les assures et les
      *   contrats fournisseurs se comptent en jours ouvres, pas en
      *   jours calendaires. Un jour ouvre est un lundi-vendredi qui
      *   ne figure pas dans JOURS-FERIES.txt (une date AAAAMMJJ par
      *   ligne, libelle libre ensuite), charge au premier appel.
      *   Fichier absent = seuls les samedis et dimanches chomes.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIC-FERIES  ASSIGN  TO 'JOURS-FERIES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstFeries.

       DATA DIVISION.

       FILE SECTION.

       FD  FIC-FERIES.
       01 E-FIC-FERIES.
           05 E-FER-DATE                          PIC X(8).
           05 FILLER                              PIC X(42).

       WORKING-STORAGE SECTION.
       01 L-FstFeries                             PIC 99.

      *> Feries charges une fois pour toutes, en entier de date ; un
      *> ferie tombant un samedi ou un dimanche n'est pas retenu, il
      *> ne change aucun compte.
       01 W-FeriesCharges                         PIC X VALUE 'N'.
           88 W-FeriesCharges-OK                  VALUE 'O'.
       01 W-Fer-Max                               PIC 9(3) VALUE 500.
       01 W-NbrFeries                             PIC 9(3) VALUE ZERO.
       01 TABLE-FERIES.
           05 W-FER-INT OCCURS 500 TIMES
                        INDEXED BY IDX-FER        PIC 9(7).
       01 W-NbrFerLus                             PIC 9(5) VALUE ZERO.
       01 W-NbrFerRejetes                         PIC 9(5) VALUE ZERO.

      *> Zones de calcul
       01 W-IntDeb                                PIC 9(7).
       01 W-IntFin                                PIC 9(7).
       01 W-IntJour                               PIC 9(7).
       01 W-IntTmp                                PIC 9(7).
       01 W-Ecart                                 PIC 9(7).
       01 W-Semaines                              PIC 9(7).
       01 W-Reste                                 PIC 9.
       01 W-Compte                                PIC S9(7).
       01 W-Signe                                 PIC S9 VALUE +1.
       01 W-Pas                                   PIC S9 VALUE +1.
       01 W-Cible                                 PIC 9(5).
       01 W-JourSemaine                           PIC 9.
       01 W-DateCtl                               PIC 9(8).
       01 W-DateValide                            PIC X.
           88 W-DateValide-OK                     VALUE 'O'.
       01 W-Ouvre                                 PIC X.
           88 W-Ouvre-OK                          VALUE 'O'.

       LINKAGE SECTION.
      *> Fonction demandee :
      *>   'C' = compte des jours ouvres de L-DATE-DEB (exclu) a
      *>         L-DATE-FIN (inclus) dans L-NBJOURS, negatif si la
      *>         date de fin precede la date de debut ;
      *>   'A' = L-DATE-DEB + L-NBJOURS jours ouvres, rendu dans
      *>         L-DATE-FIN (L-NBJOURS negatif = recul) ;
      *>   'O' = L-DATE-DEB est-il ouvre : 1 oui, 0 non dans
      *>         L-NBJOURS.
       01 L-FONCTION      PIC X.
       01 L-DATE-DEB      PIC 9(8).
       01 L-DATE-FIN      PIC 9(8).
       01 L-NBJOURS       PIC S9(5).
      *> Statut rendu a l'appelant : '00' correct, '10' date
      *> invalide, '20' fonction inconnue. Sur statut non nul la
      *> zone resultat est mise a zero.
       01 L-STATUT        PIC X(2).

       PROCEDURE DIVISION USING
           L-FONCTION
           L-DATE-DEB
           L-DATE-FIN
           L-NBJOURS
           L-STATUT.

      *+++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++
      *TRAITEMENT.
      *+++++++++++++++++++++++

       MOVE '00' TO L-STATUT
       IF NOT W-FeriesCharges-OK
           PERFORM CHARGEMENT-FERIES
       END-IF
       MOVE L-DATE-DEB TO W-DateCtl
       PERFORM CONTROLE-DATE
       IF NOT W-DateValide-OK
           MOVE '10' TO L-STATUT
       ELSE
           COMPUTE W-IntDeb = FUNCTION INTEGER-OF-DATE(L-DATE-DEB)
           EVALUATE L-FONCTION
               WHEN 'C'
                   MOVE L-DATE-FIN TO W-DateCtl
                   PERFORM CONTROLE-DATE
                   IF W-DateValide-OK
                       PERFORM COMPTE-JOURS-OUVRES
                   ELSE
                       MOVE '10' TO L-STATUT
                   END-IF
               WHEN 'A'
                   PERFORM AJOUT-JOURS-OUVRES
               WHEN 'O'
                   MOVE W-IntDeb TO W-IntJour
                   PERFORM TEST-JOUR-OUVRE
                   IF W-Ouvre-OK
                       MOVE 1 TO L-NBJOURS
                   ELSE
                       MOVE 0 TO L-NBJOURS
                   END-IF
               WHEN OTHER
                   MOVE '20' TO L-STATUT
           END-EVALUATE
       END-IF
       IF L-STATUT NOT = '00'
           IF L-FONCTION = 'A'
               MOVE ZERO TO L-DATE-FIN
           ELSE
               MOVE ZERO TO L-NBJOURS
           END-IF
       END-IF
       GOBACK
       .
      *----------------------------------------------------------------------------
       CHARGEMENT-FERIES.
      *-- Lecture unique de JOURS-FERIES.txt. Une ligne dont la date
      *   n'est pas un AAAAMMJJ valide est ignoree et comptee ; les
      *   lignes de commentaire ('*' en tete) sont sautees.
       SET W-FeriesCharges-OK TO TRUE
       OPEN INPUT FIC-FERIES
       IF L-FstFeries NOT = ZERO
           DISPLAY 'Jours_ouvres : pas de JOURS-FERIES.txt, seuls '
               'les samedis et dimanches sont chomes'
       ELSE
           PERFORM UNTIL L-FstFeries NOT = ZERO
               READ FIC-FERIES
               AT END
                   CONTINUE
               NOT AT END
                   IF E-FER-DATE(1:1) NOT = '*'
                       AND E-FIC-FERIES NOT = SPACES
                       ADD 1 TO W-NbrFerLus
                       PERFORM AJOUT-FERIE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-FERIES
           DISPLAY 'Jours_ouvres : ' W-NbrFeries ' feries ouvres '
               'retenus sur ' W-NbrFerLus ' lus'
           IF W-NbrFerRejetes NOT = ZERO
               DISPLAY 'Jours_ouvres : ' W-NbrFerRejetes
                   ' ligne(s) de JOURS-FERIES.txt ignoree(s)'
           END-IF
       END-IF
       .
      *----------------------------------------------------------------------------
       AJOUT-FERIE.
      *-- Seuls les feries tombant en semaine sont retenus : ce sont
      *   les seuls qui retirent un jour ouvre. Capacite atteinte =
      *   les suivants sont ignores, signale une fois.
       IF E-FER-DATE NOT NUMERIC
           ADD 1 TO W-NbrFerRejetes
           EXIT PARAGRAPH
       END-IF
       MOVE E-FER-DATE TO W-DateCtl
       PERFORM CONTROLE-DATE
       IF NOT W-DateValide-OK
           ADD 1 TO W-NbrFerRejetes
           EXIT PARAGRAPH
       END-IF
       COMPUTE W-IntTmp = FUNCTION INTEGER-OF-DATE(W-DateCtl)
       COMPUTE W-JourSemaine = FUNCTION MOD(W-IntTmp - 1, 7)
       IF W-JourSemaine > 4
           EXIT PARAGRAPH
       END-IF
       IF W-NbrFeries < W-Fer-Max
           ADD 1 TO W-NbrFeries
           MOVE W-IntTmp TO W-FER-INT(W-NbrFeries)
       ELSE
           ADD 1 TO W-NbrFerRejetes
           IF W-NbrFerRejetes = 1
               DISPLAY 'Jours_ouvres : capacite feries atteinte ('
                   W-Fer-Max ')'
           END-IF
       END-IF
       .
      *----------------------------------------------------------------------------
       CONTROLE-DATE.
      *-- AAAAMMJJ numerique et existant au calendrier.
       MOVE 'N' TO W-DateValide
       IF W-DateCtl NUMERIC
           IF W-DateCtl(1:4) >= '1900' AND W-DateCtl(1:4) <= '2099'
               IF FUNCTION TEST-DATE-YYYYMMDD(W-DateCtl) = ZERO
                   SET W-DateValide-OK TO TRUE
               END-IF
           END-IF
       END-IF
       .
      *----------------------------------------------------------------------------
       TEST-JOUR-OUVRE.
      *-- W-IntJour (entier de date) est-il ouvre ? L'entier 1 est un
      *   lundi (01/01/1601), d'ou le rang 0-6 = lundi-dimanche.
       MOVE 'N' TO W-Ouvre
       COMPUTE W-JourSemaine = FUNCTION MOD(W-IntJour - 1, 7)
       IF W-JourSemaine < 5
           SET W-Ouvre-OK TO TRUE
           PERFORM VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > W-NbrFeries
               IF W-FER-INT(IDX-FER) = W-IntJour
                   MOVE 'N' TO W-Ouvre
                   SET IDX-FER TO W-NbrFeries
               END-IF
           END-PERFORM
       END-IF
       .
      *----------------------------------------------------------------------------
       COMPTE-JOURS-OUVRES.
      *-- Jours ouvres de ]debut, fin] : les semaines pleines valent
      *   5 jours chacune, le reliquat (moins de 7 jours) est teste
      *   jour par jour, puis les feries de semaine de l'intervalle
      *   sont retires.
       COMPUTE W-IntFin = FUNCTION INTEGER-OF-DATE(L-DATE-FIN)
       MOVE +1 TO W-Signe
       IF W-IntFin < W-IntDeb
           MOVE -1 TO W-Signe
           MOVE W-IntDeb TO W-IntTmp
           MOVE W-IntFin TO W-IntDeb
           MOVE W-IntTmp TO W-IntFin
       END-IF
       COMPUTE W-Ecart = W-IntFin - W-IntDeb
       DIVIDE W-Ecart BY 7 GIVING W-Semaines REMAINDER W-Reste
       COMPUTE W-Compte = W-Semaines * 5
       COMPUTE W-IntJour = W-IntDeb + W-Semaines * 7
       PERFORM W-Reste TIMES
           ADD 1 TO W-IntJour
           COMPUTE W-JourSemaine = FUNCTION MOD(W-IntJour - 1, 7)
           IF W-JourSemaine < 5
               ADD 1 TO W-Compte
           END-IF
       END-PERFORM
       PERFORM VARYING IDX-FER FROM 1 BY 1
               UNTIL IDX-FER > W-NbrFeries
           IF W-FER-INT(IDX-FER) > W-IntDeb
               AND W-FER-INT(IDX-FER) <= W-IntFin
               SUBTRACT 1 FROM W-Compte
           END-IF
       END-PERFORM
       COMPUTE L-NBJOURS = W-Compte * W-Signe
       .
      *----------------------------------------------------------------------------
       AJOUT-JOURS-OUVRES.
      *-- Avance (ou recule) jour par jour jusqu'au N-ieme jour ouvre.
      *   N = 0 rend la date de depart telle quelle, ouvree ou non.
       IF L-NBJOURS < 0
           MOVE -1 TO W-Pas
           COMPUTE W-Cible = 0 - L-NBJOURS
       ELSE
           MOVE +1 TO W-Pas
           MOVE L-NBJOURS TO W-Cible
       END-IF
       MOVE W-IntDeb TO W-IntJour
       MOVE ZERO TO W-Compte
       PERFORM UNTIL W-Compte >= W-Cible
           COMPUTE W-IntJour = W-IntJour + W-Pas
           PERFORM TEST-JOUR-OUVRE
           IF W-Ouvre-OK
               ADD 1 TO W-Compte
           END-IF
       END-PERFORM
       COMPUTE L-DATE-FIN = FUNCTION DATE-OF-INTEGER(W-IntJour)
       MOVE L-DATE-FIN TO W-DateCtl
       PERFORM CONTROLE-DATE
       IF NOT W-DateValide-OK
           MOVE '10' TO L-STATUT
       END-IF
       .
