       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLEAU-BORD-LOT.

      *-- Tableau de bord d'exploitation de la chaine LANCEUR-LOT :
      *   ce que l'operateur du matin allait chercher dans six
      *   fichiers (ETAT-CHAINE, COMPTE-RENDU-LOT, VERROU-CHAINE,
      *   ALERTES-AUDIT, ALERTES-ERREURS, DUREES-ETAPES) plus la fin
      *   de JOURNAL-ERREURS tient sur un ecran : derniere execution
      *   (ou execution en cours) et son verdict, verrou tenu ou non
      *   et depuis quand, etat de chaque etape avec sa duree contre
      *   sa moyenne, alertes du moment, prochaine execution prevue
      *   par CALENDRIER-LOT.txt. Le meme contenu part sur
      *   TABLEAU-BORD-LOT.txt, une page remise a la releve de poste.
      *   Programme d'interrogation : il ne modifie aucun des fichiers
      *   qu'il lit et peut tourner pendant que la chaine travaille.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIC-VERROU  ASSIGN  TO 'VERROU-CHAINE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstVerrou.

       SELECT FIC-CR  ASSIGN  TO 'COMPTE-RENDU-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstCr.

       SELECT FIC-ETAT  ASSIGN  TO 'ETAT-CHAINE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstEtat.

       SELECT FIC-DUREES  ASSIGN  TO 'DUREES-ETAPES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstDurees.

      *-- Les deux fichiers d'alertes ont le meme usage ici : seules
      *   leurs lignes 'ALERTE ' sont reprises (cf. LECTURE-ALERTES).
       SELECT FIC-ALERTES  ASSIGN USING W-NomAlertes
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstAlertes.

       SELECT FIC-ERREURS-LEC  ASSIGN  TO 'JOURNAL-ERREURS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstErrLec.

       SELECT FIC-CALENDRIER  ASSIGN  TO 'CALENDRIER-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstCalendrier.

      *-- Presence seule testee : un plan present commande la chaine
      *   a la place du calendrier (cf. LECTURE-PLAN-LOT de
      *   LANCEUR-LOT).
       SELECT FIC-PLAN  ASSIGN  TO 'PLAN-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstPlan.

       SELECT FIC-PARAMS  ASSIGN  TO 'PARAMS-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstParams.

       SELECT FIC-TABLEAU  ASSIGN  TO 'TABLEAU-BORD-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstTableau.

       DATA DIVISION.

       FILE SECTION.

       FD  FIC-VERROU.
       01 E-FIC-VERROU.
           05 E-VERROU-RUNID                        PIC X(15).
           05 FILLER                                PIC X.
           05 E-VERROU-DEBUT                        PIC X(15).

       FD  FIC-CR.
       01 E-FIC-CR                                  PIC X(100).

       FD  FIC-ETAT.
       01 E-FIC-ETAT                                PIC X(20).

       FD  FIC-DUREES.
       01 E-FIC-DUREES.
           05 E-DUREE-DATE                          PIC X(8).
           05 FILLER                                PIC X.
           05 E-DUREE-ETAPE                         PIC X(20).
           05 FILLER                                PIC X.
           05 E-DUREE-SECONDES                      PIC 9(6).

       FD  FIC-ALERTES.
       01 E-FIC-ALERTES                             PIC X(120).

       FD  FIC-ERREURS-LEC.
       01 E-FIC-ERREURS-LEC                         PIC X(150).

       FD  FIC-CALENDRIER.
       01 E-FIC-CALENDRIER.
           05 E-CAL-DATE                            PIC X(8).
           05 FILLER                                PIC X.
           05 E-CAL-TYPE                            PIC X(8).

       FD  FIC-PLAN.
       01 E-FIC-PLAN                                PIC X(56).

       FD  FIC-PARAMS.
       01 E-FIC-PARAMS                              PIC X(50).

       FD  FIC-TABLEAU.
       01 E-FIC-TABLEAU                             PIC X(80).

       WORKING-STORAGE SECTION.

       01 L-Pgm                 PIC X(20) VALUE 'TABLEAU-BORD-LOT'.

      *-- file status fichier
       01 L-FstVerrou                               PIC 99.
       01 L-FstCr                                   PIC 99.
       01 L-FstEtat                                 PIC 99.
       01 L-FstDurees                               PIC 99.
       01 L-FstAlertes                              PIC 99.
       01 L-FstErrLec                               PIC 99.
       01 L-FstCalendrier                           PIC 99.
       01 L-FstPlan                                 PIC 99.
       01 L-FstParams                               PIC 99.
       01 L-FstTableau                              PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.

      *-- Parametres d'exploitation partages : DUREE-SEUIL, le meme
      *   seuil de depassement que celui applique par LANCEUR-LOT.
           COPY Params_COPY.

      *-- Etapes de la chaine, dans l'ordre de LANCEUR-LOT
      *   (W-ETAPES-NOMS), avec ce que le tableau en sait : traces
      *   du compte rendu (debut, fin et RETURN-CODE, echec), reprise
      *   d'un passage precedent (ETAT-CHAINE.txt), historique des
      *   durees (derniere mesure et cumul des precedentes).
       01 W-ETAPES-NOMS.
           05 FILLER                  PIC X(20) VALUE 'FUSION'.
           05 FILLER                  PIC X(20) VALUE 'COMPLETER'.
           05 FILLER                  PIC X(20) VALUE 'REMBOURSEMENT'.
           05 FILLER                  PIC X(20) VALUE 'STATISTIQUES'.
           05 FILLER                  PIC X(20) VALUE 'ROTATION'.
           05 FILLER                  PIC X(20) VALUE 'PAIEMENTS'.
           05 FILLER                  PIC X(20) VALUE 'RAPPROCHEMENT'.
           05 FILLER                  PIC X(20) VALUE 'RECYCLAGE'.
           05 FILLER                  PIC X(20) VALUE 'CLOTURE'.
       01 W-ETAPES-NOMS-TAB REDEFINES W-ETAPES-NOMS.
           05 W-EtapeNom  OCCURS 9 TIMES             PIC X(20).
       01 W-Etape-Max                               PIC 99 VALUE 9.
       01 TABLEAU-ETAPES.
           05 W-ETAPE  OCCURS 9 TIMES INDEXED BY IDX-ETAPE.
               10 W-EtpDebut                        PIC X.
                   88 W-EtpDebut-OK                 VALUE 'O'.
               10 W-EtpFin                          PIC X.
                   88 W-EtpFin-OK                   VALUE 'O'.
               10 W-EtpEchec                        PIC X.
                   88 W-EtpEchec-OK                 VALUE 'O'.
               10 W-EtpReprise                      PIC X.
                   88 W-EtpReprise-OK               VALUE 'O'.
               10 W-EtpRc                           PIC X(3).
               10 W-EtpDurNbr                       PIC 9(5).
               10 W-EtpDurTot                       PIC 9(9).
               10 W-EtpDurDer                       PIC 9(6).

      *-- Derniere execution, d'apres le compte rendu
       01 W-CrPresent                               PIC X.
           88 W-CrPresent-OK                        VALUE 'O'.
       01 W-CrRunId                                 PIC X(15).
       01 W-CrLancee                                PIC X(15).
       01 W-CrVerdict                               PIC X(60).
       01 W-CrEchecAvant                            PIC X.
           88 W-CrEchecAvant-OK                     VALUE 'O'.

      *-- Lignes notables du compte rendu (alerte de duree, mode
      *   degrade, cloture refusee...), reprises avec les alertes.
       01 W-NbrCrNotables                           PIC 99 VALUE ZERO.
       01 W-CrNotable-Max                           PIC 99 VALUE 5.
       01 TABLEAU-CR-NOTABLES.
           05 W-CrNotable  OCCURS 5 TIMES           PIC X(76).

      *-- Verrou de chaine : tenu ou libre, age, perime au-dela de
      *   W-VerrouAgeMax secondes (meme regle que PRISE-VERROU de
      *   LANCEUR-LOT : 12 heures).
       01 W-VerrouTenu                              PIC X.
           88 W-VerrouTenu-OK                       VALUE 'O'.
       01 W-VerrouPerime                            PIC X.
           88 W-VerrouPerime-OK                     VALUE 'O'.
       01 W-VerrouRunId                             PIC X(15).
       01 W-VerrouDebut                             PIC X(15).
       01 W-VerrouAgeMax                            PIC 9(6)
                                                    VALUE 43200.
       01 W-VerrouInstant                           PIC 9(12).
       01 W-InstantCourant                          PIC 9(12).
       01 W-VerrouAge                               PIC S9(12).
       01 W-VerrouAgeMin                            PIC 9(7).
       01 W-EnCours                                 PIC X.
           88 W-EnCours-OK                          VALUE 'O'.

      *-- Date et heure de l'interrogation
       01 W-DateJour                                PIC X(8).
       01 W-HeureJour                               PIC X(6).
       01 W-DateDemain                              PIC 9(8).

      *-- Durees : seuil de depassement en pourcentage de la moyenne
       01 W-DureeSeuil                              PIC 9(3) VALUE 50.
       01 W-DureeMoy                                PIC 9(7)V99.
       01 W-DureeLimite                             PIC 9(9)V99.

      *-- Alertes et journal des erreurs
       01 W-NomAlertes                              PIC X(20).
       01 W-Alerte-Max                              PIC 99 VALUE 5.
       01 W-NbrAlertesLues                          PIC 9(3).
       01 W-NbrAlertesTotal                         PIC 9(3) VALUE ZERO.
       01 W-Erreur-Max                              PIC 99 VALUE 5.
       01 W-NbrErreursRetenues                      PIC 9(5) VALUE ZERO.
       01 W-IdxErreur                               PIC 99.
       01 W-IdxErreurEdit                           PIC 99.
       01 TABLEAU-ERREURS.
           05 W-ErreurLigne  OCCURS 5 TIMES         PIC X(76).
       01 W-NbrRunIdLigne                           PIC 99.

      *-- Calendrier : marques du lendemain, prochaine cloture
       01 W-PlanPresent                             PIC X.
           88 W-PlanPresent-OK                      VALUE 'O'.
       01 W-CalPresent                              PIC X.
           88 W-CalPresent-OK                       VALUE 'O'.
       01 W-DemainFerie                             PIC X.
           88 W-DemainFerie-OK                      VALUE 'O'.
       01 W-DemainFinMois                           PIC X.
           88 W-DemainFinMois-OK                    VALUE 'O'.
       01 W-DemainCloture                           PIC X.
           88 W-DemainCloture-OK                    VALUE 'O'.
       01 W-ProchaineCloture                        PIC X(8).
       01 W-DateDemainX                             PIC X(8).

      *-- Zones d'edition
       01 W-LIGNE-ETAPE.
           05 W-LigNom                              PIC X(14).
           05 W-LigEtat                             PIC X(22).
           05 W-LigRc                               PIC X(3).
           05 FILLER                                PIC X(3).
           05 W-LigDuree                            PIC X(7).
           05 FILLER                                PIC X(2).
           05 W-LigMoyenne                          PIC X(7).
           05 FILLER                                PIC X(2).
           05 W-LigAlerte                           PIC X(20).
       01 W-DUREE-EDIT                              PIC ZZZZZZ9.
       01 W-VAL-EDIT                                PIC ZZZZ9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM SECTION-EXECUTION
           PERFORM SECTION-ETAPES
           PERFORM SECTION-ALERTES
           PERFORM SECTION-CALENDRIER
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           PERFORM LECTURE-PARAMS-LOT
           MOVE 'DUREE-SEUIL' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               MOVE CPY-PARAM-VALNUM TO W-DureeSeuil
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateJour
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-HeureJour
           COMPUTE W-DateDemain = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(W-DateJour)) + 1)
           MOVE W-DateDemain TO W-DateDemainX

           OPEN OUTPUT FIC-TABLEAU
           IF L-FstTableau NOT = ZERO
               MOVE L-FstTableau TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture tableau de bord ='
                   L-FstTableau ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF

           MOVE ALL '=' TO E-FIC-TABLEAU
           PERFORM ECRITURE-TABLEAU-LIGNE
           STRING 'TABLEAU DE BORD D EXPLOITATION - CHAINE LANCEUR-LOT'
               '   ' W-DateJour ' ' W-HeureJour
               DELIMITED BY SIZE INTO E-FIC-TABLEAU
           END-STRING
           PERFORM ECRITURE-TABLEAU-LIGNE
           MOVE ALL '=' TO E-FIC-TABLEAU
           PERFORM ECRITURE-TABLEAU-LIGNE
           .
      *----------------------------------------------------------------
       SECTION-EXECUTION.
      *-----
      *-- Derniere execution et verrou. Verrou tenu par l'execution
      *   du compte rendu et pas perime : la chaine tourne en ce
      *   moment, les etapes commencees sans fin sont en cours.
           PERFORM LECTURE-VERROU
           PERFORM LECTURE-COMPTE-RENDU
           MOVE SPACES TO W-EnCours
           IF W-VerrouTenu-OK AND NOT W-VerrouPerime-OK
              AND W-VerrouRunId = W-CrRunId
               SET W-EnCours-OK TO TRUE
           END-IF

           IF W-CrPresent-OK
               STRING 'EXECUTION       : ' W-CrRunId
                   '   LANCEE LE ' W-CrLancee
                   DELIMITED BY SIZE INTO E-FIC-TABLEAU
               END-STRING
           ELSE
               MOVE 'EXECUTION       : aucun compte rendu de chaine'
                   TO E-FIC-TABLEAU
           END-IF
           PERFORM ECRITURE-TABLEAU-LIGNE

           EVALUATE TRUE
               WHEN W-EnCours-OK
                   MOVE 'VERDICT         : EN COURS' TO E-FIC-TABLEAU
               WHEN W-CrVerdict NOT = SPACES
                   STRING 'VERDICT         : ' W-CrVerdict
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               WHEN W-CrPresent-OK
                   STRING 'VERDICT         : AUCUN - execution '
                       'interrompue sans cloture du compte rendu'
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               WHEN OTHER
                   MOVE 'VERDICT         : -' TO E-FIC-TABLEAU
           END-EVALUATE
           PERFORM ECRITURE-TABLEAU-LIGNE
           IF W-CrEchecAvant-OK
               STRING '                  echec avant la premiere '
                   'etape (parametres ou pre-vol)'
                   DELIMITED BY SIZE INTO E-FIC-TABLEAU
               END-STRING
               PERFORM ECRITURE-TABLEAU-LIGNE
           END-IF

           IF W-VerrouTenu-OK
               MOVE W-VerrouAgeMin TO W-DUREE-EDIT
               IF W-VerrouPerime-OK
                   STRING 'VERROU          : PERIME - tenu par '
                       W-VerrouRunId ' depuis ' W-VerrouDebut
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
                   PERFORM ECRITURE-TABLEAU-LIGNE
                   STRING '                  execution arretee : '
                       'reprise au prochain lancement'
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               ELSE
                   STRING 'VERROU          : TENU par ' W-VerrouRunId
                       ' depuis ' W-VerrouDebut ' ('
                       FUNCTION TRIM(W-DUREE-EDIT) ' min)'
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               END-IF
           ELSE
               MOVE 'VERROU          : LIBRE' TO E-FIC-TABLEAU
           END-IF
           PERFORM ECRITURE-TABLEAU-LIGNE
           .
      *----------------------------------------------------------------
       LECTURE-VERROU.
      *-----
      *-- Verrou vide ou absent = libre. Age calcule sur l'horodatage
      *   AAAAMMJJ-HHMMSS de l'identifiant, comme dans LANCEUR-LOT ;
      *   un identifiant illisible est tenu pour perime.
           MOVE SPACES TO W-VerrouTenu W-VerrouPerime
           MOVE ZERO TO W-VerrouAgeMin
           OPEN INPUT FIC-VERROU
           IF L-FstVerrou NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           READ FIC-VERROU
           AT END
               CONTINUE
           NOT AT END
               SET W-VerrouTenu-OK TO TRUE
               MOVE E-VERROU-RUNID TO W-VerrouRunId
               MOVE E-VERROU-DEBUT TO W-VerrouDebut
               IF E-VERROU-RUNID(1:8) NUMERIC
                  AND E-VERROU-RUNID(10:6) NUMERIC
                   COMPUTE W-VerrouInstant =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(E-VERROU-RUNID(1:8)))
                       * 86400
                       + FUNCTION NUMVAL(E-VERROU-RUNID(10:2)) * 3600
                       + FUNCTION NUMVAL(E-VERROU-RUNID(12:2)) * 60
                       + FUNCTION NUMVAL(E-VERROU-RUNID(14:2))
                   COMPUTE W-InstantCourant =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(W-DateJour)) * 86400
                       + FUNCTION NUMVAL(W-HeureJour(1:2)) * 3600
                       + FUNCTION NUMVAL(W-HeureJour(3:2)) * 60
                       + FUNCTION NUMVAL(W-HeureJour(5:2))
                   COMPUTE W-VerrouAge =
                       W-InstantCourant - W-VerrouInstant
                   IF W-VerrouAge >= W-VerrouAgeMax
                       SET W-VerrouPerime-OK TO TRUE
                   END-IF
                   IF W-VerrouAge > ZERO
                       COMPUTE W-VerrouAgeMin = W-VerrouAge / 60
                   END-IF
               ELSE
                   SET W-VerrouPerime-OK TO TRUE
               END-IF
           END-READ
           CLOSE FIC-VERROU
           .
      *----------------------------------------------------------------
       LECTURE-COMPTE-RENDU.
      *-----
      *-- Dessin des lignes de LANCEUR-LOT : 'ETAPE ' + nom X(20) +
      *   ' DEBUT ' ou ' FIN   ' + horodatage (+ ' RETURN-CODE ' ZZ9
      *   en fin), 'ETAPE EN ECHEC : ' + nom, 'EXECUTION ', 'LANCEE
      *   LE ', 'VERDICT CHAINE : '. Le compte rendu peut etre en
      *   cours d'ecriture : on lit ce qui est deja la.
           MOVE SPACES TO W-CrPresent W-CrRunId W-CrLancee
                          W-CrVerdict W-CrEchecAvant
           INITIALIZE TABLEAU-ETAPES
           OPEN INPUT FIC-CR
           IF L-FstCr NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET W-CrPresent-OK TO TRUE
           PERFORM UNTIL L-FstCr NOT = ZERO
               READ FIC-CR
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM ANALYSE-LIGNE-CR
               END-READ
           END-PERFORM
           CLOSE FIC-CR
           .
      *----------------------------------------------------------------
       ANALYSE-LIGNE-CR.
      *-----
           EVALUATE TRUE
               WHEN E-FIC-CR(1:10) = 'EXECUTION '
                   MOVE E-FIC-CR(11:15) TO W-CrRunId
               WHEN E-FIC-CR(1:10) = 'LANCEE LE '
                   MOVE E-FIC-CR(11:15) TO W-CrLancee
               WHEN E-FIC-CR(1:17) = 'VERDICT CHAINE : '
                   MOVE E-FIC-CR(18:60) TO W-CrVerdict
               WHEN E-FIC-CR(1:29) = 'ECHEC AVANT LA PREMIERE ETAPE'
                   SET W-CrEchecAvant-OK TO TRUE
               WHEN E-FIC-CR(1:17) = 'ETAPE EN ECHEC : '
                   PERFORM VARYING IDX-ETAPE FROM 1 BY 1
                           UNTIL IDX-ETAPE > W-Etape-Max
                       IF W-EtapeNom(IDX-ETAPE) = E-FIC-CR(18:20)
                           SET W-EtpEchec-OK(IDX-ETAPE) TO TRUE
                       END-IF
                   END-PERFORM
               WHEN E-FIC-CR(1:6) = 'ETAPE '
                   PERFORM VARYING IDX-ETAPE FROM 1 BY 1
                           UNTIL IDX-ETAPE > W-Etape-Max
                       IF W-EtapeNom(IDX-ETAPE) = E-FIC-CR(7:20)
                           IF E-FIC-CR(27:7) = ' DEBUT '
                               SET W-EtpDebut-OK(IDX-ETAPE) TO TRUE
                           END-IF
                           IF E-FIC-CR(27:7) = ' FIN   '
                               SET W-EtpFin-OK(IDX-ETAPE) TO TRUE
                               MOVE E-FIC-CR(62:3)
                                   TO W-EtpRc(IDX-ETAPE)
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN E-FIC-CR(1:6) = 'ALERTE'
                 OR E-FIC-CR(1:9) = 'ATTENTION'
                 OR E-FIC-CR(1:12) = 'MODE DEGRADE'
                 OR E-FIC-CR(1:10) = 'PRE-VOL KO'
                 OR E-FIC-CR(1:15) = 'CLOTURE REFUSEE'
                 OR E-FIC-CR(1:10) = 'TENTATIVE '
                   IF W-NbrCrNotables < W-CrNotable-Max
                       ADD 1 TO W-NbrCrNotables
                       MOVE E-FIC-CR TO W-CrNotable(W-NbrCrNotables)
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------
       SECTION-ETAPES.
      *-----
      *-- Une ligne par etape : etat, RETURN-CODE, derniere duree
      *   mesuree contre la moyenne des precedentes, depassement au
      *   seuil DUREE-SEUIL.
           PERFORM LECTURE-ETAT-CHAINE
           PERFORM LECTURE-DUREES
           MOVE SPACES TO E-FIC-TABLEAU
           PERFORM ECRITURE-TABLEAU-LIGNE
           MOVE W-DureeSeuil TO W-VAL-EDIT
           STRING 'ETAPE         ETAT                   RC  DUREE S  '
               'MOYENNE (SEUIL ' FUNCTION TRIM(W-VAL-EDIT) ' %)'
               DELIMITED BY SIZE INTO E-FIC-TABLEAU
           END-STRING
           PERFORM ECRITURE-TABLEAU-LIGNE
           PERFORM VARYING IDX-ETAPE FROM 1 BY 1
                   UNTIL IDX-ETAPE > W-Etape-Max
               PERFORM EDITION-ETAPE
           END-PERFORM
           .
      *----------------------------------------------------------------
       EDITION-ETAPE.
      *-----
           MOVE SPACES TO W-LIGNE-ETAPE
           MOVE W-EtapeNom(IDX-ETAPE) TO W-LigNom
           EVALUATE TRUE
               WHEN W-EtpEchec-OK(IDX-ETAPE)
                   MOVE 'KO' TO W-LigEtat
               WHEN W-EtpFin-OK(IDX-ETAPE)
                   MOVE 'TERMINEE' TO W-LigEtat
               WHEN W-EtpDebut-OK(IDX-ETAPE) AND W-EnCours-OK
                   MOVE 'EN COURS' TO W-LigEtat
               WHEN W-EtpDebut-OK(IDX-ETAPE)
                   MOVE 'INTERROMPUE' TO W-LigEtat
               WHEN W-EtpReprise-OK(IDX-ETAPE)
                   MOVE 'TERMINEE (PASSAGE PREC)' TO W-LigEtat
               WHEN OTHER
                   MOVE '-' TO W-LigEtat
           END-EVALUATE
           MOVE W-EtpRc(IDX-ETAPE) TO W-LigRc

           IF W-EtpDurNbr(IDX-ETAPE) > ZERO
               MOVE W-EtpDurDer(IDX-ETAPE) TO W-DUREE-EDIT
               MOVE W-DUREE-EDIT TO W-LigDuree
           END-IF
           IF W-EtpDurNbr(IDX-ETAPE) > 1
               COMPUTE W-DureeMoy = W-EtpDurTot(IDX-ETAPE)
                   / (W-EtpDurNbr(IDX-ETAPE) - 1)
               MOVE W-DureeMoy TO W-DUREE-EDIT
               MOVE W-DUREE-EDIT TO W-LigMoyenne
               COMPUTE W-DureeLimite = W-DureeMoy
                   * (100 + W-DureeSeuil) / 100
               IF W-EtpDurDer(IDX-ETAPE) > W-DureeLimite
                   MOVE 'DEPASSEMENT' TO W-LigAlerte
               END-IF
           END-IF
           MOVE W-LIGNE-ETAPE TO E-FIC-TABLEAU
           PERFORM ECRITURE-TABLEAU-LIGNE
           .
      *----------------------------------------------------------------
       LECTURE-ETAT-CHAINE.
      *-----
      *-- Etapes terminees d'une execution interrompue, qu'une
      *   relance sautera (purge en fin de chaine reussie).
           OPEN INPUT FIC-ETAT
           IF L-FstEtat NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstEtat NOT = ZERO
               READ FIC-ETAT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM VARYING IDX-ETAPE FROM 1 BY 1
                           UNTIL IDX-ETAPE > W-Etape-Max
                       IF W-EtapeNom(IDX-ETAPE) = E-FIC-ETAT
                           SET W-EtpReprise-OK(IDX-ETAPE) TO TRUE
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FIC-ETAT
           .
      *----------------------------------------------------------------
       LECTURE-DUREES.
      *-----
      *-- L'historique s'ecrit en ajout : la derniere ligne d'une
      *   etape est sa derniere mesure, les precedentes font sa
      *   moyenne habituelle.
           OPEN INPUT FIC-DUREES
           IF L-FstDurees NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstDurees NOT = ZERO
               READ FIC-DUREES
               AT END
                   CONTINUE
               NOT AT END
                   IF E-DUREE-SECONDES NUMERIC
                       PERFORM RANGEMENT-DUREE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-DUREES
           .
      *----------------------------------------------------------------
       RANGEMENT-DUREE.
      *-----
           PERFORM VARYING IDX-ETAPE FROM 1 BY 1
                   UNTIL IDX-ETAPE > W-Etape-Max
               IF W-EtapeNom(IDX-ETAPE) = E-DUREE-ETAPE
                   IF W-EtpDurNbr(IDX-ETAPE) > ZERO
                       ADD W-EtpDurDer(IDX-ETAPE)
                           TO W-EtpDurTot(IDX-ETAPE)
                   END-IF
                   ADD 1 TO W-EtpDurNbr(IDX-ETAPE)
                   MOVE E-DUREE-SECONDES TO W-EtpDurDer(IDX-ETAPE)
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       SECTION-ALERTES.
      *-----
      *-- Alertes des syntheses du journal d'audit et du journal des
      *   erreurs (dernier passage de AUDIT-SYNTHESE et
      *   ERREURS-SYNTHESE), lignes notables du compte rendu, et
      *   erreurs du jour ou de la derniere execution.
           MOVE SPACES TO E-FIC-TABLEAU
           PERFORM ECRITURE-TABLEAU-LIGNE
           MOVE 'ALERTES' TO E-FIC-TABLEAU
           PERFORM ECRITURE-TABLEAU-LIGNE
           MOVE 'ALERTES-AUDIT.txt' TO W-NomAlertes
           PERFORM LECTURE-ALERTES
           MOVE 'ALERTES-ERREURS.txt' TO W-NomAlertes
           PERFORM LECTURE-ALERTES
           PERFORM VARYING W-IdxErreur FROM 1 BY 1
                   UNTIL W-IdxErreur > W-NbrCrNotables
               ADD 1 TO W-NbrAlertesTotal
               STRING '  CR : ' W-CrNotable(W-IdxErreur)
                   DELIMITED BY SIZE INTO E-FIC-TABLEAU
               END-STRING
               PERFORM ECRITURE-TABLEAU-LIGNE
           END-PERFORM
           IF W-NbrAlertesTotal = ZERO
               MOVE '  aucune alerte' TO E-FIC-TABLEAU
               PERFORM ECRITURE-TABLEAU-LIGNE
           END-IF

           PERFORM LECTURE-JOURNAL-ERREURS
           MOVE SPACES TO E-FIC-TABLEAU
           PERFORM ECRITURE-TABLEAU-LIGNE
           MOVE W-NbrErreursRetenues TO W-VAL-EDIT
           STRING 'ERREURS DU JOUR / DE L EXECUTION : '
               FUNCTION TRIM(W-VAL-EDIT)
               DELIMITED BY SIZE INTO E-FIC-TABLEAU
           END-STRING
           PERFORM ECRITURE-TABLEAU-LIGNE
      *-- Les W-Erreur-Max dernieres, dans l'ordre du journal (table
      *   tournante : la plus ancienne retenue suit la plus recente).
           IF W-NbrErreursRetenues > W-Erreur-Max
               COMPUTE W-IdxErreurEdit = FUNCTION MOD(
                   W-NbrErreursRetenues, W-Erreur-Max) + 1
               PERFORM VARYING W-IdxErreur FROM 1 BY 1
                       UNTIL W-IdxErreur > W-Erreur-Max
                   PERFORM EDITION-ERREUR
                   ADD 1 TO W-IdxErreurEdit
                   IF W-IdxErreurEdit > W-Erreur-Max
                       MOVE 1 TO W-IdxErreurEdit
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING W-IdxErreurEdit FROM 1 BY 1
                       UNTIL W-IdxErreurEdit > W-NbrErreursRetenues
                   PERFORM EDITION-ERREUR
               END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-ERREUR.
      *-----
           STRING '  ' W-ErreurLigne(W-IdxErreurEdit)
               DELIMITED BY SIZE INTO E-FIC-TABLEAU
           END-STRING
           PERFORM ECRITURE-TABLEAU-LIGNE
           .
      *----------------------------------------------------------------
       LECTURE-ALERTES.
      *-----
      *-- Fichier absent = synthese jamais passee, rien a montrer.
      *   Au-dela de W-Alerte-Max alertes, un compte des suivantes.
           MOVE ZERO TO W-NbrAlertesLues
           OPEN INPUT FIC-ALERTES
           IF L-FstAlertes NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstAlertes NOT = ZERO
               READ FIC-ALERTES
               AT END
                   CONTINUE
               NOT AT END
                   IF E-FIC-ALERTES(1:7) = 'ALERTE '
                       ADD 1 TO W-NbrAlertesLues
                       ADD 1 TO W-NbrAlertesTotal
                       IF W-NbrAlertesLues <= W-Alerte-Max
                           STRING '  ' E-FIC-ALERTES
                               DELIMITED BY SIZE INTO E-FIC-TABLEAU
                           END-STRING
                           PERFORM ECRITURE-TABLEAU-LIGNE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-ALERTES
           IF W-NbrAlertesLues > W-Alerte-Max
               SUBTRACT W-Alerte-Max FROM W-NbrAlertesLues
               MOVE W-NbrAlertesLues TO W-VAL-EDIT
               STRING '  ... et ' FUNCTION TRIM(W-VAL-EDIT)
                   ' autre(s), voir ' W-NomAlertes
                   DELIMITED BY SIZE INTO E-FIC-TABLEAU
               END-STRING
               PERFORM ECRITURE-TABLEAU-LIGNE
           END-IF
           .
      *----------------------------------------------------------------
       LECTURE-JOURNAL-ERREURS.
      *-----
      *-- Retient les lignes datees du jour ou estampillees de la
      *   derniere execution (une nuit passe minuit), en ne gardant
      *   que les W-Erreur-Max plus recentes.
           OPEN INPUT FIC-ERREURS-LEC
           IF L-FstErrLec NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstErrLec NOT = ZERO
               READ FIC-ERREURS-LEC
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ZERO TO W-NbrRunIdLigne
                   IF W-CrRunId NOT = SPACES
                       INSPECT E-FIC-ERREURS-LEC TALLYING
                           W-NbrRunIdLigne FOR ALL W-CrRunId
                   END-IF
                   IF E-FIC-ERREURS-LEC(1:8) = W-DateJour
                      OR W-NbrRunIdLigne > ZERO
                       ADD 1 TO W-NbrErreursRetenues
                       COMPUTE W-IdxErreur = FUNCTION MOD(
                           W-NbrErreursRetenues - 1, W-Erreur-Max) + 1
                       MOVE E-FIC-ERREURS-LEC
                           TO W-ErreurLigne(W-IdxErreur)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-ERREURS-LEC
           .
      *----------------------------------------------------------------
       SECTION-CALENDRIER.
      *-----
      *-- La chaine quotidienne repart le lendemain ; le calendrier
      *   dit ce que ce lendemain aura de particulier et quand tombe
      *   la prochaine cloture mensuelle. Un plan present l'emporte
      *   sur le calendrier.
           PERFORM LECTURE-CALENDRIER
           MOVE SPACES TO E-FIC-TABLEAU
           PERFORM ECRITURE-TABLEAU-LIGNE
           EVALUATE TRUE
               WHEN W-PlanPresent-OK
                   STRING 'PROCHAINE EXECUTION : ' W-DateDemainX
                       ' - selon PLAN-LOT.txt (calendrier non applique)'
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               WHEN W-DemainCloture-OK
                   STRING 'PROCHAINE EXECUTION : ' W-DateDemainX
                       ' - CLOTURE : quotidienne + cloture '
                       'mensuelle' DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               WHEN W-DemainFerie-OK AND W-DemainFinMois-OK
                   STRING 'PROCHAINE EXECUTION : ' W-DateDemainX
                       ' - FERIE et FIN DE MOIS : sans remboursement, '
                       'rotation' DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               WHEN W-DemainFerie-OK
                   STRING 'PROCHAINE EXECUTION : ' W-DateDemainX
                       ' - FERIE : remboursement suspendu'
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               WHEN W-DemainFinMois-OK
                   STRING 'PROCHAINE EXECUTION : ' W-DateDemainX
                       ' - FIN DE MOIS : rotation du journal d audit'
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
               WHEN OTHER
                   STRING 'PROCHAINE EXECUTION : ' W-DateDemainX
                       ' - chaine quotidienne de routine'
                       DELIMITED BY SIZE INTO E-FIC-TABLEAU
                   END-STRING
           END-EVALUATE
           PERFORM ECRITURE-TABLEAU-LIGNE
           IF W-ProchaineCloture NOT = SPACES
               STRING 'PROCHAINE CLOTURE MENSUELLE : '
                   W-ProchaineCloture
                   DELIMITED BY SIZE INTO E-FIC-TABLEAU
               END-STRING
           ELSE
               IF W-CalPresent-OK
                   MOVE 'PROCHAINE CLOTURE MENSUELLE : aucune'
                       TO E-FIC-TABLEAU
               ELSE
                   MOVE 'PROCHAINE CLOTURE MENSUELLE : sans calendrier'
                       TO E-FIC-TABLEAU
               END-IF
           END-IF
           PERFORM ECRITURE-TABLEAU-LIGNE
           .
      *----------------------------------------------------------------
       LECTURE-CALENDRIER.
      *-----
           MOVE SPACES TO W-PlanPresent W-CalPresent W-DemainFerie
                          W-DemainFinMois W-DemainCloture
                          W-ProchaineCloture
           OPEN INPUT FIC-PLAN
           IF L-FstPlan = ZERO
               SET W-PlanPresent-OK TO TRUE
               CLOSE FIC-PLAN
           END-IF
           OPEN INPUT FIC-CALENDRIER
           IF L-FstCalendrier NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET W-CalPresent-OK TO TRUE
           PERFORM UNTIL L-FstCalendrier NOT = ZERO
               READ FIC-CALENDRIER
               AT END
                   CONTINUE
               NOT AT END
                   IF E-CAL-DATE = W-DateDemainX
                       EVALUATE E-CAL-TYPE
                           WHEN 'FERIE   '
                               SET W-DemainFerie-OK TO TRUE
                           WHEN 'FINMOIS '
                               SET W-DemainFinMois-OK TO TRUE
                           WHEN 'CLOTURE '
                               SET W-DemainCloture-OK TO TRUE
                       END-EVALUATE
                   END-IF
                   IF E-CAL-TYPE = 'CLOTURE '
                      AND E-CAL-DATE > W-DateJour
                      AND (W-ProchaineCloture = SPACES
                           OR E-CAL-DATE < W-ProchaineCloture)
                       MOVE E-CAL-DATE TO W-ProchaineCloture
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FIC-CALENDRIER
           .
      *----------------------------------------------------------------
       ECRITURE-TABLEAU-LIGNE.
      *-----
           WRITE E-FIC-TABLEAU
           IF L-FstTableau NOT = ZERO
               MOVE L-FstTableau TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture tableau de bord ='
                   L-FstTableau ' (' CPY-STATUT-TEXTE ')'
               PERFORM ERREUR
           END-IF
           DISPLAY E-FIC-TABLEAU
           MOVE SPACES TO E-FIC-TABLEAU
           .
      *----------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FIC-TABLEAU
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

           COPY ParamsLecture_COPY.
