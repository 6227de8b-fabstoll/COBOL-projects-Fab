       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVUE-CONSULTATIONS.

      *-- Revue periodique des consultations de contrats pour le
      *   controle interne. Le journal JOURNAL-CONSULTATIONS.txt que
      *   CONSULTATION-CONTRAT cumule (une ligne par consultation :
      *   operateur, date, heure, reference, mode, objet, resultat)
      *   est agrege sur le mois demande :
      *   - par operateur : consultations, trouvees, absentes,
      *     historiques consultes, consultations hors heures, jours
      *     d'activite et pic journalier ;
      *   - alertes de volume : un operateur qui depasse dans la
      *     journee le seuil CONSULT-VOL-MAX de PARAMS-LOT.txt (50
      *     par defaut) ;
      *   - alertes hors heures : consultation avant CONSULT-HEURE-DEB
      *     ou a partir de CONSULT-HEURE-FIN (HHMM, 0700 et 1900 par
      *     defaut), ou un samedi / dimanche ;
      *   - demandes en lot refusees faute d'operateur.
      *
      *-- Le mois traite est celui de MOIS-CONSULTATIONS.txt (une
      *   ligne AAAAMM) quand il est fourni, le mois precedant la
      *   date du run sinon. Le rapport pagine est ecrit sur
      *   RAPPORT-CONSULTATIONS.txt.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Journal cumule par CONSULTATION-CONTRAT
       SELECT FICJRNCONS  ASSIGN  TO 'JOURNAL-CONSULTATIONS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstJrnCons.

      *-- Mois a traiter, optionnel
       SELECT FICMOIS  ASSIGN  TO 'MOIS-CONSULTATIONS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstMois.

       SELECT RAPPORT  ASSIGN  TO 'RAPPORT-CONSULTATIONS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstRapport.

      *-- Journal d'audit partage entre les programmes batch
      *   (cf. ECRITURE-AUDIT).
       SELECT FIC-AUDIT  ASSIGN  TO 'JOURNAL-AUDIT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstAudit.
      *-- Journal des erreurs partage entre les programmes batch
      *   (cf. ECRITURE-ERREUR-JOURNAL).
       SELECT FIC-ERREURS  ASSIGN  TO 'JOURNAL-ERREURS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstErreurs.
      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
       SELECT FIC-PARAMS  ASSIGN  TO 'PARAMS-LOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstParams.

       DATA DIVISION.

       FILE SECTION.

      *-- Meme dessin que E-FICJRNCONS de CONSULTATION-CONTRAT
       FD  FICJRNCONS.
       01 E-FICJRNCONS.
           05 E-JrnOperateur                       PIC X(8).
           05 FILLER                               PIC X.
           05 E-JrnDate                            PIC X(8).
           05 FILLER                               PIC X.
           05 E-JrnHeure                           PIC X(6).
           05 FILLER                               PIC X.
           05 E-JrnRef                             PIC X(9).
           05 FILLER                               PIC X.
           05 E-JrnMode                            PIC X.
           05 FILLER                               PIC X.
           05 E-JrnObjet                           PIC X.
           05 FILLER                               PIC X.
           05 E-JrnResultat                        PIC X.

       FD  FICMOIS.
       01 E-FICMOIS                                PIC X(6).

       FD  RAPPORT.
       01 E-RAPPORT                                PIC X(80).

       FD  FIC-AUDIT.
       01 E-FICAUDIT                               PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).
       FD  FIC-PARAMS.
       01 E-FIC-PARAMS                             PIC X(50).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'REVUE-CONSULTATIONS'.

      *-- file status fichier
       01 L-FstJrnCons                             PIC 99.
       01 L-FstMois                                PIC 99.
       01 L-FstRapport                             PIC 99.
       01 L-FstAudit                               PIC 99.
       01 L-FstErreurs                             PIC 99.
       01 L-FstParams                              PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
           COPY Statut_COPY.

      *-- Compteurs du journal d'audit (cf. ECRITURE-AUDIT)
           COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.

      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
           COPY Params_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                          PIC 9(7).
           05 L-NbrEnrEcrits                       PIC 9(7).

      *-- Mois traite (AAAAMM), et mois impose par MOIS-CONSULTATIONS
       01 W-DateJour                               PIC X(8).
       01 W-MoisTraite.
           05 W-MoisAnnee                          PIC 9(4).
           05 W-MoisNum                            PIC 9(2).
       01 W-MoisImpose                             PIC X VALUE 'N'.
           88 W-MoisImpose-OK                      VALUE 'O'.
       01 W-MoisRang                               PIC 9(6).
       01 W-MoisReste                              PIC 9(2).

      *-- Seuils, surcharges par PARAMS-LOT.txt : volume journalier
      *   par operateur (CONSULT-VOL-MAX), plage des heures ouvrees
      *   HHMM (CONSULT-HEURE-DEB inclus, CONSULT-HEURE-FIN exclu).
       01 W-VolMax                                 PIC 9(5) VALUE 50.
       01 W-HeureDeb                               PIC 9(4) VALUE 0700.
       01 W-HeureFin                               PIC 9(4) VALUE 1900.

      *-- Ligne en cours : heure HHMM et jour de la semaine (0 lundi
      *   a 6 dimanche, rang du jour depuis le 01/01/1601, un lundi)
       01 W-HeureLigne                             PIC 9(4).
       01 W-JourSemaine                            PIC 9.
       01 W-HorsHeures                             PIC X.
           88 W-HorsHeures-OK                      VALUE 'O'.
       01 W-MotifHorsHeures                        PIC X(10).

      *-- Statistiques par operateur. Le journal est chronologique :
      *   le compteur du jour en cours d'un operateur est juge a son
      *   premier passage sur un autre jour, et en fin de lecture.
       01 W-Op-Max                                 PIC 9(3) VALUE 100.
       01 W-NbrOp                                  PIC 9(3) VALUE ZERO.
       01 W-OpDeborde                              PIC 9(5) VALUE ZERO.
       01 TABLEAU-OPERATEURS.
           05 W-Op  OCCURS 100 TIMES INDEXED BY IDX-OP.
               10 W-OpNom                          PIC X(8).
               10 W-OpNbrCons                      PIC 9(5).
               10 W-OpNbrTrouves                   PIC 9(5).
               10 W-OpNbrAbsents                   PIC 9(5).
               10 W-OpNbrHisto                     PIC 9(5).
               10 W-OpNbrHorsH                     PIC 9(5).
               10 W-OpNbrJours                     PIC 9(3).
               10 W-OpMaxJour                      PIC 9(5).
               10 W-OpDateCour                     PIC X(8).
               10 W-OpCptJour                      PIC 9(5).
               10 W-OpNbrAlertes                   PIC 9(5).
       01 W-IdxOpTrouve                            PIC 9(3).
       01 W-NbrRefusees                            PIC 9(5) VALUE ZERO.

      *-- Alertes relevees a la lecture, editees apres la synthese
      *   (capacite bornee, depassement compte et signale).
       01 W-AlVol-Max                              PIC 9(3) VALUE 200.
       01 W-NbrAlVol                               PIC 9(3) VALUE ZERO.
       01 W-AlVolDeborde                           PIC 9(5) VALUE ZERO.
       01 TABLEAU-ALERTES-VOLUME.
           05 W-AlVol  OCCURS 200 TIMES INDEXED BY IDX-ALVOL.
               10 W-AlVolOp                        PIC X(8).
               10 W-AlVolDate                      PIC X(8).
               10 W-AlVolNbr                       PIC 9(5).
       01 W-AlHh-Max                               PIC 9(3) VALUE 500.
       01 W-NbrAlHh                                PIC 9(3) VALUE ZERO.
       01 W-AlHhDeborde                            PIC 9(5) VALUE ZERO.
       01 TABLEAU-ALERTES-HORS-HEURES.
           05 W-AlHh  OCCURS 500 TIMES INDEXED BY IDX-ALHH.
               10 W-AlHhOp                         PIC X(8).
               10 W-AlHhDate                       PIC X(8).
               10 W-AlHhHeure                      PIC X(6).
               10 W-AlHhRef                        PIC X(9).
               10 W-AlHhMode                       PIC X.
               10 W-AlHhObjet                      PIC X.
               10 W-AlHhMotif                      PIC X(10).

      *-- Ligne de detail de la synthese, alignee sur CPY-RAP-ENTCOL
       01 W-LigneOp.
           05 W-LoNom                              PIC X(8).
           05 FILLER                               PIC X(2).
           05 W-LoCons                             PIC ZZZZ9.
           05 FILLER                               PIC X(3).
           05 W-LoTrouves                          PIC ZZZZ9.
           05 FILLER                               PIC X(3).
           05 W-LoAbsents                          PIC ZZZZ9.
           05 FILLER                               PIC X(3).
           05 W-LoHisto                            PIC ZZZZ9.
           05 FILLER                               PIC X(3).
           05 W-LoHorsH                            PIC ZZZZ9.
           05 FILLER                               PIC X(3).
           05 W-LoJours                            PIC ZZ9.
           05 FILLER                               PIC X(3).
           05 W-LoMaxJour                          PIC ZZZZ9.
           05 FILLER                               PIC X(3).
           05 W-LoAlertes                          PIC ZZZZ9.

      *-- Zones d'edition
       01 W-MoisEdit                               PIC X(7).
       01 W-DateEdit                               PIC X(10).
       01 W-HeureEdit                              PIC X(8).
       01 W-VAL-EDIT                               PIC ZZZZ9.
       01 W-SEUIL-EDIT                             PIC ZZZZ9.
       01 W-HHMM-EDIT.
           05 W-HhmmHH                             PIC 99.
           05 FILLER                               PIC X VALUE ':'.
           05 W-HhmmMM                             PIC 99.
       01 W-HHMM-EDIT2                             PIC X(5).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM LECTURE-JOURNAL
           PERFORM EDITION-SYNTHESE
           PERFORM EDITION-ALERTES
           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr
           MOVE 'voir console' TO CPY-ERR-CONTEXTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateJour

           PERFORM LECTURE-PARAMS-LOT
           MOVE 'CONSULT-VOL-MAX' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               MOVE CPY-PARAM-VALNUM TO W-VolMax
           END-IF
           MOVE 'CONSULT-HEURE-DEB' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK
               MOVE CPY-PARAM-VALNUM TO W-HeureDeb
           END-IF
           MOVE 'CONSULT-HEURE-FIN' TO CPY-PARAM-CLE-DEM
           PERFORM RECHERCHE-PARAM
           IF CPY-PARAM-TROUVE-OK AND CPY-PARAM-VALNUM > ZERO
               MOVE CPY-PARAM-VALNUM TO W-HeureFin
           END-IF
           IF W-HeureDeb >= W-HeureFin
               DISPLAY 'Plage horaire incoherente ' W-HeureDeb '-'
                   W-HeureFin ' : plage 0700-1900 retenue'
               MOVE 0700 TO W-HeureDeb
               MOVE 1900 TO W-HeureFin
           END-IF

      *-- Mois a traiter : impose par MOIS-CONSULTATIONS.txt, sinon le
      *   mois precedant la date du run (revue du debut de mois).
           MOVE W-DateJour(1:6) TO W-MoisTraite
           OPEN INPUT FICMOIS
           IF L-FstMois = ZERO
               READ FICMOIS
               NOT AT END
                   IF E-FICMOIS IS NUMERIC
                       AND E-FICMOIS(5:2) >= '01'
                       AND E-FICMOIS(5:2) <= '12'
                       MOVE E-FICMOIS TO W-MoisTraite
                       SET W-MoisImpose-OK TO TRUE
                   ELSE
                       DISPLAY 'MOIS-CONSULTATIONS.txt invalide ='
                           E-FICMOIS '> mois par defaut retenu'
                   END-IF
               END-READ
               CLOSE FICMOIS
           END-IF
           IF NOT W-MoisImpose-OK
               COMPUTE W-MoisRang = W-MoisAnnee * 12 + W-MoisNum - 2
               DIVIDE W-MoisRang BY 12 GIVING W-MoisAnnee
                   REMAINDER W-MoisReste
               COMPUTE W-MoisNum = W-MoisReste + 1
           END-IF
           DISPLAY 'Mois traite =' W-MoisTraite '>'

           OPEN OUTPUT RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RAPPORT-CONSULTATIONS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           MOVE 'CONSULTATIONS DE CONTRATS PAR OPERATEUR'
               TO CPY-RAP-TITRE
           MOVE SPACES TO W-MoisEdit
           STRING W-MoisNum '/' W-MoisAnnee
               DELIMITED BY SIZE INTO W-MoisEdit
           END-STRING
           MOVE SPACES TO CPY-RAP-PERIODE
           STRING 'MOIS ' W-MoisEdit
               DELIMITED BY SIZE INTO CPY-RAP-PERIODE
           END-STRING
           MOVE SPACES TO CPY-RAP-ENTCOL
           STRING 'OPERATEUR  CONSULT. TROUVEES ABSENTES  HISTOR.'
               '  HORS-H. JOURS  MAX/J.  ALERTES'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM DEBUT-RAPPORT
           .
      *----------------------------------------------------------------
       LECTURE-JOURNAL.
      *-- Journal absent : aucune consultation depuis sa mise en
      *   place, rapport a zero (signale).
           OPEN INPUT FICJRNCONS
           IF L-FstJrnCons NOT = ZERO
               DISPLAY 'Journal JOURNAL-CONSULTATIONS.txt absent, '
                   'aucune consultation a analyser'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstJrnCons NOT = ZERO
               READ FICJRNCONS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF E-JrnDate(1:6) = W-MoisTraite
                       PERFORM ANALYSE-LIGNE-JOURNAL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICJRNCONS
      *-- Jour en cours de chaque operateur, juge en fin de lecture
           PERFORM VARYING IDX-OP FROM 1 BY 1 UNTIL IDX-OP > W-NbrOp
               PERFORM CLOTURE-JOUR-OPERATEUR
           END-PERFORM
           .
      *----------------------------------------------------------------
       ANALYSE-LIGNE-JOURNAL.
      *-----
      *-- Demande refusee faute d'operateur : comptee a part, elle
      *   n'a rien restitue.
           IF E-JrnResultat = 'R'
               ADD 1 TO W-NbrRefusees
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO W-IdxOpTrouve
           PERFORM VARYING IDX-OP FROM 1 BY 1 UNTIL IDX-OP > W-NbrOp
               IF W-OpNom(IDX-OP) = E-JrnOperateur
                   SET W-IdxOpTrouve TO IDX-OP
               END-IF
           END-PERFORM
           IF W-IdxOpTrouve = ZERO
               IF W-NbrOp >= W-Op-Max
                   ADD 1 TO W-OpDeborde
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO W-NbrOp
               MOVE W-NbrOp TO W-IdxOpTrouve
               SET IDX-OP TO W-NbrOp
               INITIALIZE W-Op(IDX-OP)
               MOVE E-JrnOperateur TO W-OpNom(IDX-OP)
           END-IF
           SET IDX-OP TO W-IdxOpTrouve

      *-- Changement de jour pour cet operateur : le jour quitte est
      *   juge contre le seuil de volume.
           IF W-OpDateCour(IDX-OP) NOT = E-JrnDate
               PERFORM CLOTURE-JOUR-OPERATEUR
               MOVE E-JrnDate TO W-OpDateCour(IDX-OP)
               MOVE ZERO TO W-OpCptJour(IDX-OP)
               ADD 1 TO W-OpNbrJours(IDX-OP)
           END-IF

           ADD 1 TO W-OpNbrCons(IDX-OP)
           ADD 1 TO W-OpCptJour(IDX-OP)
           IF E-JrnObjet = 'H'
               ADD 1 TO W-OpNbrHisto(IDX-OP)
           ELSE
               IF E-JrnResultat = 'T'
                   ADD 1 TO W-OpNbrTrouves(IDX-OP)
               ELSE
                   ADD 1 TO W-OpNbrAbsents(IDX-OP)
               END-IF
           END-IF
           PERFORM CONTROLE-HORS-HEURES
           .
      *----------------------------------------------------------------
       CLOTURE-JOUR-OPERATEUR.
      *-- Jour W-OpDateCour de l'operateur IDX-OP termine : pic
      *   journalier et alerte de volume au-dela du seuil.
           IF W-OpDateCour(IDX-OP) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF W-OpCptJour(IDX-OP) > W-OpMaxJour(IDX-OP)
               MOVE W-OpCptJour(IDX-OP) TO W-OpMaxJour(IDX-OP)
           END-IF
           IF W-OpCptJour(IDX-OP) > W-VolMax
               ADD 1 TO W-OpNbrAlertes(IDX-OP)
               IF W-NbrAlVol < W-AlVol-Max
                   ADD 1 TO W-NbrAlVol
                   SET IDX-ALVOL TO W-NbrAlVol
                   MOVE W-OpNom(IDX-OP) TO W-AlVolOp(IDX-ALVOL)
                   MOVE W-OpDateCour(IDX-OP) TO W-AlVolDate(IDX-ALVOL)
                   MOVE W-OpCptJour(IDX-OP) TO W-AlVolNbr(IDX-ALVOL)
               ELSE
                   ADD 1 TO W-AlVolDeborde
               END-IF
           END-IF
           MOVE SPACES TO W-OpDateCour(IDX-OP)
           .
      *----------------------------------------------------------------
       CONTROLE-HORS-HEURES.
      *-- Consultation hors de la plage ouvree, ou un week-end
           MOVE SPACES TO W-HorsHeures
           MOVE SPACES TO W-MotifHorsHeures
           IF E-JrnDate IS NUMERIC
               COMPUTE W-JourSemaine = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(E-JrnDate)) - 1, 7)
               IF W-JourSemaine >= 5
                   SET W-HorsHeures-OK TO TRUE
                   MOVE 'WEEK-END' TO W-MotifHorsHeures
               END-IF
           END-IF
           IF NOT W-HorsHeures-OK AND E-JrnHeure(1:4) IS NUMERIC
               MOVE E-JrnHeure(1:4) TO W-HeureLigne
               IF W-HeureLigne < W-HeureDeb
                  OR W-HeureLigne >= W-HeureFin
                   SET W-HorsHeures-OK TO TRUE
                   MOVE 'HORS PLAGE' TO W-MotifHorsHeures
               END-IF
           END-IF
           IF W-HorsHeures-OK
               ADD 1 TO W-OpNbrHorsH(IDX-OP)
               ADD 1 TO W-OpNbrAlertes(IDX-OP)
               IF W-NbrAlHh < W-AlHh-Max
                   ADD 1 TO W-NbrAlHh
                   SET IDX-ALHH TO W-NbrAlHh
                   MOVE E-JrnOperateur TO W-AlHhOp(IDX-ALHH)
                   MOVE E-JrnDate TO W-AlHhDate(IDX-ALHH)
                   MOVE E-JrnHeure TO W-AlHhHeure(IDX-ALHH)
                   MOVE E-JrnRef TO W-AlHhRef(IDX-ALHH)
                   MOVE E-JrnMode TO W-AlHhMode(IDX-ALHH)
                   MOVE E-JrnObjet TO W-AlHhObjet(IDX-ALHH)
                   MOVE W-MotifHorsHeures TO W-AlHhMotif(IDX-ALHH)
               ELSE
                   ADD 1 TO W-AlHhDeborde
               END-IF
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-SYNTHESE.
      *-- Une ligne par operateur, dans l'ordre de premiere
      *   apparition au journal, puis les seuils appliques.
           IF W-NbrOp = ZERO
               MOVE 'AUCUNE CONSULTATION SUR LE MOIS' TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-IF
           PERFORM VARYING IDX-OP FROM 1 BY 1 UNTIL IDX-OP > W-NbrOp
               MOVE SPACES TO W-LigneOp
               MOVE W-OpNom(IDX-OP) TO W-LoNom
               MOVE W-OpNbrCons(IDX-OP) TO W-LoCons
               MOVE W-OpNbrTrouves(IDX-OP) TO W-LoTrouves
               MOVE W-OpNbrAbsents(IDX-OP) TO W-LoAbsents
               MOVE W-OpNbrHisto(IDX-OP) TO W-LoHisto
               MOVE W-OpNbrHorsH(IDX-OP) TO W-LoHorsH
               MOVE W-OpNbrJours(IDX-OP) TO W-LoJours
               MOVE W-OpMaxJour(IDX-OP) TO W-LoMaxJour
               MOVE W-OpNbrAlertes(IDX-OP) TO W-LoAlertes
               MOVE W-LigneOp TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           IF W-OpDeborde NOT = ZERO
               MOVE W-OpDeborde TO W-VAL-EDIT
               MOVE W-Op-Max TO W-SEUIL-EDIT
               STRING 'ATTENTION : ' W-VAL-EDIT ' LIGNES D OPERATEURS '
                   'AU-DELA DE ' W-SEUIL-EDIT ' NON ANALYSEES'
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           PERFORM ECRITURE-RAPPORT
           MOVE W-VolMax TO W-SEUIL-EDIT
           STRING 'SEUIL DE VOLUME : ' W-SEUIL-EDIT
               ' CONSULTATIONS PAR OPERATEUR ET PAR JOUR'
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           MOVE W-HeureDeb(1:2) TO W-HhmmHH
           MOVE W-HeureDeb(3:2) TO W-HhmmMM
           MOVE W-HHMM-EDIT TO W-HHMM-EDIT2
           MOVE W-HeureFin(1:2) TO W-HhmmHH
           MOVE W-HeureFin(3:2) TO W-HhmmMM
           STRING 'HEURES OUVREES  : ' W-HHMM-EDIT2 ' - ' W-HHMM-EDIT
               ' DU LUNDI AU VENDREDI'
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       EDITION-ALERTES.
      *-- Section des alertes, sur sa propre page : volumes
      *   anormaux, consultations hors heures, demandes refusees.
           MOVE SPACES TO CPY-RAP-ENTCOL
           STRING 'ALERTE       OPERATEUR  DATE        DETAIL'
               DELIMITED BY SIZE INTO CPY-RAP-ENTCOL
           END-STRING
           PERFORM NOUVELLE-SECTION-RAPPORT
           IF W-NbrAlVol = ZERO AND W-NbrAlHh = ZERO
              AND W-NbrRefusees = ZERO
               MOVE 'AUCUNE ALERTE SUR LE MOIS' TO CPY-RAP-LIGNE
               PERFORM ECRITURE-RAPPORT
           END-IF
           PERFORM VARYING IDX-ALVOL FROM 1 BY 1
                   UNTIL IDX-ALVOL > W-NbrAlVol
               MOVE W-AlVolDate(IDX-ALVOL) TO W-DateEdit
               PERFORM EDITION-DATE
               MOVE W-AlVolNbr(IDX-ALVOL) TO W-VAL-EDIT
               STRING 'VOLUME       ' W-AlVolOp(IDX-ALVOL) '   '
                   W-DateEdit '  ' W-VAL-EDIT ' CONSULTATIONS'
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           PERFORM VARYING IDX-ALHH FROM 1 BY 1
                   UNTIL IDX-ALHH > W-NbrAlHh
               MOVE W-AlHhDate(IDX-ALHH) TO W-DateEdit
               PERFORM EDITION-DATE
               MOVE SPACES TO W-HeureEdit
               STRING W-AlHhHeure(IDX-ALHH)(1:2) ':'
                   W-AlHhHeure(IDX-ALHH)(3:2) ':'
                   W-AlHhHeure(IDX-ALHH)(5:2)
                   DELIMITED BY SIZE INTO W-HeureEdit
               END-STRING
               STRING 'HORS HEURES  ' W-AlHhOp(IDX-ALHH) '   '
                   W-DateEdit '  ' W-HeureEdit ' '
                   W-AlHhMotif(IDX-ALHH) ' REF ' W-AlHhRef(IDX-ALHH)
                   ' ' W-AlHhMode(IDX-ALHH) W-AlHhObjet(IDX-ALHH)
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-PERFORM
           IF W-AlVolDeborde NOT = ZERO OR W-AlHhDeborde NOT = ZERO
               COMPUTE W-VAL-EDIT = W-AlVolDeborde + W-AlHhDeborde
               STRING 'ATTENTION : ' W-VAL-EDIT
                   ' ALERTES NON DETAILLEES (CAPACITE ATTEINTE)'
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           IF W-NbrRefusees NOT = ZERO
               MOVE W-NbrRefusees TO W-VAL-EDIT
               STRING 'SANS OPERAT.            ' W-VAL-EDIT
                   ' DEMANDES EN LOT REFUSEES FAUTE D OPERATEUR'
                   DELIMITED BY SIZE INTO CPY-RAP-LIGNE
               END-STRING
               PERFORM ECRITURE-RAPPORT
           END-IF
           PERFORM ECRITURE-RAPPORT
           STRING 'MODE I CONSOLE / L LOT - '
               'OBJET C CONTRAT / H HISTORIQUE'
               DELIMITED BY SIZE INTO CPY-RAP-LIGNE
           END-STRING
           PERFORM ECRITURE-RAPPORT
           .
      *----------------------------------------------------------------
       EDITION-DATE.
      *-- W-DateEdit AAAAMMJJ en JJ/MM/AAAA
           MOVE W-DateEdit(1:8) TO W-HeureEdit
           MOVE SPACES TO W-DateEdit
           STRING W-HeureEdit(7:2) '/' W-HeureEdit(5:2) '/'
               W-HeureEdit(1:4)
               DELIMITED BY SIZE INTO W-DateEdit
           END-STRING
           .
      *----------------------------------------------------------------
       FIN-TRT.
      *----
           IF RETURN-CODE = ZERO
               PERFORM FIN-RAPPORT
           END-IF
           CLOSE RAPPORT
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Lignes de journal lues =' L-NbrEnrLus '>'
           DISPLAY 'Operateurs du mois     =' W-NbrOp '>'
           DISPLAY 'Alertes volume         =' W-NbrAlVol '>'
           DISPLAY 'Alertes hors heures    =' W-NbrAlHh '>'
           DISPLAY 'Demandes refusees      =' W-NbrRefusees '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           GOBACK.

      *----------------------------------------------------------------
       ERREUR.
      *----
           PERFORM ECRITURE-ERREUR-JOURNAL
           DISPLAY 'Fin anormale'
           MOVE 16 TO RETURN-CODE
           PERFORM FIN-TRT.

      *----------------------------------------------------------------
       ECRITURE-LIGNE-PHYSIQUE.
      *-- Ecriture physique d'une ligne paginee du rapport, pour le
      *   compte de RapportEcriture_COPY.
           MOVE CPY-RAP-SORTIE TO E-RAPPORT
           WRITE E-RAPPORT
           IF L-FstRapport NOT = ZERO
               MOVE L-FstRapport TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture rapport FS=' L-FstRapport
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture RAPPORT-CONSULTATIONS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           ELSE
               ADD 1 TO L-NbrEnrEcrits
           END-IF
           .

      *----------------------------------------------------------------
       COPY RapportEcriture_COPY.

      *----------------------------------------------------------------
       COPY ParamsLecture_COPY.

      *----------------------------------------------------------------
       COPY ErreurEcriture_COPY.

      *----------------------------------------------------------------
       COPY StatutTraduction_COPY.

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.
