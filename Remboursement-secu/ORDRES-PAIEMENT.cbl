       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDRES-PAIEMENT.

      *-- Emission du fichier d'ordres de paiement a partir des
      *   decomptes admis par Remboursement_secu_mensuel
      *   (DECOMPTES-ADMIS.txt, ferme par son trailer compte /
      *   total) : un virement par police, cumul de tous ses
      *   decomptes admis, avec les coordonnees bancaires du
      *   referentiel RIB-POLICES.txt, dans un lot encadre d'une
      *   entete et d'un trailer compte / total de controle
      *   (ORDRES-PAIEMENT.txt). Les montants ne sont plus ressaisis
      *   dans le systeme de paiement.
      *
      *-- Une police sans coordonnees bancaires valides (absentes,
      *   IBAN a la cle fausse, BIC mal forme) n'est pas payee : elle
      *   part sur la liste POLICES-SANS-RIB.txt, et ses decomptes
      *   sont conserves sur ADMIS-SANS-RIB.txt, re-presentes
      *   d'office a l'emission suivante (meme principe que les
      *   reports de la cloture de periode).
      *
      *-- Les decomptes rouverts par un virement retourne
      *   (DECOMPTES-REOUVERTS.txt, cf. RAPPROCHEMENT-PAIEMENTS) sont
      *   re-presentes de meme. Une police dont l'IBAN a deja ete
      *   retourne par la banque (IBAN-RETOURNES.txt) n'est pas payee
      *   sur ce compte : elle reste en attente jusqu'a la correction
      *   de ses coordonnees.
      *
      *-- Un lot emis consomme DECOMPTES-ADMIS.txt (reecrit vide) :
      *   une relance ne paie pas deux fois les memes decomptes. Sur
      *   fin anormale le fichier reste en place, la relance le
      *   reprend entier.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Decomptes admis du dernier run du mensuel, dessin E-LISTE
      *> (montant rembourse = part admise), trailer de controle.
           SELECT ADMIS ASSIGN TO 'DECOMPTES-ADMIS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstAdmis.

      *> Decomptes admis en attente de coordonnees bancaires, laisses
      *> par l'emission precedente. Optionnel.
           SELECT SUSPENS ASSIGN TO 'ADMIS-SANS-RIB.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstSuspens.

      *> Nouveau suspens constitue pendant l'emission ; ne remplace
      *> ADMIS-SANS-RIB.txt qu'une fois le lot complet.
           SELECT SUSPTRAV ASSIGN TO 'ORD-SUSPENS-TRAV.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstSuspTrav.

      *> Decomptes rouverts par un virement retourne. Optionnel.
           SELECT REOUVERTS ASSIGN TO 'DECOMPTES-REOUVERTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstReouverts.

      *> IBAN retournes par la banque, par police. Optionnel.
           SELECT FICRETOURS ASSIGN TO 'IBAN-RETOURNES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstRetours.

      *> Coordonnees bancaires par police (titulaire, IBAN, BIC)
           SELECT RIBREF ASSIGN TO 'RIB-POLICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstRibRef.

      *> Fichiers de travail : decomptes a payer, puis tries par
      *> police pour le regroupement en un virement.
           SELECT ADMTRAV ASSIGN TO 'ORD-ADMIS-TRAV.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstAdmTrav.

           SELECT ADMTRI ASSIGN TO 'ORD-ADMIS-TRIES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstAdmTri.

           SELECT TRI-ADMIS ASSIGN TO 'TRIORDTRAV'.

      *> Lot d'ordres de paiement : entete, un ordre par police,
      *> trailer compte / total.
           SELECT ORDRES ASSIGN TO 'ORDRES-PAIEMENT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstOrdres.

      *> Liste des polices non payees faute de coordonnees valides
           SELECT SANSRIB ASSIGN TO 'POLICES-SANS-RIB.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstSansRib.

      *> Journal d'audit partage entre les programmes batch
      *> (cf. ECRITURE-AUDIT).
           SELECT FIC-AUDIT ASSIGN TO 'JOURNAL-AUDIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FstAudit.
      *-- Journal des erreurs partage entre les programmes batch
      *   (cf. ECRITURE-ERREUR-JOURNAL).
       SELECT FIC-ERREURS  ASSIGN  TO 'JOURNAL-ERREURS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS L-FstErreurs.

       DATA DIVISION.
       FILE SECTION.

      *-- Meme dessin que E-LISTE de Remboursement_secu_mensuel
       FD ADMIS.
       01 E-ADMIS.
           05 E-ADM-CODE                   PIC X(2).
           05 FILLER                       PIC X(3).
           05 E-ADM-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-ADM-DATESOIN               PIC 9(7).
           05 FILLER                       PIC X.
           05 E-ADM-MONTANT                PIC 9(7)V99.
           05 FILLER                       PIC X.
           05 E-ADM-MTFACT                 PIC X(9).
           05 FILLER                       PIC X.
           05 E-ADM-AYANTDROIT             PIC X(2).
           05 FILLER                       PIC X.
           05 E-ADM-PRESTATAIRE            PIC X(11).
       01 E-ADM-LIGNE REDEFINES E-ADMIS    PIC X(60).
       01 E-TRAILER-ADMIS.
           05 E-AdmTrlLib                  PIC X(7).
           05 FILLER                       PIC X.
           05 E-AdmTrlNbr                  PIC 9(5).
           05 FILLER                       PIC X.
           05 E-AdmTrlHash                 PIC 9(9)V99.

       FD SUSPENS.
       01 E-SUSPENS                        PIC X(60).

       FD SUSPTRAV.
       01 E-SUSPTRAV                       PIC X(60).

       FD REOUVERTS.
       01 E-REOUVERTS                      PIC X(60).

       FD FICRETOURS.
       01 E-FICRETOURS.
           05 E-RET-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-RET-IBAN                   PIC X(34).
           05 FILLER                       PIC X(31).

       FD RIBREF.
       01 E-RIBREF.
           05 E-RIB-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-RIB-TITULAIRE              PIC X(30).
           05 FILLER                       PIC X.
           05 E-RIB-IBAN                   PIC X(34).
           05 FILLER                       PIC X.
           05 E-RIB-BIC                    PIC X(11).

       FD ADMTRAV.
       01 E-ADMTRAV                        PIC X(60).

       FD ADMTRI.
       01 E-ADMTRI.
           05 FILLER                       PIC X(5).
           05 E-ATR-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X(9).
           05 E-ATR-MONTANT                PIC 9(7)V99.
           05 FILLER                       PIC X(25).
       01 E-ATR-LIGNE REDEFINES E-ADMTRI   PIC X(60).

       SD TRI-ADMIS.
       01 SD-ADM-ENR.
           05 FILLER                       PIC X(5).
           05 SD-ADM-NUMPOL                PIC X(12).
           05 FILLER                       PIC X(43).

      *-- Trois vues du lot : entete (E), ordre (D), trailer (T)
       FD ORDRES.
       01 E-ORD-ENTETE.
           05 E-ORE-TYPE                   PIC X.
           05 FILLER                       PIC X.
           05 E-ORE-LOT                    PIC X(15).
           05 FILLER                       PIC X.
           05 E-ORE-DATE                   PIC X(8).
           05 FILLER                       PIC X.
           05 E-ORE-LIBELLE                PIC X(30).
       01 E-ORD-DETAIL.
           05 E-ORD-TYPE                   PIC X.
           05 FILLER                       PIC X.
           05 E-ORD-SEQ                    PIC 9(6).
           05 FILLER                       PIC X.
           05 E-ORD-NUMPOL                 PIC X(12).
           05 FILLER                       PIC X.
           05 E-ORD-TITULAIRE              PIC X(30).
           05 FILLER                       PIC X.
           05 E-ORD-IBAN                   PIC X(34).
           05 FILLER                       PIC X.
           05 E-ORD-BIC                    PIC X(11).
           05 FILLER                       PIC X.
           05 E-ORD-MONTANT                PIC 9(9)V99.
           05 FILLER                       PIC X.
           05 E-ORD-NBDEC                  PIC 9(5).
       01 E-ORD-TRAILER.
           05 E-ORT-TYPE                   PIC X.
           05 FILLER                       PIC X.
           05 E-ORT-NBR                    PIC 9(6).
           05 FILLER                       PIC X.
           05 E-ORT-HASH                   PIC 9(11)V99.

       FD SANSRIB.
       01 E-SANSRIB                        PIC X(80).

       FD FIC-AUDIT.
       01 E-FICAUDIT                       PIC X(100).
       FD  FIC-ERREURS.
       01 E-FICERREURS                             PIC X(150).

       WORKING-STORAGE SECTION.

       01 L-Pgm              PIC X(20) VALUE 'ORDRES-PAIEMENT'.

      *-- file status fichier
       01 L-FstAdmis                       PIC 99.
       01 L-FstSuspens                     PIC 99.
       01 L-FstSuspTrav                    PIC 99.
       01 L-FstRibRef                      PIC 99.
       01 L-FstReouverts                   PIC 99.
       01 L-FstRetours                     PIC 99.
       01 L-FstAdmTrav                     PIC 99.
       01 L-FstAdmTri                      PIC 99.
       01 L-FstOrdres                      PIC 99.
       01 L-FstSansRib                     PIC 99.
       01 L-FstAudit                       PIC 99.
       01 L-FstErreurs                     PIC 99.

      *-- Table de traduction des codes FILE STATUS (cf. ERREUR)
       COPY Statut_COPY.

      *-- Compteurs du journal d'audit (cf. ECRITURE-AUDIT)
       COPY Audit_COPY.
      *-- Zones du journal des erreurs (cf. ECRITURE-ERREUR-JOURNAL)
           COPY ErreurJournal_COPY.
      *-- Zones d'appel du manifeste des fichiers (cf.
      *   PUBLICATION-/VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

       01 L-Nbr.
           05 L-NbrEnrLus                  PIC 9(7).
           05 L-NbrEnrEcrits               PIC 9(7).

       01 W-FinFic                         PIC X.
           88 W-FinFic-OK                  VALUE 'O'.

      *-- Controle du trailer de DECOMPTES-ADMIS.txt : un fichier non
      *   vide sans trailer vient d'un run du mensuel arrete en
      *   route, il n'est pas emissible.
       01 W-TrailerLu                      PIC X VALUE 'N'.
           88 W-TrailerLu-OK               VALUE 'O'.
       01 W-TrlNbrAnn                      PIC 9(5).
       01 W-TrlHashAnn                     PIC 9(9)V99.
       01 W-NbrAdmisLus                    PIC 9(5) VALUE ZERO.
       01 W-HashAdmisLu                    PIC 9(9)V99 VALUE ZERO.
       01 W-NbrSuspensLus                  PIC 9(5) VALUE ZERO.
       01 W-NbrReouvertsLus                PIC 9(5) VALUE ZERO.
       01 W-ReouvertsLus                   PIC X VALUE 'N'.
           88 W-ReouvertsLus-OK            VALUE 'O'.
       01 W-MntAPayer                      PIC 9(11)V99 VALUE ZERO.

      *-- Referentiel des coordonnees bancaires. Une police presente
      *   plusieurs fois : la premiere ligne fait foi.
       01 W-RIB-MAX                        PIC 9(5) VALUE 5000.
       01 W-NbrRib                         PIC 9(5) VALUE ZERO.
       01 W-RibDeborde                     PIC 9(5) VALUE ZERO.
       01 W-IdxRib                         PIC 9(5).
       01 TABLE-RIB.
           05 T-RIB OCCURS 5000 TIMES
                    INDEXED BY IDX-RIB.
               10 T-RIB-NUMPOL              PIC X(12).
               10 T-RIB-TITULAIRE           PIC X(30).
               10 T-RIB-IBAN                PIC X(34).
               10 T-RIB-BIC                 PIC X(11).

      *-- IBAN retournes par la banque (cf. RECHERCHE-RIB)
       01 W-IBR-MAX                        PIC 9(5) VALUE 5000.
       01 W-NbrIbr                         PIC 9(5) VALUE ZERO.
       01 TABLE-IBAN-RETOURNES.
           05 T-IBR OCCURS 5000 TIMES
                    INDEXED BY IDX-IBR.
               10 T-IBR-NUMPOL              PIC X(12).
               10 T-IBR-IBAN                PIC X(34).

      *-- Regroupement par police (cf. LECTURE-ADMIS-TRIE)
       01 W-PolEnCours                     PIC X.
           88 W-PolEnCours-OK              VALUE 'O'.
       01 W-GrpPol                         PIC X(12).
       01 W-GrpMontant                     PIC 9(9)V99.
       01 W-GrpNbr                         PIC 9(5).
       01 W-MotifSansRib                   PIC X(20).

      *-- Controle de l'IBAN (cf. CONTROLE-IBAN) : cle ISO 13616
      *   modulo 97, lettres valorisees par leur rang dans
      *   l'alphabet (independant du jeu de caracteres).
       01 W-ALPHABET                       PIC X(26)
                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 W-Iban                           PIC X(34).
       01 W-IbanLong                       PIC 9(2).
       01 W-IbanPos                        PIC 9(2).
       01 W-IbanRang                       PIC 9(2).
       01 W-IbanCar                        PIC X.
       01 W-IbanChiffre REDEFINES W-IbanCar
                                           PIC 9.
       01 W-IbanVal                        PIC 9(2).
       01 W-IbanCalc                       PIC 9(5).
       01 W-IbanQuot                       PIC 9(5).
       01 W-IbanReste                      PIC 9(2).
       01 W-IdxLettre                      PIC 9(2).
       01 W-NbrBlancs                      PIC 9(2).
       01 W-Bic                            PIC X(11).
       01 W-BicLong                        PIC 9(2).
       01 W-CoordValides                   PIC X.
           88 W-CoordValides-OK            VALUE 'O'.

      *-- Lot emis
       01 W-Lot                            PIC X(15).
       01 W-DateJour                       PIC X(8).
       01 W-NbrOrdres                      PIC 9(6) VALUE ZERO.
       01 W-HashOrdres                     PIC 9(11)V99 VALUE ZERO.
       01 W-NbrSansRib                     PIC 9(5) VALUE ZERO.
       01 W-NbrDecSansRib                  PIC 9(5) VALUE ZERO.
       01 W-MntSansRib                     PIC 9(11)V99 VALUE ZERO.
       01 W-LotEmis                        PIC X VALUE 'N'.
           88 W-LotEmis-OK                 VALUE 'O'.
       01 W-CPT-EDIT                       PIC ZZZZZ9.
       01 W-MNT-EDIT                       PIC Z(8)ZZ9,99.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT
           PERFORM CONTROLE-ADMIS
           PERFORM REPRISE-SUSPENS
           PERFORM REPRISE-REOUVERTS
           IF W-NbrAdmisLus = ZERO AND W-NbrSuspensLus = ZERO
                                   AND W-NbrReouvertsLus = ZERO
               DISPLAY 'Aucun decompte a payer (DECOMPTES-ADMIS.txt '
                   'vide ou deja emis) : pas de lot'
               MOVE 4 TO RETURN-CODE
               PERFORM FIN-TRT
           END-IF
           CLOSE ADMTRAV
           PERFORM CHARGEMENT-RIB
           PERFORM CHARGEMENT-IBAN-RETOURNES
           SORT TRI-ADMIS
               ON ASCENDING KEY SD-ADM-NUMPOL
               USING ADMTRAV
               GIVING ADMTRI
           PERFORM OUVERTURE-SORTIES
           PERFORM UNTIL W-FinFic-OK
               PERFORM LECTURE-ADMIS-TRIE
           END-PERFORM
           CLOSE ADMTRI
           PERFORM TOTAUX
           PERFORM CONSOMMATION-ADMIS
           PERFORM CONSOMMATION-REOUVERTS
           PERFORM MISE-A-JOUR-SUSPENS
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
           MOVE SPACES TO W-FinFic
           MOVE SPACES TO W-PolEnCours
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateJour

      *-- Le lot porte l'identifiant d'execution de chaine ; lance a
      *   la main, la date et l'heure du run.
           MOVE SPACES TO W-Lot
           ACCEPT W-Lot FROM ENVIRONMENT 'CHAINE-RUN-ID'
               ON EXCEPTION
                   MOVE SPACES TO W-Lot
           END-ACCEPT
           IF W-Lot = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO W-Lot
           END-IF
           DISPLAY 'Lot d ordres de paiement : ' W-Lot

           OPEN OUTPUT ADMTRAV
           IF L-FstAdmTrav NOT = ZERO
               MOVE L-FstAdmTrav TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture travail admis =' L-FstAdmTrav
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture ORD-ADMIS-TRAV'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       CONTROLE-ADMIS.
      *-- Premiere passe sur DECOMPTES-ADMIS.txt : les details sont
      *   verses au travail, le trailer est rapproche du lu. Aucune
      *   sortie n'est ouverte avant que le fichier soit juge complet.
           MOVE 'DECOMPTES-ADMIS.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT ADMIS
           IF L-FstAdmis NOT = ZERO
               MOVE L-FstAdmis TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture DECOMPTES-ADMIS.txt ='
                   L-FstAdmis ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture DECOMPTES-ADMIS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM UNTIL W-FinFic-OK
               READ ADMIS
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   IF L-FstAdmis NOT = ZERO
                       MOVE L-FstAdmis TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur lecture DECOMPTES-ADMIS.txt ='
                           L-FstAdmis ' (' CPY-STATUT-TEXTE ')'
                       MOVE 'lecture DECOMPTES-ADMIS'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO L-NbrEnrLus
                   IF E-AdmTrlLib = 'TRAILER'
                       SET W-TrailerLu-OK TO TRUE
                       MOVE E-AdmTrlNbr TO W-TrlNbrAnn
                       MOVE E-AdmTrlHash TO W-TrlHashAnn
                   ELSE
                       IF W-TrailerLu-OK
                           DISPLAY 'DECOMPTES-ADMIS.txt : detail '
                               'apres le trailer'
                           MOVE 'DECOMPTES-ADMIS detail apres trailer'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                       END-IF
                       IF E-ADM-MONTANT NOT NUMERIC
                           DISPLAY 'DECOMPTES-ADMIS.txt : montant '
                               'illisible ' E-ADM-LIGNE
                           MOVE 'DECOMPTES-ADMIS montant illisible'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                       END-IF
                       ADD 1 TO W-NbrAdmisLus
                       ADD E-ADM-MONTANT TO W-HashAdmisLu
                       MOVE E-ADM-LIGNE TO E-ADMTRAV
                       PERFORM ECRITURE-ADMIS-TRAVAIL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ADMIS
           MOVE SPACES TO W-FinFic

           IF L-NbrEnrLus = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT W-TrailerLu-OK
               DISPLAY 'DECOMPTES-ADMIS.txt sans trailer : run du '
                   'mensuel incomplet, lot non emis'
               MOVE 'DECOMPTES-ADMIS sans trailer'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           IF W-TrlNbrAnn NOT = W-NbrAdmisLus
               DISPLAY 'DECOMPTES-ADMIS nbr annonce =' W-TrlNbrAnn
                   ' different du nbr lu =' W-NbrAdmisLus '>'
               MOVE 'DECOMPTES-ADMIS trailer nbr annonce'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           IF W-TrlHashAnn NOT = W-HashAdmisLu
               DISPLAY 'DECOMPTES-ADMIS total annonce =' W-TrlHashAnn
                   ' different du total lu =' W-HashAdmisLu '>'
               MOVE 'DECOMPTES-ADMIS trailer total montants'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           DISPLAY 'Trailer DECOMPTES-ADMIS rapproche : '
               W-NbrAdmisLus ' decomptes, total conforme'
           .

      *----------------------------------------------------------------
       REPRISE-SUSPENS.
      *-- Decomptes laisses en attente de coordonnees bancaires par
      *   l'emission precedente : re-presentes avec les nouveaux.
           OPEN INPUT SUSPENS
           IF L-FstSuspens NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-FinFic-OK
               READ SUSPENS
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   IF L-FstSuspens NOT = ZERO
                       MOVE L-FstSuspens TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur lecture ADMIS-SANS-RIB.txt ='
                           L-FstSuspens ' (' CPY-STATUT-TEXTE ')'
                       MOVE 'lecture ADMIS-SANS-RIB'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO L-NbrEnrLus
                   ADD 1 TO W-NbrSuspensLus
                   MOVE E-SUSPENS TO E-ADMTRAV
                   PERFORM ECRITURE-ADMIS-TRAVAIL
               END-READ
           END-PERFORM
           CLOSE SUSPENS
           MOVE SPACES TO W-FinFic
           DISPLAY 'Decomptes en attente de RIB re-presentes : '
               W-NbrSuspensLus
           .

      *----------------------------------------------------------------
       REPRISE-REOUVERTS.
      *-- Decomptes rouverts par un virement retourne : repayes avec
      *   les nouveaux, sur les coordonnees du referentiel.
           OPEN INPUT REOUVERTS
           IF L-FstReouverts NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET W-ReouvertsLus-OK TO TRUE
           PERFORM UNTIL W-FinFic-OK
               READ REOUVERTS
               AT END
                   SET W-FinFic-OK TO TRUE
               NOT AT END
                   IF L-FstReouverts NOT = ZERO
                       MOVE L-FstReouverts TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur lecture DECOMPTES-REOUVERTS.txt'
                           ' =' L-FstReouverts ' (' CPY-STATUT-TEXTE
                           ')'
                       MOVE 'lecture DECOMPTES-REOUVERTS'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO L-NbrEnrLus
                   ADD 1 TO W-NbrReouvertsLus
                   MOVE E-REOUVERTS TO E-ADMTRAV
                   PERFORM ECRITURE-ADMIS-TRAVAIL
               END-READ
           END-PERFORM
           CLOSE REOUVERTS
           MOVE SPACES TO W-FinFic
           DISPLAY 'Decomptes rouverts par retour re-presentes : '
               W-NbrReouvertsLus
           .

      *----------------------------------------------------------------
       ECRITURE-ADMIS-TRAVAIL.
      *-----
           WRITE E-ADMTRAV
           IF L-FstAdmTrav NOT = ZERO
               MOVE L-FstAdmTrav TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture travail admis =' L-FstAdmTrav
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture ORD-ADMIS-TRAV'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       CHARGEMENT-RIB.
      *-- Referentiel obligatoire : sans lui aucune police n'est
      *   payable, le lot n'aurait pas de sens.
           OPEN INPUT RIBREF
           IF L-FstRibRef NOT = ZERO
               MOVE L-FstRibRef TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture RIB-POLICES.txt ='
                   L-FstRibRef ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture RIB-POLICES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM UNTIL L-FstRibRef NOT = ZERO
               READ RIBREF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF W-NbrRib < W-RIB-MAX
                           ADD 1 TO W-NbrRib
                           SET IDX-RIB TO W-NbrRib
                           MOVE E-RIB-NUMPOL TO T-RIB-NUMPOL (IDX-RIB)
                           MOVE E-RIB-TITULAIRE
                               TO T-RIB-TITULAIRE (IDX-RIB)
                           MOVE E-RIB-IBAN TO T-RIB-IBAN (IDX-RIB)
                           MOVE E-RIB-BIC TO T-RIB-BIC (IDX-RIB)
                       ELSE
                           ADD 1 TO W-RibDeborde
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RIBREF
           DISPLAY 'Referentiel RIB charge : ' W-NbrRib ' polices'
      *-- Une police non chargee passerait a tort en 'RIB ABSENT'
           IF W-RibDeborde NOT = ZERO
               DISPLAY 'Referentiel RIB au-dela de la capacite ('
                   W-RIB-MAX ') : ' W-RibDeborde ' lignes non chargees'
               MOVE 'capacite referentiel RIB'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       CHARGEMENT-IBAN-RETOURNES.
      *-- Facultatif : sans fichier, aucun IBAN n'est connu retourne.
      *   Au-dela de la capacite, arret : un IBAN non charge serait
      *   repaye a tort.
           OPEN INPUT FICRETOURS
           IF L-FstRetours NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FstRetours NOT = ZERO
               READ FICRETOURS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF W-NbrIbr >= W-IBR-MAX
                           DISPLAY 'IBAN-RETOURNES.txt au-dela de la '
                               'capacite (' W-IBR-MAX ')'
                           MOVE 'capacite IBAN-RETOURNES'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                       END-IF
                       ADD 1 TO W-NbrIbr
                       SET IDX-IBR TO W-NbrIbr
                       MOVE E-RET-NUMPOL TO T-IBR-NUMPOL (IDX-IBR)
                       MOVE E-RET-IBAN TO T-IBR-IBAN (IDX-IBR)
               END-READ
           END-PERFORM
           CLOSE FICRETOURS
           DISPLAY 'IBAN retournes connus : ' W-NbrIbr
           .

      *----------------------------------------------------------------
       OUVERTURE-SORTIES.
      *-- Lot, liste des polices sans RIB et nouveau suspens (en
      *   travail : l'ancien n'est remplace qu'apres emission).
           OPEN INPUT ADMTRI
           IF L-FstAdmTri NOT = ZERO
               MOVE L-FstAdmTri TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture admis tries =' L-FstAdmTri
                   ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture ORD-ADMIS-TRIES'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT ORDRES
           IF L-FstOrdres NOT = ZERO
               MOVE L-FstOrdres TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture ORDRES-PAIEMENT.txt ='
                   L-FstOrdres ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture ORDRES-PAIEMENT'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT SANSRIB
           IF L-FstSansRib NOT = ZERO
               MOVE L-FstSansRib TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture POLICES-SANS-RIB.txt ='
                   L-FstSansRib ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture POLICES-SANS-RIB'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           OPEN OUTPUT SUSPTRAV
           IF L-FstSuspTrav NOT = ZERO
               MOVE L-FstSuspTrav TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ouverture travail suspens ='
                   L-FstSuspTrav ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ouverture ORD-SUSPENS-TRAV'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF

           MOVE SPACES TO E-ORD-ENTETE
           MOVE 'E' TO E-ORE-TYPE
           MOVE W-Lot TO E-ORE-LOT
           MOVE W-DateJour TO E-ORE-DATE
           MOVE 'REMBOURSEMENTS SANTE' TO E-ORE-LIBELLE
           WRITE E-ORD-ENTETE
           PERFORM CONTROLE-ECRITURE-ORDRES

           MOVE SPACES TO E-SANSRIB
           STRING 'POLICES NON PAYEES FAUTE DE COORDONNEES BANCAIRES '
               '- LOT ' W-Lot DELIMITED BY SIZE INTO E-SANSRIB
           END-STRING
           PERFORM ECRITURE-SANS-RIB
           MOVE 'Police       * Nbr    * Montant        * Motif'
               TO E-SANSRIB
           PERFORM ECRITURE-SANS-RIB
           .

      *----------------------------------------------------------------
       LECTURE-ADMIS-TRIE.
      *-- Une ligne triee : rupture de police avant cumul.
           READ ADMTRI
           AT END
               SET W-FinFic-OK TO TRUE
               IF W-PolEnCours-OK
                   PERFORM FIN-POLICE
               END-IF
           NOT AT END
               IF L-FstAdmTri NOT = ZERO
                   MOVE L-FstAdmTri TO CPY-STATUT-CODE
                   PERFORM TRADUCTION-STATUT
                   DISPLAY 'Erreur lecture admis tries =' L-FstAdmTri
                       ' (' CPY-STATUT-TEXTE ')'
                   MOVE 'lecture ORD-ADMIS-TRIES'
                       TO CPY-ERR-CONTEXTE
                   PERFORM ERREUR
               END-IF
               IF W-PolEnCours-OK AND E-ATR-NUMPOL NOT = W-GrpPol
                   PERFORM FIN-POLICE
               END-IF
               IF NOT W-PolEnCours-OK
                   SET W-PolEnCours-OK TO TRUE
                   MOVE E-ATR-NUMPOL TO W-GrpPol
                   MOVE ZERO TO W-GrpMontant
                   MOVE ZERO TO W-GrpNbr
                   PERFORM RECHERCHE-RIB
               END-IF
               ADD E-ATR-MONTANT TO W-GrpMontant
               ADD 1 TO W-GrpNbr
               ADD E-ATR-MONTANT TO W-MntAPayer
      *-- Police sans coordonnees valides : ses decomptes restent en
      *   attente pour l'emission suivante.
               IF NOT W-CoordValides-OK
                   MOVE E-ATR-LIGNE TO E-SUSPTRAV
                   WRITE E-SUSPTRAV
                   IF L-FstSuspTrav NOT = ZERO
                       MOVE L-FstSuspTrav TO CPY-STATUT-CODE
                       PERFORM TRADUCTION-STATUT
                       DISPLAY 'Erreur ecriture travail suspens ='
                           L-FstSuspTrav ' (' CPY-STATUT-TEXTE ')'
                       MOVE 'ecriture ORD-SUSPENS-TRAV'
                           TO CPY-ERR-CONTEXTE
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO W-NbrDecSansRib
               END-IF
           END-READ
           .

      *----------------------------------------------------------------
       RECHERCHE-RIB.
      *-- Coordonnees de la police W-GrpPol et leur validite ; motif
      *   de non-paiement dans W-MotifSansRib sinon.
           MOVE ZERO TO W-IdxRib
           PERFORM VARYING IDX-RIB FROM 1 BY 1
                   UNTIL IDX-RIB > W-NbrRib OR W-IdxRib NOT = ZERO
               IF T-RIB-NUMPOL (IDX-RIB) = W-GrpPol
                   SET W-IdxRib TO IDX-RIB
               END-IF
           END-PERFORM
           MOVE SPACES TO W-CoordValides
           MOVE SPACES TO W-MotifSansRib
           EVALUATE TRUE
               WHEN W-IdxRib = ZERO
                   MOVE 'RIB ABSENT' TO W-MotifSansRib
               WHEN T-RIB-TITULAIRE (W-IdxRib) = SPACES
                   MOVE 'TITULAIRE ABSENT' TO W-MotifSansRib
               WHEN OTHER
                   MOVE T-RIB-IBAN (W-IdxRib) TO W-Iban
                   PERFORM CONTROLE-IBAN
                   IF NOT W-CoordValides-OK
                       MOVE 'IBAN INVALIDE' TO W-MotifSansRib
                   ELSE
                       MOVE T-RIB-BIC (W-IdxRib) TO W-Bic
                       PERFORM CONTROLE-BIC
                       IF NOT W-CoordValides-OK
                           MOVE 'BIC INVALIDE' TO W-MotifSansRib
                       END-IF
                   END-IF
           END-EVALUATE
      *-- Compte deja retourne par la banque : pas de nouveau virement
      *   tant que le referentiel porte le meme IBAN.
           IF W-CoordValides-OK
               PERFORM VARYING IDX-IBR FROM 1 BY 1
                       UNTIL IDX-IBR > W-NbrIbr
                   IF T-IBR-NUMPOL (IDX-IBR) = W-GrpPol
                       AND T-IBR-IBAN (IDX-IBR) = T-RIB-IBAN (W-IdxRib)
                       MOVE SPACES TO W-CoordValides
                       MOVE 'IBAN RETOURNE' TO W-MotifSansRib
                   END-IF
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
       CONTROLE-IBAN.
      *-- IBAN : 15 a 34 caracteres sans blanc, deux lettres pays, deux
      *   chiffres de cle, puis cle verifiee modulo 97 (les quatre
      *   premiers caracteres passent en fin, une lettre vaut 10 a
      *   35, le reste de la division par 97 doit valoir 1). Le
      *   calcul se fait caractere par caractere sur le reste courant.
           MOVE SPACES TO W-CoordValides
           MOVE ZERO TO W-IbanLong
           PERFORM VARYING W-IbanPos FROM 1 BY 1
                   UNTIL W-IbanPos > 34
               IF W-Iban (W-IbanPos:1) NOT = SPACE
                   MOVE W-IbanPos TO W-IbanLong
               END-IF
           END-PERFORM
           IF W-IbanLong < 15
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO W-NbrBlancs
           INSPECT W-Iban (1:W-IbanLong) TALLYING W-NbrBlancs
               FOR ALL SPACE
           IF W-NbrBlancs NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF W-Iban (1:2) NOT ALPHABETIC-UPPER
               OR W-Iban (3:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO W-IbanReste
           PERFORM VARYING W-IbanRang FROM 1 BY 1
                   UNTIL W-IbanRang > W-IbanLong
               COMPUTE W-IbanPos = W-IbanRang + 4
               IF W-IbanPos > W-IbanLong
                   SUBTRACT W-IbanLong FROM W-IbanPos
               END-IF
               MOVE W-Iban (W-IbanPos:1) TO W-IbanCar
               IF W-IbanCar NUMERIC
                   COMPUTE W-IbanCalc = W-IbanReste * 10
                       + W-IbanChiffre
               ELSE
                   MOVE ZERO TO W-IbanVal
                   PERFORM VARYING W-IdxLettre FROM 1 BY 1
                           UNTIL W-IdxLettre > 26
                       IF W-ALPHABET (W-IdxLettre:1) = W-IbanCar
                           COMPUTE W-IbanVal = W-IdxLettre + 9
                       END-IF
                   END-PERFORM
                   IF W-IbanVal = ZERO
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE W-IbanCalc = W-IbanReste * 100 + W-IbanVal
               END-IF
               DIVIDE W-IbanCalc BY 97 GIVING W-IbanQuot
                   REMAINDER W-IbanReste
           END-PERFORM
           IF W-IbanReste = 1
               SET W-CoordValides-OK TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
       CONTROLE-BIC.
      *-- BIC : 8 ou 11 caracteres sans blanc, banque et pays (six
      *   premiers caracteres) en lettres.
           MOVE SPACES TO W-CoordValides
           MOVE ZERO TO W-BicLong
           PERFORM VARYING W-IbanPos FROM 1 BY 1
                   UNTIL W-IbanPos > 11
               IF W-Bic (W-IbanPos:1) NOT = SPACE
                   MOVE W-IbanPos TO W-BicLong
               END-IF
           END-PERFORM
           IF W-BicLong NOT = 8 AND W-BicLong NOT = 11
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO W-NbrBlancs
           INSPECT W-Bic (1:W-BicLong) TALLYING W-NbrBlancs
               FOR ALL SPACE
           IF W-NbrBlancs = ZERO AND W-Bic (1:6) ALPHABETIC-UPPER
               SET W-CoordValides-OK TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
       FIN-POLICE.
      *-- Rupture de police : un ordre de virement pour le cumul, ou
      *   une ligne sur la liste des polices sans RIB.
           IF W-CoordValides-OK
               ADD 1 TO W-NbrOrdres
               ADD W-GrpMontant TO W-HashOrdres
               MOVE SPACES TO E-ORD-DETAIL
               MOVE 'D' TO E-ORD-TYPE
               MOVE W-NbrOrdres TO E-ORD-SEQ
               MOVE W-GrpPol TO E-ORD-NUMPOL
               MOVE T-RIB-TITULAIRE (W-IdxRib) TO E-ORD-TITULAIRE
               MOVE T-RIB-IBAN (W-IdxRib) TO E-ORD-IBAN
               MOVE T-RIB-BIC (W-IdxRib) TO E-ORD-BIC
               MOVE W-GrpMontant TO E-ORD-MONTANT
               MOVE W-GrpNbr TO E-ORD-NBDEC
               WRITE E-ORD-DETAIL
               PERFORM CONTROLE-ECRITURE-ORDRES
           ELSE
               ADD 1 TO W-NbrSansRib
               ADD W-GrpMontant TO W-MntSansRib
               MOVE W-GrpNbr TO W-CPT-EDIT
               MOVE W-GrpMontant TO W-MNT-EDIT
               MOVE SPACES TO E-SANSRIB
               STRING W-GrpPol ' * ' W-CPT-EDIT ' * ' W-MNT-EDIT
                   ' * ' W-MotifSansRib
                   DELIMITED BY SIZE INTO E-SANSRIB
               END-STRING
               PERFORM ECRITURE-SANS-RIB
           END-IF
           MOVE SPACES TO W-PolEnCours
           .

      *----------------------------------------------------------------
       TOTAUX.
      *-- Trailer du lot, totaux de la liste, et rapprochement : ce
      *   qui etait a payer = lot emis + mis en attente.
           MOVE SPACES TO E-ORD-TRAILER
           MOVE 'T' TO E-ORT-TYPE
           MOVE W-NbrOrdres TO E-ORT-NBR
           MOVE W-HashOrdres TO E-ORT-HASH
           WRITE E-ORD-TRAILER
           PERFORM CONTROLE-ECRITURE-ORDRES

           MOVE W-NbrSansRib TO W-CPT-EDIT
           MOVE W-MntSansRib TO W-MNT-EDIT
           MOVE SPACES TO E-SANSRIB
           STRING 'TOTAL POLICES SANS RIB =' W-CPT-EDIT
               ' MONTANT EN ATTENTE =' W-MNT-EDIT
               DELIMITED BY SIZE INTO E-SANSRIB
           END-STRING
           PERFORM ECRITURE-SANS-RIB

           IF W-HashOrdres + W-MntSansRib NOT = W-MntAPayer
               DISPLAY 'Ecart lot + attente / a payer : '
                   W-HashOrdres ' + ' W-MntSansRib ' / ' W-MntAPayer
               MOVE 'ecart lot emis + attente / a payer'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           CLOSE ORDRES
           CLOSE SANSRIB
           CLOSE SUSPTRAV
           SET W-LotEmis-OK TO TRUE
           .

      *----------------------------------------------------------------
       CONSOMMATION-ADMIS.
      *-- Lot emis : DECOMPTES-ADMIS.txt est reecrit vide, une
      *   relance ne paiera pas deux fois les memes decomptes.
           OPEN OUTPUT ADMIS
           IF L-FstAdmis = ZERO
               CLOSE ADMIS
               DISPLAY 'DECOMPTES-ADMIS.txt consomme (vide apres '
                   'emission)'
      *-- Le fichier vide est republie : une relance le trouvera
      *   conforme et n'emettra rien.
               MOVE 'DECOMPTES-ADMIS.txt' TO CPY-MAN-FICHIER
               PERFORM PUBLICATION-MANIFESTE
           ELSE
               MOVE L-FstAdmis TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Consommation de DECOMPTES-ADMIS.txt en '
                   'echec, FS =' L-FstAdmis ' (' CPY-STATUT-TEXTE ')'
               MOVE 'consommation DECOMPTES-ADMIS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       CONSOMMATION-REOUVERTS.
      *-- Decomptes rouverts re-presentes dans ce lot (payes ou mis
      *   en attente) : DECOMPTES-REOUVERTS.txt est reecrit vide.
           IF NOT W-ReouvertsLus-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REOUVERTS
           IF L-FstReouverts = ZERO
               CLOSE REOUVERTS
               DISPLAY 'DECOMPTES-REOUVERTS.txt consomme'
           ELSE
               MOVE L-FstReouverts TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Consommation de DECOMPTES-REOUVERTS.txt en '
                   'echec, FS =' L-FstReouverts ' ('
                   CPY-STATUT-TEXTE ')'
               MOVE 'consommation DECOMPTES-REOUVERTS'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           .

      *----------------------------------------------------------------
       MISE-A-JOUR-SUSPENS.
      *-- Le nouveau suspens remplace l'ancien, deja re-presente dans
      *   ce lot. Apres la consommation : en cas d'echec ici, les
      *   decomptes en attente restent dans ORD-SUSPENS-TRAV.txt.
           OPEN INPUT SUSPTRAV
           OPEN OUTPUT SUSPENS
           IF L-FstSuspTrav NOT = ZERO OR L-FstSuspens NOT = ZERO
               DISPLAY 'Mise a jour ADMIS-SANS-RIB.txt en echec, FS ='
                   L-FstSuspTrav '/' L-FstSuspens
                   ' : attente conservee dans ORD-SUSPENS-TRAV.txt'
               MOVE 'mise a jour ADMIS-SANS-RIB'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           PERFORM UNTIL L-FstSuspTrav NOT = ZERO
               READ SUSPTRAV
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE E-SUSPTRAV TO E-SUSPENS
                       WRITE E-SUSPENS
                       IF L-FstSuspens NOT = ZERO
                           MOVE L-FstSuspens TO CPY-STATUT-CODE
                           PERFORM TRADUCTION-STATUT
                           DISPLAY 'Erreur ecriture ADMIS-SANS-RIB ='
                               L-FstSuspens ' (' CPY-STATUT-TEXTE ')'
                           MOVE 'ecriture ADMIS-SANS-RIB'
                               TO CPY-ERR-CONTEXTE
                           PERFORM ERREUR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPTRAV
           CLOSE SUSPENS
           .

      *----------------------------------------------------------------
       CONTROLE-ECRITURE-ORDRES.
      *-----
           IF L-FstOrdres NOT = ZERO
               MOVE L-FstOrdres TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture ORDRES-PAIEMENT.txt ='
                   L-FstOrdres ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture ORDRES-PAIEMENT'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       ECRITURE-SANS-RIB.
      *-----
           WRITE E-SANSRIB
           IF L-FstSansRib NOT = ZERO
               MOVE L-FstSansRib TO CPY-STATUT-CODE
               PERFORM TRADUCTION-STATUT
               DISPLAY 'Erreur ecriture POLICES-SANS-RIB.txt ='
                   L-FstSansRib ' (' CPY-STATUT-TEXTE ')'
               MOVE 'ecriture POLICES-SANS-RIB'
                   TO CPY-ERR-CONTEXTE
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrEnrEcrits
           .

      *----------------------------------------------------------------
       FIN-TRT.
      *----
      *-- Fin anormale ou sans lot : fermeture de ce qui est ouvert.
      *   Le trailer n'est pas ecrit, le systeme de paiement refusera
      *   un lot entame.
           IF NOT W-LotEmis-OK
               CLOSE ADMTRAV
               CLOSE ORDRES
               CLOSE SANSRIB
               CLOSE SUSPTRAV
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR
           PERFORM ECRITURE-AUDIT
           DISPLAY 'Ordres de paiement emis =' W-NbrOrdres '>'
           DISPLAY 'Montant du lot          =' W-HashOrdres '>'
           DISPLAY 'Polices sans RIB        =' W-NbrSansRib '>'
           DISPLAY 'Decomptes en attente    =' W-NbrDecSansRib '>'
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
       COPY ErreurEcriture_COPY.

      *----------------------------------------------------------------
       COPY StatutTraduction_COPY.

      *----------------------------------------------------------------
       COPY AuditEcriture_COPY.

      *----------------------------------------------------------------
       COPY ManifesteAppel_COPY.
