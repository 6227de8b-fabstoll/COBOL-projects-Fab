           05 E-EtatRef                            PIC X(9).
           05 FILLER                               PIC X.
           05 E-EtatSit                            PIC X.
           05 FILLER                               PIC X.
           05 E-EtatDate                           PIC X(8).

       FD  FICMODTRT.
       01 E-FICMODTRT                              PIC X(2).

       *> Contrats fermes par une ligne 'F' : une ligne tete ne peut
       *> plus s'y rattacher, elle est signalee (cf. lignes Fin dans
       *> ATTRIBUTION-CODE-CONTRAT). La date de fermeture (date du run
       *> qui a traite la ligne 'F') suit le contrat dans l'etat
       *> inter-runs : le controle contrats/polices y confronte les
       *> dates de soin des decomptes.
       01 W-NbrCtrFermes                          PIC 9(5) VALUE ZERO.
       01 W-CTR-FERMES.
           05 W-CTR-FERME  OCCURS 5000 TIMES
                           INDEXED BY IDX-CTR-FER.
               10 W-CtrFermeRef                   PIC X(9).
               10 W-CtrFermeDate                  PIC X(8).
       01 W-DateJour                              PIC X(8).
       01 W-DateFermeAMemoriser                   PIC X(8).
       01 W-CtrFermeTrouve                        PIC X.
           88 W-CtrFermeTrouve-OK                 VALUE 'O'.
       01 W-IdxOuvTrouve                          PIC 9(5).
      *-- Parametres d'exploitation partages (cf. LECTURE-PARAMS-LOT)
           COPY Params_COPY.

      *-- Zones d'appel du manifeste des fichiers (cf.
      *   VERIFICATION-MANIFESTE)
           COPY Manifeste_COPY.

      *-- Editeur de rapports pagines (cf. ECRITURE-RAPPORT)
           COPY Rapport_COPY.

           MOVE LOW-VALUE                              TO L-FinFic
           INITIALIZE L-Nbr

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DateJour

           PERFORM LECTURE-PARAMS-LOT
           PERFORM SURCHARGE-PARAMS
           PERFORM LECTURE-MODE-TRT
      *   de signaler a tort des references pourtant presentes.
           MOVE SPACES TO W-RefMaster-Actif
           MOVE ZERO TO W-NbrRefMaster
      *-- Master tel que FUSION-FICHIER l'a publie, sinon arret
           MOVE 'FICSOR.txt' TO CPY-MAN-FICHIER
           PERFORM VERIFICATION-MANIFESTE
           OPEN INPUT FICMASTER
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Master FICSOR.txt absent, controle '
                               WHEN 'F'
                                   MOVE E-EtatRef
                                       TO W-FermeAMemoriser
      *-- Etat a l'ancien dessin : date inconnue, laissee a blanc
                                   MOVE E-EtatDate
                                       TO W-DateFermeAMemoriser
                                   PERFORM
                                       MEMORISATION-CONTRAT-FERME
                           END-EVALUATE
           END-IF
           ADD 1 TO W-NbrCtrFermes
           SET IDX-CTR-FER TO W-NbrCtrFermes
           MOVE W-FermeAMemoriser TO W-CtrFermeRef(IDX-CTR-FER)
           MOVE W-DateFermeAMemoriser TO W-CtrFermeDate(IDX-CTR-FER)
           .
      *----------------------------------------------------------------------------
       RECHERCHE-CONTRAT-REPORTE.
      *   W-CTR-FERMES, comme une fermeture du soir.
           ADD 1 TO W-NbrFermReportes
           MOVE W-CtrRepRef(W-IdxRepTrouve) TO W-FermeAMemoriser
           MOVE W-DateJour TO W-DateFermeAMemoriser
           PERFORM MEMORISATION-CONTRAT-FERME
           PERFORM RETRAIT-CONTRAT-REPORTE
           .
                   UNTIL IDX-CTR-FER > W-NbrCtrFermes
               MOVE SPACES TO E-FICETAT
               MOVE 'F' TO E-EtatType
               MOVE W-CtrFermeRef(IDX-CTR-FER) TO E-EtatRef
               MOVE W-CtrFermeDate(IDX-CTR-FER) TO E-EtatDate
               WRITE E-FICETAT
               ADD 1 TO W-NbrEtatEcrits
           END-PERFORM
           END-IF
       ELSE
           MOVE W-FicEnt-DonCtr-RefCtr(IDX-TAB) TO W-FermeAMemoriser
           MOVE W-DateJour TO W-DateFermeAMemoriser
           PERFORM MEMORISATION-CONTRAT-FERME
           PERFORM VARYING W-IdxCompacte FROM W-IdxOuvTrouve BY 1
                   UNTIL W-IdxCompacte >= W-NbrCtrOuverts
       MOVE SPACES TO W-CtrFermeTrouve
       PERFORM VARYING IDX-CTR-FER FROM 1 BY 1
               UNTIL IDX-CTR-FER > W-NbrCtrFermes
           IF W-CtrFermeRef(IDX-CTR-FER)
                   = W-FicEnt-DonTet-Code(IDX-TAB)
               SET W-CtrFermeTrouve-OK TO TRUE
           END-IF
       END-PERFORM
       MOVE SPACES TO W-CtrFermeTrouve
       PERFORM VARYING IDX-CTR-FER FROM 1 BY 1
               UNTIL IDX-CTR-FER > W-NbrCtrFermes
           IF W-CtrFermeRef(IDX-CTR-FER) = W-RefCherchee
               SET W-CtrFermeTrouve-OK TO TRUE
           END-IF
       END-PERFORM
       IF W-GV-CtrPresent-OK
           IF W-GV-Ferme-OK
               MOVE W-GV-CtrTenu-Ref TO W-FermeAMemoriser
               MOVE W-DateJour TO W-DateFermeAMemoriser
               PERFORM MEMORISATION-CONTRAT-FERME
           ELSE
               IF W-NbrCtrReportes < W-EtatRep-Max
           END-IF
      *-- L'etat inter-runs n'est fige qu'en fin de run normal : une
      *   fin anormale conserve l'etat du run precedent.
      *-- FICSOR2 complet publie au manifeste pour ses lecteurs.
           IF RETURN-CODE = ZERO
               PERFORM ECRITURE-ETAT-CONTRATS
               MOVE 'FICSOR2.txt' TO CPY-MAN-FICHIER
               PERFORM PUBLICATION-MANIFESTE
           END-IF
           MOVE L-NbrEnrLus TO CPY-AUDIT-NBR-LUS
           MOVE L-NbrEnrEcrits TO CPY-AUDIT-NBR-ECR

      *----------------------------------------------------------------------------
       COPY AuditEcriture_COPY.

      *----------------------------------------------------------------------------
       COPY ManifesteAppel_COPY.
