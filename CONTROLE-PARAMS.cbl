       01 L-FstHisto                               PIC 99.

      *-- Dictionnaire des cles admises dans PARAMS-LOT.txt, avec
      *   les bornes de valeur plausibles de chacune et son format
      *   ('H' : heure HHMM, heures et minutes controlees a part).
      *   Toute nouvelle cle d'exploitation s'ajoute ici en meme temps
      *   que dans le programme qui la consomme.
       01 W-DICO-DEFS.
           05 FILLER  PIC X(39) VALUE
              'ATTENTE-INTERVALLE  000000001000000999 '.
           05 FILLER  PIC X(39) VALUE
              'ATTENTE-LIMITE      000000001000002359H'.
           05 FILLER  PIC X(39) VALUE
              'AUDIT-RETENTION     000000001000000099 '.
           05 FILLER  PIC X(39) VALUE
              'BAREME-TOLERANCE    000000000000099999 '.
           05 FILLER  PIC X(39) VALUE
              'CALIB-MIN-PARTIES   000000001000000999 '.
           05 FILLER  PIC X(39) VALUE
              'CHK-FREQ            000000001000999999 '.
           05 FILLER  PIC X(39) VALUE
              'CLOTURE-ECARTS-MAX  000000000000999999 '.
           05 FILLER  PIC X(39) VALUE
              'COMPO-TOP-N         000000001000000099 '.
           05 FILLER  PIC X(39) VALUE
              'CONSULT-HEURE-DEB   000000000000002359H'.
           05 FILLER  PIC X(39) VALUE
              'CONSULT-HEURE-FIN   000000001000002359H'.
           05 FILLER  PIC X(39) VALUE
              'CONSULT-VOL-MAX     000000001000099999 '.
           05 FILLER  PIC X(39) VALUE
              'DUREE-SEUIL         000000001000000999 '.
           05 FILLER  PIC X(39) VALUE
              'ESSAIS-MAX          000000001000000099 '.
           05 FILLER  PIC X(39) VALUE
              'EXC-JOURS-SEUIL     000000001000000999 '.
           05 FILLER  PIC X(39) VALUE
              'FICENT-MAX          000000001009999999 '.
           05 FILLER  PIC X(39) VALUE
              'MTREMB-MAX          000000001009999999 '.
           05 FILLER  PIC X(39) VALUE
              'POL-MAX             000000001000099999 '.
           05 FILLER  PIC X(39) VALUE
              'PRS-SEUIL-PCT       000000101000001000 '.
           05 FILLER  PIC X(39) VALUE
              'QUALITE-ECART-PCT   000000001000009999 '.
           05 FILLER  PIC X(39) VALUE
              'SEMAINE-MAX         000000001000000004 '.
           05 FILLER  PIC X(39) VALUE
              'SP-SEUIL-PCT        000000001000000999 '.
           05 FILLER  PIC X(39) VALUE
              'TARIF-ECART-PCT     000000001000000100 '.
           05 FILLER  PIC X(39) VALUE
              'TITRES-TOP-N        000000001000000099 '.
           05 FILLER  PIC X(39) VALUE
              'TOP-N               000000001000000100 '.
           05 FILLER  PIC X(39) VALUE
              'VERIF-MASTER        000000000000000001 '.
       01 W-DICO-TAB REDEFINES W-DICO-DEFS.
           05 W-DICO  OCCURS 25 TIMES INDEXED BY IDX-DICO.
               10 W-DicoCle                        PIC X(20).
               10 W-DicoMin                        PIC 9(9).
               10 W-DicoMax                        PIC 9(9).
               10 W-DicoFormat                     PIC X.
                   88 W-DicoFormat-Heure           VALUE 'H'.

      *-- Decoupage et verdict de la ligne en cours
       01 W-CleLue                                 PIC X(20).
           88 W-ValNumerique-OK                    VALUE 'O'.
       01 W-IdxCar                                 PIC 99.
       01 W-LgVal                                  PIC 99.
       01 W-ValHeures                              PIC 9(7).
       01 W-ValMinutes                             PIC 99.

       01 W-NbrLignes                              PIC 9(3) VALUE ZERO.
       01 W-NbrAcceptes                            PIC 9(3) VALUE ZERO.
           END-IF

           MOVE ZERO TO W-IdxDicoTrouve
           PERFORM VARYING IDX-DICO FROM 1 BY 1 UNTIL IDX-DICO > 25
               IF W-DicoCle(IDX-DICO) = W-CleLue
                   SET W-IdxDicoTrouve TO IDX-DICO
               END-IF
               EXIT PARAGRAPH
           END-IF

      *-- Heure HHMM : 0975 tient dans les bornes mais n'est pas une
      *   heure.
           IF W-DicoFormat-Heure(W-IdxDicoTrouve)
               DIVIDE W-ValNum BY 100 GIVING W-ValHeures
                   REMAINDER W-ValMinutes
               IF W-ValHeures > 23 OR W-ValMinutes > 59
                   ADD 1 TO W-NbrRefus
                   DISPLAY 'REFUS : ' FUNCTION TRIM(W-CleLue) ' = '
                       W-ValNum ' heure HHMM invalide (heures 00-23, '
                       'minutes 00-59)'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO W-NbrAcceptes
           DISPLAY 'OK    : ' FUNCTION TRIM(W-CleLue) ' = '
               FUNCTION TRIM(W-ValLue)
