      *-- Table de correspondance contrats / polices (cf.
      *   ContratsPolicesLecture_COPY) : CONTRATS-POLICES.txt relie
      *   chaque reference contrat de 9 caracteres (E-RefCtrSor de
      *   FICSOR.txt) au numero de police de 12 caracteres de
      *   POLICES.txt / DECOMPTE.txt, une ligne par contrat. Les
      *   fermetures de COMPLETER-FICHIER (lignes 'F' de
      *   ETAT-CONTRATS.txt, avec leur date) y sont reportees au
      *   chargement. Chaque programme declare par ailleurs
      *   SELECT/FD FIC-XREF sur CONTRATS-POLICES.txt (E-FIC-XREF,
      *   statut L-FstXref) et FIC-ETATCTR sur ETAT-CONTRATS.txt
      *   (E-FIC-ETATCTR, statut L-FstEtatCtr).
       01 CPY-XREF-MAX                            PIC 9(5) VALUE 5000.
       01 CPY-XREF-NBR                            PIC 9(5) VALUE ZERO.
       01 CPY-XREF-DEBORDE                        PIC 9(5) VALUE ZERO.
       01 CPY-XREF-ACTIF                          PIC X VALUE 'N'.
           88 CPY-XREF-ACTIF-OK                   VALUE 'O'.
       01 CPY-XREF-NBR-FERMES                     PIC 9(5) VALUE ZERO.
       01 CPY-TAB-XREF.
           05 CPY-XREF OCCURS 5000 TIMES
                       INDEXED BY CPY-IDX-XREF.
               10 CPY-XREF-REF                    PIC X(9).
               10 CPY-XREF-NUMPOL                 PIC X(12).
               10 CPY-XREF-FERME                  PIC X.
                   88 CPY-XREF-FERME-OK           VALUE 'O'.
               10 CPY-XREF-DATEFERM               PIC X(8).
      *-- Interrogation par police (cf. SITUATION-POLICE-CONTRATS) :
      *   police demandee, nombre de contrats rattaches, nombre de
      *   contrats encore ouverts, plus recente date de fermeture
      *   connue (AAAAMMJJ, a blanc si aucune).
       01 CPY-XREF-NUMPOL-DEM                     PIC X(12).
       01 CPY-XREF-NBR-CTR                        PIC 9(5).
       01 CPY-XREF-NBR-OUVERTS                    PIC 9(5).
       01 CPY-XREF-FERM-MAX                       PIC X(8).
       01 CPY-XREF-REF-FERM-MAX                   PIC X(9).
