      *-- Referentiel des codes intervenants (cf.
      *   CodesIntLecture_COPY) : REFERENTIEL-CODES.txt porte une
      *   ligne par code et periode de validite - code de 7
      *   caracteres, libelle, debut et fin de validite (AAAAMMJJ, a
      *   blanc = sans limite), extrait proprietaire (2 a 4, a blanc
      *   = tout extrait). Un meme code peut figurer sur plusieurs
      *   lignes (periodes successives, extraits differents). Chaque
      *   programme declare par ailleurs SELECT/FD FIC-CODESINT sur
      *   REFERENTIEL-CODES.txt (E-FIC-CODESINT, statut
      *   L-FstCodesInt).
       01 CPY-CODE-MAX                            PIC 9(5) VALUE 2000.
       01 CPY-CODE-NBR                            PIC 9(5) VALUE ZERO.
       01 CPY-CODE-DEBORDE                        PIC 9(5) VALUE ZERO.
       01 CPY-CODE-ACTIF                          PIC X VALUE 'N'.
           88 CPY-CODE-ACTIF-OK                   VALUE 'O'.
       01 CPY-TAB-CODES.
           05 CPY-CODE OCCURS 2000 TIMES
                       INDEXED BY CPY-IDX-CODE.
               10 CPY-CODE-VAL                    PIC X(7).
               10 CPY-CODE-LIB                    PIC X(30).
               10 CPY-CODE-DEBUT                  PIC X(8).
               10 CPY-CODE-FIN                    PIC X(8).
               10 CPY-CODE-EXTRAIT                PIC X.
      *-- Interrogation (cf. CONTROLE-CODE-INT) : code, extrait
      *   porteur et date d'effet demandes (date a blanc = libelle
      *   seul, sans controle de validite) ; verdict et libelle
      *   rendus.
       01 CPY-CODE-DEM                            PIC X(7).
       01 CPY-CODE-EXTRAIT-DEM                    PIC X.
       01 CPY-CODE-DATE-DEM                       PIC X(8).
       01 CPY-CODE-VERDICT                        PIC X.
           88 CPY-CODE-VALIDE                     VALUE 'V'.
           88 CPY-CODE-INCONNU                    VALUE 'I'.
           88 CPY-CODE-EXPIRE                     VALUE 'E'.
           88 CPY-CODE-NON-OUVERT                 VALUE 'N'.
           88 CPY-CODE-AUTRE-EXTRAIT              VALUE 'X'.
       01 CPY-CODE-LIB-DEM                        PIC X(30).
       01 CPY-CODE-MOTIF                          PIC X(13).
