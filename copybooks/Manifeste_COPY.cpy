      *-- Zones d'appel du manifeste des fichiers de chaine (cf.
      *   ManifesteAppel_COPY et MANIFESTE-FICHIERS) : fichier a
      *   publier ou a verifier, statut et message rendus. Le nom du
      *   programme transmis est L-Pgm.
       01 CPY-MAN-FONCTION                        PIC X.
       01 CPY-MAN-FICHIER                         PIC X(30).
       01 CPY-MAN-STATUT                          PIC X(2).
           88 CPY-MAN-CONFORME                    VALUE '00'.
           88 CPY-MAN-NON-PUBLIE                  VALUE '10'.
           88 CPY-MAN-NOMBRE-KO                   VALUE '20'.
           88 CPY-MAN-CONTENU-KO                  VALUE '30'.
           88 CPY-MAN-ABSENT                      VALUE '35'.
       01 CPY-MAN-MESSAGE                         PIC X(100).
