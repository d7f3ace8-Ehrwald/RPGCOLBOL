
      *    ****************************************************************
      *    Dessins d'enregistrement des deux fichiers : un en-tete '01'
      *    portant la date du passage, des details '02' a colonnes fixes
      *    (et '03' pour les guildes au roster), un pied '99' portant le
      *    nombre de details — le consommateur peut ainsi verifier qu'il
      *    a recu le fichier entier.
      *    ****************************************************************
       01 EnteteExtrait.
         05 CodeEnreg PIC X(2) VALUE "01".
         05 PiecesOr PIC 9999.
         05 Archive PIC 9.

      *    Adhesion a une guilde, ecrite au fichier roster apres les
      *    personnages : une ligne par membre non archive.
       01 DetailGuilde.
         05 CodeEnreg PIC X(2) VALUE "03".
         05 Guilde PIC X(20).
         05 Personnage PIC X(20).
         05 DateAdhesion PIC X(8).

       01 DetailActivite.
         05 CodeEnreg PIC X(2) VALUE "02".
         05 Personnage PIC X(20).
         05 CodeEnreg PIC X(2) VALUE "99".
         05 NbEnreg PIC 9(7).

      *    Pied du roster : le nombre de lignes '03' suit celui des
      *    personnages, un consommateur qui ne lit que les '02' garde
      *    son controle.
       01 PiedRoster.
         05 CodeEnreg PIC X(2) VALUE "99".
         05 NbEnreg PIC 9(7).
         05 NbEnregGuilde PIC 9(7).

       77 NbRoster pic 9(7) value 0.
       77 NbGuilde pic 9(7) value 0.
       77 NbActivite pic 9(7) value 0.
       77 FinListe pic 9.

      *    ****************************************************************
      *    Fichier roster : une ligne par personnage, archives comprises
      *    (le drapeau Archive fait partie du dessin, au consommateur de
      *    filtrer), puis une ligne '03' par membre de guilde.
      *    ****************************************************************

       ExtraireRoster.
                   perform JournaliserExploitation
                   Move 1 to ErreurRencontree
               end-if
               perform ExtraireGuildes
               Move NbRoster to NbEnreg of PiedRoster
               Move NbGuilde to NbEnregGuilde
               write LigneRoster from PiedRoster
               close FichierRoster
               DISPLAY "Roster : " NbRoster " personnage(s) extrait(s)"
               DISPLAY "Guildes : " NbGuilde " membre(s) extrait(s)"
           end-if.

       EcrireLigneRoster.
               add 1 to NbRoster
           end-if.

      *    ****************************************************************
      *    Membres des guildes pour le site : les personnages archives
      *    ont deja quitte leur guilde, le filtre les ecarte quand meme.
      *    ****************************************************************

       ExtraireGuildes.
           exec sql
               declare CurExtrGuilde cursor for
               select m.Guilde, m.Personnage,
                      convert(varchar(8), m.DateAdhesion, 112)
               from membreguilde m, personnage p
               where p.Nom = m.Personnage
                 and p.Archive = 0
               order by m.Guilde, m.Personnage
           end-exec.
           exec sql
               open CurExtrGuilde
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform EcrireLigneGuilde Until FinListe = 1
               exec sql
                   close CurExtrGuilde
               end-exec
           else
               Move "ExtraireGuildes" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.

       EcrireLigneGuilde.
           exec sql
               fetch CurExtrGuilde into :DetailGuilde.Guilde,
                     :DetailGuilde.Personnage,
                     :DetailGuilde.DateAdhesion
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListe
           else
               write LigneRoster from DetailGuilde
               add 1 to NbGuilde
           end-if.

      *    ****************************************************************
      *    Fichier d'activite : une ligne par agregat du resume consolide
      *    des combats (personnage, ennemi, jour, issue, nombre).
