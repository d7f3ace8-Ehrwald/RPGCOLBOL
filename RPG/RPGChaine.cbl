       program-id. RPGChaine as "RPG.RPGChaine".

       Author. Franck H.

       environment division.
       input-output section.
       file-control.
      *    Chaine de connexion externalisee : premiere ligne du fichier
      *    RPGBDD.CFG pose a cote de l'executable. A defaut de fichier on
      *    retombe sur la chaine compilee.
           select FichierConfig assign to "RPGBDD.CFG"
               organization is line sequential
               file status is CfgStatut.
      *    Journal d'exploitation partage par les programmes du jeu,
      *    pose a cote des executables et ouvert en ajout le temps
      *    d'ecrire chaque evenement.
           select FichierExploitation assign to "RPGOPS.LOG"
               organization is line sequential
               file status is ExploitStatut.

       data division.

       file section.

       FD FichierConfig.
       01 LigneConfig PIC X(200).

       FD FichierExploitation.
       01 LigneExploitation PIC X(100).

       working-storage section.

       77 CfgStatut pic xx.
       77 ExploitStatut pic xx.

      *    ****************************************************************
      *    Evenement d'exploitation : horodatage, programme, paragraphe,
      *    sqlcode et detail (code retour et programme de l'etape). Une
      *    ligne par etape lancee, plus une ligne de fin de chaine.
      *    ****************************************************************
       01 EnregExploitation.
         05 ExploitDate PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitHeure PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitProgramme PIC X(10) VALUE "RPGChaine".
         05 FILLER PIC X VALUE SPACE.
         05 ExploitParagraphe PIC X(25).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitSqlcode PIC -9(9).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitDetail PIC X(30).

       01 DetailChaine.
         05 FILLER PIC X(3) VALUE "RC ".
         05 DetailCodeRetour PIC 9999 VALUE 0.
         05 FILLER PIC X(7) VALUE " Etape ".
         05 DetailProgramme PIC X(10) VALUE SPACES.

      *    Parametres de lancement : rien (chaine du jour), une date de
      *    traitement AAAAMMJJ (rejeu d'une nuit), ou RESUME suivi du
      *    nombre de nuits a lister.
       77 ParametreLancement pic x(80).
       77 ParamMot1 pic x(20).
       77 ParamMot2 pic x(20).
      *    A 1 : on liste les dernieres nuits au lieu de lancer la chaine.
       77 ModeResume pic 9 value 0.
       77 NbNuits pic 99 value 7.
       77 ValeurNumerique pic 9(5).

      *    Date de traitement de la chaine (AAAAMMJJ) : cle de reprise
      *    dans chainecontrole.
       77 DateTraitement pic x(8).

      *    Etapes de la chaine, relevees d'abord puis lancees cursor
      *    ferme (chaque etape met a jour chainecontrole).
       01 EtapesChaine.
         05 EtapeLigne occurs 20 times.
           10 EtapeOrdre PIC 999.
           10 EtapeProgramme PIC X(10).
           10 EtapeCommande PIC X(60).
       77 NbEtapes pic 99 value 0.
       77 IdxEtape pic 99.

       77 OrdreControle pic 999.
       77 ProgrammeControle pic x(10).
       77 CommandeControle pic x(60).
       77 StatutControle pic x(8).
      *    Ligne de commande passee au systeme, terminee par un nul.
       77 LigneCommande pic x(61).
       77 CodeRetourEtape pic s9(4).

      *    Pire code retour des etapes lancees : c'est celui de la chaine.
       77 CodeRetourChaine pic 9999 value 0.
       77 EtapesLancees pic 99 value 0.
       77 EtapesDejaFaites pic 99 value 0.
      *    A 1 des qu'une etape rend 8 ou plus, ou que la table de
      *    controle ne peut plus etre tenue : plus rien ne part.
       77 ArretChaine pic 9 value 0.
       77 ErreurRencontree pic 9 value 0.

      *    Ligne du resume des dernieres nuits.
       01 LigneResume.
         05 ResumeDate PIC X(10).
         05 ResumeOrdre PIC 999.
         05 ResumeProgramme PIC X(10).
         05 ResumeDebut PIC X(19).
         05 ResumeFin PIC X(19).
         05 ResumeCodeRetour PIC 9999.
         05 ResumeStatut PIC X(8).
         05 ResumeTentative PIC 99.
       77 DatePrecedente pic x(10).
       77 NbLignesResume pic 9(5) value 0.

       77 CNXDB STRING.
       77 FinListe pic 9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       procedure division.

      **********************************************************
      ***** Chaine nocturne des batchs du jeu *****************
      **********************************************************
      *    Lance dans l'ordre de la table etapechaine les batchs de la
      *    nuit (publication RPGAdmin PUBLIER, RPGPurge, RPGSaison,
      *    RPGSolde, RPGAudit, RPGSucces, RPGExtract, RPGJournal,
      *    RPGCroise),
      *    trace chaque etape dans chainecontrole (debut, fin, code
      *    retour, statut) et arrete la chaine a la premiere etape qui
      *    rend 8 ou plus : inutile d'extraire une image a moitie purgee.
      *    Relancee avec la meme date de traitement, la chaine saute les
      *    etapes deja terminees et reprend a l'etape en echec.
      *    Lancee avec RESUME n, elle liste les n dernieres nuits etape
      *    par etape sans rien lancer.
       RPGChaine-Programme.
           perform RPGChaine-init.
           if (ModeResume = 1) then
               perform ListerDernieresNuits
           else
               perform RPGChaine-trt
           end-if.
           perform RPGChaine-fin.

       RPGChaine-init.
           perform LireConfigConnexion.
           exec sql
               Connect using :CNXDB
           end-exec.
           if (sqlcode not equal 0) then
               DISPLAY "Connexion a la base de donnees impossible"
               Move "RPGChaine-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.
      *    Chaque mise a jour de chainecontrole est acquise aussitot :
      *    une chaine interrompue doit laisser la trace de ses etapes.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.
           perform LireParametresLancement.

      *    ****************************************************************
      *    La chaine de connexion se regle dans RPGBDD.CFG (premiere
      *    ligne) sans recompiler ; le MOVE garde l'ancienne chaine comme
      *    secours si le fichier manque.
      *    ****************************************************************

       LireConfigConnexion.
           MOVE
             "Trusted_Connection=yes;Database=RPGBDD;server=LAPTOP-9TTM3P87\SQLEXPRESS;factory=System.data.Sqlclient;"
             to CNXDB.
           open input FichierConfig.
           if (CfgStatut = "00") then
               read FichierConfig
                   at end
                       continue
                   not at end
                       Move LigneConfig to CNXDB
               end-read
               close FichierConfig
           end-if.

      *    ****************************************************************
      *    Sans parametre, la date de traitement est celle du jour. Une
      *    date AAAAMMJJ rejoue ou reprend la nuit indiquee ; RESUME n
      *    liste les n dernieres nuits (7 par defaut, 99 au plus). Un
      *    parametre incomprehensible arrete tout : mieux vaut ne rien
      *    lancer que rejouer une mauvaise nuit.
      *    ****************************************************************

       LireParametresLancement.
           Move spaces to ParametreLancement.
           accept ParametreLancement from command-line.
           Move spaces to ParamMot1.
           Move spaces to ParamMot2.
           unstring ParametreLancement delimited by all space
               into ParamMot1 ParamMot2
           end-unstring.
           accept DateTraitement from date yyyymmdd.
           evaluate true
               when ParamMot1 = spaces
                   continue
               when ParamMot1 = "RESUME" or ParamMot1 = "resume"
                   Move 1 to ModeResume
                   if (ParamMot2 not = spaces) then
                       compute ValeurNumerique = function numval(ParamMot2)
                           on size error
                               Move 0 to ValeurNumerique
                       end-compute
                       if (ValeurNumerique > 0 and ValeurNumerique <= 99)
                           then
                           Move ValeurNumerique to NbNuits
                       end-if
                   end-if
               when ParamMot1(1:8) is numeric and ParamMot1(9:) = spaces
                   Move ParamMot1(1:8) to DateTraitement
               when other
                   DISPLAY "Parametre de lancement invalide : "
                       ParamMot1
                   DISPLAY "Attendu : rien, une date AAAAMMJJ ou RESUME n"
                   Move "LireParametresLancement" to ExploitParagraphe
                   Move 8 to DetailCodeRetour
                   perform JournaliserExploitation
                   exec sql
                       Disconnect
                   end-exec
                   Move 8 to return-code
                   stop run
           end-evaluate.

      *    ****************************************************************
      *    Releve les etapes de la chaine dans l'ordre, puis les lance
      *    une a une tant qu'aucune n'a echoue.
      *    ****************************************************************

       RPGChaine-trt.
           DISPLAY " Chaine nocturne du " DateTraitement " ".
           perform ChargerEtapes.
           if (NbEtapes = 0 and ErreurRencontree = 0) then
               DISPLAY "Aucune etape dans etapechaine"
           end-if.
           perform ExecuterEtape
               varying IdxEtape from 1 by 1
               until IdxEtape > NbEtapes or ArretChaine = 1.

       ChargerEtapes.
           exec sql
               declare CurEtapes cursor for
               select Ordre, Programme, Commande
               from etapechaine
               order by Ordre
           end-exec.
           exec sql
               open CurEtapes
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurEtapes into :OrdreControle,
                             :ProgrammeControle, :CommandeControle
                   end-exec
                   if (sqlcode not = 0 or NbEtapes >= 20) then
                       Move 1 to FinListe
                   else
                       add 1 to NbEtapes
                       Move OrdreControle to EtapeOrdre(NbEtapes)
                       Move ProgrammeControle to EtapeProgramme(NbEtapes)
                       Move CommandeControle to EtapeCommande(NbEtapes)
                   end-if
               end-perform
               exec sql
                   close CurEtapes
               end-exec
           else
               DISPLAY "Lecture des etapes de la chaine impossible"
               Move "ChargerEtapes" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
               Move 1 to ArretChaine
           end-if.

      *    ****************************************************************
      *    Une etape : deja TERMINEE pour cette date, on la saute ; sinon
      *    on la marque ENCOURS (nouvelle ligne ou tentative suivante),
      *    on la lance, puis on range sa fin, son code retour et son
      *    statut. Une etape restee ENCOURS (chaine tuee pendant l'etape)
      *    est relancee comme une etape en echec.
      *    ****************************************************************

       ExecuterEtape.
           Move EtapeOrdre(IdxEtape) to OrdreControle.
           Move EtapeProgramme(IdxEtape) to ProgrammeControle.
           Move spaces to StatutControle.
           exec sql
               select Statut
               into :StatutControle
               from chainecontrole
               where DateTraitement = convert(date, :DateTraitement, 112)
                 and Ordre = :OrdreControle
           end-exec.
           evaluate true
               when sqlcode = 0 and StatutControle = "TERMINE"
                   add 1 to EtapesDejaFaites
                   DISPLAY "Etape " OrdreControle " " ProgrammeControle
                       " deja terminee, sautee"
               when sqlcode = 0
                   exec sql
                       update chainecontrole
                       set DateDebut = getdate(), DateFin = null,
                           CodeRetour = null, Statut = 'ENCOURS',
                           Programme = :ProgrammeControle,
                           Tentative = Tentative + 1
                       where DateTraitement =
                             convert(date, :DateTraitement, 112)
                         and Ordre = :OrdreControle
                   end-exec
                   perform LancerEtape
               when sqlcode = 100
                   exec sql
                       insert into chainecontrole
                           (DateTraitement, Ordre, Programme, DateDebut,
                            Statut, Tentative)
                       values (convert(date, :DateTraitement, 112),
                               :OrdreControle, :ProgrammeControle,
                               getdate(), 'ENCOURS', 1)
                   end-exec
                   perform LancerEtape
               when other
                   perform EchecTableControle
           end-evaluate.

       LancerEtape.
           if (sqlcode not = 0) then
               perform EchecTableControle
           else
               DISPLAY "Etape " OrdreControle " " ProgrammeControle
                   " lancee"
               Move spaces to LigneCommande
               string EtapeCommande(IdxEtape) delimited by "  "
                      x"00" delimited by size
                   into LigneCommande
               end-string
               Move 0 to return-code
               call "SYSTEM" using LigneCommande
               Move return-code to CodeRetourEtape
               Move 0 to return-code
               if (CodeRetourEtape < 0) then
                   Move 8 to CodeRetourEtape
               end-if
               add 1 to EtapesLancees
               if (CodeRetourEtape > CodeRetourChaine) then
                   Move CodeRetourEtape to CodeRetourChaine
               end-if
               if (CodeRetourEtape >= 8) then
                   Move "ECHEC" to StatutControle
                   Move 1 to ArretChaine
               else
                   Move "TERMINE" to StatutControle
               end-if
               perform TerminerEtape
           end-if.

       TerminerEtape.
           exec sql
               update chainecontrole
               set DateFin = getdate(), CodeRetour = :CodeRetourEtape,
                   Statut = :StatutControle
               where DateTraitement = convert(date, :DateTraitement, 112)
                 and Ordre = :OrdreControle
           end-exec.
           if (sqlcode not = 0) then
               perform EchecTableControle
           else
               DISPLAY "Etape " OrdreControle " " ProgrammeControle
                   " code retour " CodeRetourEtape " " StatutControle
               Move "ExecuterEtape" to ExploitParagraphe
               Move CodeRetourEtape to DetailCodeRetour
               Move ProgrammeControle to DetailProgramme
               perform JournaliserExploitation
               if (ArretChaine = 1) then
                   DISPLAY "Chaine arretee apres " ProgrammeControle
                       " : relancer avec la date " DateTraitement
               end-if
           end-if.

      *    Sans trace fiable dans chainecontrole, une reprise ne saurait
      *    plus quoi rejouer : la chaine s'arrete en echec.
       EchecTableControle.
           DISPLAY "Mise a jour de chainecontrole impossible pour "
               ProgrammeControle.
           Move "EchecTableControle" to ExploitParagraphe.
           Move 8 to DetailCodeRetour.
           Move ProgrammeControle to DetailProgramme.
           perform JournaliserExploitation.
           Move 1 to ErreurRencontree.
           Move 1 to ArretChaine.

      *    ****************************************************************
      *    Resume des n dernieres nuits : toutes les etapes tracees, nuit
      *    par nuit de la plus recente a la plus ancienne, avec debut,
      *    fin, code retour, statut et nombre de tentatives.
      *    ****************************************************************

       ListerDernieresNuits.
           DISPLAY " Resume des " NbNuits " dernieres nuits ".
           DISPLAY "Date       Ordre Programme  Debut               "
               "Fin                 RC   Statut   Tentatives".
           exec sql
               declare CurResume cursor for
               select convert(varchar(10), DateTraitement, 120), Ordre,
                      Programme, convert(varchar(19), DateDebut, 120),
                      isnull(convert(varchar(19), DateFin, 120), ' '),
                      isnull(CodeRetour, 0), Statut, Tentative
               from chainecontrole
               where DateTraitement in
                     (select distinct top (:NbNuits) DateTraitement
                      from chainecontrole
                      order by DateTraitement desc)
               order by DateTraitement desc, Ordre
           end-exec.
           exec sql
               open CurResume
           end-exec.
           if (sqlcode = 0) then
               Move spaces to DatePrecedente
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurResume into :ResumeDate, :ResumeOrdre,
                             :ResumeProgramme, :ResumeDebut, :ResumeFin,
                             :ResumeCodeRetour, :ResumeStatut,
                             :ResumeTentative
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       if (ResumeDate not = DatePrecedente) then
                           DISPLAY " "
                           Move ResumeDate to DatePrecedente
                       end-if
                       add 1 to NbLignesResume
                       DISPLAY ResumeDate " " ResumeOrdre "   "
                           ResumeProgramme " " ResumeDebut " "
                           ResumeFin " " ResumeCodeRetour " "
                           ResumeStatut " " ResumeTentative
                   end-if
               end-perform
               exec sql
                   close CurResume
               end-exec
               if (NbLignesResume = 0) then
                   DISPLAY "Aucune nuit tracee dans chainecontrole"
               end-if
           else
               DISPLAY "Lecture de chainecontrole impossible"
               Move "ListerDernieresNuits" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.

       RPGChaine-fin.
           if (ModeResume = 0) then
               DISPLAY EtapesLancees " etape(s) lancee(s), "
                   EtapesDejaFaites " deja terminee(s)"
               DISPLAY "Code retour de la chaine : " CodeRetourChaine
               Move "RPGChaine-fin" to ExploitParagraphe
               Move CodeRetourChaine to DetailCodeRetour
               Move "RPGChaine" to DetailProgramme
               perform JournaliserExploitation
           end-if.
           exec sql
               Disconnect
           end-exec.
      *    Code retour : le pire code des etapes lancees, 8 si la table
      *    de controle n'a pu etre tenue, 4 si rien n'etait a lancer
      *    (toutes les etapes de la nuit deja terminees).
           if (ErreurRencontree = 1) then
               Move 8 to return-code
           else
               if (ModeResume = 1) then
                   if (NbLignesResume = 0) then
                       Move 4 to return-code
                   else
                       Move 0 to return-code
                   end-if
               else
                   if (EtapesLancees = 0) then
                       Move 4 to return-code
                   else
                       Move CodeRetourChaine to return-code
                   end-if
               end-if
           end-if.
           stop run.

      *    ****************************************************************
      *    Ajoute l'evenement au journal d'exploitation partage :
      *    horodatage, programme, paragraphe pose par l'appelant, sqlcode
      *    du moment et detail (code retour et programme de l'etape). Le
      *    fichier est cree au premier evenement. Un journal inaccessible
      *    ne doit pas faire echouer la chaine elle-meme.
      *    ****************************************************************

       JournaliserExploitation.
           Move sqlcode to ExploitSqlcode.
           accept ExploitDate from date yyyymmdd.
           accept ExploitHeure from time.
           Move DetailChaine to ExploitDetail.
           open extend FichierExploitation.
           if (ExploitStatut = "35") then
               open output FichierExploitation
           end-if.
           if (ExploitStatut = "00") then
               write LigneExploitation from EnregExploitation
               close FichierExploitation
           end-if.

       end program RPGChaine.
