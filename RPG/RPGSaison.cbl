       program-id. RPGSaison as "RPG.RPGSaison".

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
      *    sqlcode et detail (saison, personnages classes, recompenses
      *    versees). L'ordonnanceur nocturne y voit ce que chaque passage
      *    a fait ou pourquoi il a echoue.
      *    ****************************************************************
       01 EnregExploitation.
         05 ExploitDate PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitHeure PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitProgramme PIC X(10) VALUE "RPGSaison".
         05 FILLER PIC X VALUE SPACE.
         05 ExploitParagraphe PIC X(25).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitSqlcode PIC -9(9).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitDetail PIC X(30).

       01 DetailCloture.
         05 FILLER PIC X(7) VALUE "Saison ".
         05 DetailSaison PIC 9(4).
         05 FILLER PIC X(8) VALUE " Classes".
         05 DetailNbClasses PIC 9(5).
         05 FILLER PIC X(5) VALUE " Vers".
         05 DetailNbVersees PIC 9.

      *    Au moins un echec rencontre sur ce passage (ou une cloture
      *    refusee) : le code retour final le distingue d'une nuit sans
      *    saison a clore.
       77 ErreurRencontree pic 9 value 0.
       77 ErreurSql pic 9 value 0.
       77 SaisonChoisie pic 9 value 0.
       77 SaisonClose pic 9 value 0.

      *    Ligne de commande : le numero d'une saison a clore, ou rien
      *    pour la plus ancienne saison terminee encore ouverte.
       77 ParametreLancement pic x(80).
       77 ParamSaison pic x(10).

       01 Saison.
         05 NumSaison PIC 9(4) VALUE 0.
         05 Libelle PIC X(30).
         05 Statut PIC X(8).
         05 DateDebut PIC X(10).
         05 DateFin PIC X(10).
      *    1 quand le dernier jour de la saison est passe.
         05 Terminee PIC 9.

      *    ****************************************************************
      *    Reglages lus dans la table parametre : palier d'Xp et verrou de
      *    session comme dans Program1, recompenses par place
      *    (SAISONOR1..9 et SAISONXP1..9). Une place sans parametre ne
      *    rapporte rien.
      *    ****************************************************************
       77 NomParam pic x(30).
       77 ValeurParam pic x(100).
       77 ValeurNumerique pic 9(5).
       77 PlaceParam pic 9.
       77 SeuilXp pic 999 value 50.
       77 VerrouMinutes pic 999 value 120.
       01 RecompensesPlaces.
         05 RecompensePlace occurs 9 times.
           10 OrPlace PIC 9999.
           10 XpPlace PIC 999.
       77 IdxPlace pic 99.

      *    Laureat de la place en cours de recompense.
       01 Laureat.
         05 Nom PIC X(20).
         05 Classe PIC X(10).
         05 Niveau PIC 99.
         05 Xp PIC 999.
         05 Pv PIC S999.
         05 PvMax PIC S999.
         05 Defense PIC 99.
         05 PiecesOr PIC 9999.
       77 RecompenseOr pic 9999.
       77 RecompenseXp pic 999.
       77 NbVerrous pic 999.

      *    Credit effectif (le plafond de la bourse peut le reduire) et
      *    detail porte au grand livre.
       77 SoldeAvantOr pic 9999.
       77 MontantCredite pic 9999.
       01 DetailMotifSaison.
         05 FILLER PIC X(7) VALUE "Saison ".
         05 MotifNumSaison PIC 9(4).
         05 FILLER PIC X(6) VALUE " rang ".
         05 MotifRang PIC 99.

      *    Montee de niveau, comme CrediterExperience dans Program1.
       77 XpTotal pic 9999.
       77 CroissancePv pic 99.
       77 CroissanceDef pic 9.

       77 NbClasses pic 9(5) value 0.
       77 NbVersees pic 9 value 0.
       77 NbDifferees pic 9 value 0.
       77 FinListe pic 9.

       77 CNXDB STRING.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       procedure division.

      *********************************************************
      ***** Cloture d'une saison de competition ***************
      *********************************************************
      *    Une saison terminee est close une seule fois : son classement
      *    final est fige dans saisonclassement et les premieres places
      *    recoivent leurs recompenses, le tout dans une seule
      *    transaction. Une saison deja close est refusee.
       RPGSaison-Programme.
           perform RPGSaison-init.
           perform ChoisirSaison.
           if (SaisonChoisie = 1) then
               perform CloreSaison
           end-if.
           perform RPGSaison-fin.

       RPGSaison-init.
           perform LireConfigConnexion.
           exec sql
               Connect using :CNXDB
           end-exec.
           if (sqlcode not equal 0) then
               DISPLAY "Connexion a la base de donnees impossible"
               Move "RPGSaison-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.
      *    Commit gere a la main : la cloture entiere ou rien.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           Move zeros to RecompensesPlaces.
           perform ChargerParametres.
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
      *    Une valeur absente, invalide ou hors gabarit laisse le secours
      *    compile, comme dans Program1.
      *    ****************************************************************

       ChargerParametres.
           exec sql
               declare CurParamSaison cursor for
               select Nom, Valeur from parametre
               where Nom in ('SEUILXP', 'VERROUMINUTES')
                  or Nom like 'SAISONOR_'
                  or Nom like 'SAISONXP_'
           end-exec.
           exec sql
               open CurParamSaison
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurParamSaison into :NomParam, :ValeurParam
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform AppliquerParametre
                   end-if
               end-perform
               exec sql
                   close CurParamSaison
               end-exec
           end-if.

       AppliquerParametre.
           compute ValeurNumerique = function numval(ValeurParam)
               on size error
                   Move 99999 to ValeurNumerique
           end-compute.
           evaluate NomParam
               when "SEUILXP"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 999)
                       then
                       Move ValeurNumerique to SeuilXp
                   end-if
               when "VERROUMINUTES"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 999)
                       then
                       Move ValeurNumerique to VerrouMinutes
                   end-if
               when other
                   if (NomParam(9:1) >= "1" and NomParam(9:1) <= "9"
                       and NomParam(10:21) = spaces) then
                       Move NomParam(9:1) to PlaceParam
                       if (NomParam(1:8) = "SAISONOR"
                           and ValeurNumerique <= 9999) then
                           Move ValeurNumerique to OrPlace(PlaceParam)
                       end-if
                       if (NomParam(1:8) = "SAISONXP"
                           and ValeurNumerique <= 999) then
                           Move ValeurNumerique to XpPlace(PlaceParam)
                       end-if
                   end-if
           end-evaluate.

       LireParametresLancement.
           Move spaces to ParametreLancement.
           accept ParametreLancement from command-line.
           Move spaces to ParamSaison.
           unstring ParametreLancement delimited by all space
               into ParamSaison
           end-unstring.

      *    ****************************************************************
      *    Saison a clore : celle demandee, qui doit exister, etre
      *    terminee et encore ouverte ; a defaut la plus ancienne saison
      *    terminee encore ouverte. Rien a clore n'est pas une erreur.
      *    ****************************************************************

       ChoisirSaison.
           if (ParamSaison = spaces) then
               exec sql
                   select top 1 NumSaison, Libelle, Statut,
                          convert(varchar(10), DateDebut, 103),
                          convert(varchar(10), DateFin, 103), 1
                   into :Saison.NumSaison, :Saison.Libelle,
                        :Saison.Statut, :Saison.DateDebut,
                        :Saison.DateFin, :Saison.Terminee
                   from saison
                   where Statut = 'OUVERTE'
                     and DateFin < convert(date, getdate())
                   order by DateFin, NumSaison
               end-exec
               if (sqlcode = 0) then
                   Move 1 to SaisonChoisie
               else
                   if (sqlcode = 100) then
                       DISPLAY "Aucune saison terminee a clore"
                   else
                       DISPLAY "Lecture des saisons impossible"
                       Move "ChoisirSaison" to ExploitParagraphe
                       perform JournaliserExploitation
                       Move 1 to ErreurRencontree
                   end-if
               end-if
           else
               compute NumSaison of Saison =
                   function numval(ParamSaison)
                   on size error
                       Move 0 to NumSaison of Saison
               end-compute
               exec sql
                   select NumSaison, Libelle, Statut,
                          convert(varchar(10), DateDebut, 103),
                          convert(varchar(10), DateFin, 103),
                          case when DateFin < convert(date, getdate())
                               then 1 else 0 end
                   into :Saison.NumSaison, :Saison.Libelle,
                        :Saison.Statut, :Saison.DateDebut,
                        :Saison.DateFin, :Saison.Terminee
                   from saison
                   where NumSaison = :Saison.NumSaison
               end-exec
               if (sqlcode not = 0) then
                   DISPLAY "Saison inconnue : " ParamSaison
                   Move "ChoisirSaison" to ExploitParagraphe
                   perform JournaliserExploitation
                   Move 1 to ErreurRencontree
               else
                   perform ControlerSaisonDemandee
               end-if
           end-if.

       ControlerSaisonDemandee.
           if (Statut of Saison not = "OUVERTE") then
               DISPLAY "Saison " NumSaison of Saison
                   " deja close, cloture refusee"
               Move "ControlerSaisonDemandee" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           else
               if (Terminee of Saison = 0) then
                   DISPLAY "Saison " NumSaison of Saison
                       " en cours jusqu au " DateFin of Saison
                       ", cloture refusee"
                   Move "ControlerSaisonDemandee" to ExploitParagraphe
                   perform JournaliserExploitation
                   Move 1 to ErreurRencontree
               else
                   Move 1 to SaisonChoisie
               end-if
           end-if.

      *    ****************************************************************
      *    La saison passe d'abord a CLOSE, a condition d'etre encore
      *    OUVERTE : un second passage (ou un passage concurrent) ne
      *    trouve plus rien a basculer et s'arrete la. Puis le classement
      *    est fige et les places recompensees ; le commit final rend le
      *    tout visible d'un coup, la premiere erreur annule tout.
      *    ****************************************************************

       CloreSaison.
           DISPLAY "Cloture de la saison " NumSaison of Saison " "
               Libelle of Saison.
           DISPLAY "du " DateDebut of Saison " au " DateFin of Saison.
           Move 0 to ErreurSql.
           exec sql
               update saison
               set Statut = 'CLOSE', DateCloture = getdate()
               where NumSaison = :Saison.NumSaison
                 and Statut = 'OUVERTE'
           end-exec.
           if (sqlcode = 100) then
               DISPLAY "Saison " NumSaison of Saison
                   " deja close, cloture refusee"
               Move "CloreSaison" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           else
               if (sqlcode not = 0) then
                   Move "CloreSaison" to ExploitParagraphe
                   perform SignalerErreurSql
               else
                   perform FigerClassement
               end-if
               if (ErreurSql = 0) then
                   perform RecompenserPlace
                       varying IdxPlace from 1 by 1
                       until IdxPlace > 9 or ErreurSql = 1
               end-if
               if (ErreurSql = 0) then
                   exec sql
                       commit
                   end-exec
                   if (sqlcode not = 0) then
                       Move "CloreSaison" to ExploitParagraphe
                       perform SignalerErreurSql
                   end-if
               end-if
           end-if.
           if (ErreurRencontree = 1) then
               exec sql
                   rollback
               end-exec
               DISPLAY "Cloture annulee, rien n a ete ecrit"
           else
               Move 1 to SaisonClose
               DISPLAY "Saison close : " NbClasses
                   " personnage(s) classe(s), " NbVersees
                   " recompense(s) versee(s), " NbDifferees
                   " differee(s)"
           end-if.

      *    ****************************************************************
      *    Classement final : chaque personnage non archive actif dans la
      *    saison, classe sur les victoires, puis l'etage de donjon le
      *    plus haut vaincu, puis les duels gagnes (journal vivant et
      *    resume consolide confondus, jours de debut et de fin compris).
      *    Le nom departage les ex aequo pour que chaque rang soit unique.
      *    ****************************************************************

       FigerClassement.
           exec sql
               insert into saisonclassement
                   (NumSaison, Rang, Personnage, Victoires, EtageMax,
                    DuelsGagnes, RecompenseOr, RecompenseXp, Versee)
               select :Saison.NumSaison,
                      row_number() over (order by t.Victoires desc,
                                         t.EtageMax desc,
                                         t.DuelsGagnes desc, t.Nom),
                      t.Nom, t.Victoires, t.EtageMax, t.DuelsGagnes,
                      0, 0, 1
               from (select p.Nom,
                       (select count(*) from combatlog c
                        where c.Personnage = p.Nom
                          and c.Resultat = 'VICTOIRE'
                          and c.DateHeure >= s.DateDebut
                          and c.DateHeure < dateadd(day, 1, s.DateFin))
                     + (select isnull(sum(r.Nb), 0)
                        from combatlogresume r
                        where r.Personnage = p.Nom
                          and r.Resultat = 'VICTOIRE'
                          and r.Jour between s.DateDebut and s.DateFin)
                       as Victoires,
                       (select isnull(max(e.Etage), 0)
                        from (select c.Etage from combatlog c
                              where c.Personnage = p.Nom
                                and c.Resultat = 'VICTOIRE'
                                and c.DateHeure >= s.DateDebut
                                and c.DateHeure <
                                    dateadd(day, 1, s.DateFin)
                              union all
                              select r.Etage from combatlogresume r
                              where r.Personnage = p.Nom
                                and r.Resultat = 'VICTOIRE'
                                and r.Jour between s.DateDebut
                                               and s.DateFin) e)
                       as EtageMax,
                       (select count(*) from combatlog c
                        where c.Personnage = p.Nom
                          and c.Resultat = 'DUELGAGNE'
                          and c.DateHeure >= s.DateDebut
                          and c.DateHeure < dateadd(day, 1, s.DateFin))
                     + (select isnull(sum(r.Nb), 0)
                        from combatlogresume r
                        where r.Personnage = p.Nom
                          and r.Resultat = 'DUELGAGNE'
                          and r.Jour between s.DateDebut and s.DateFin)
                       as DuelsGagnes
                     from personnage p, saison s
                     where s.NumSaison = :Saison.NumSaison
                       and p.Archive = 0) t
               where t.Victoires + t.EtageMax + t.DuelsGagnes > 0
           end-exec.
      *    Personne d'actif dans la saison : classement vide, pas une
      *    erreur.
           if (sqlcode not = 0 and sqlcode not = 100) then
               Move "FigerClassement" to ExploitParagraphe
               perform SignalerErreurSql
           else
               exec sql
                   select count(*)
                   into :NbClasses
                   from saisonclassement
                   where NumSaison = :Saison.NumSaison
               end-exec
               if (sqlcode not = 0) then
                   Move "FigerClassement" to ExploitParagraphe
                   perform SignalerErreurSql
               end-if
           end-if.

      *    ****************************************************************
      *    Recompense d'une place : le montant est note sur la ligne du
      *    classement, puis verse tout de suite, sauf si le personnage est
      *    en partie (verrou de session vivant) — Program1 tient alors sa
      *    bourse et son Xp en memoire et ecraserait le versement ; il
      *    l'encaissera lui-meme au prochain chargement.
      *    ****************************************************************

       RecompenserPlace.
           Move OrPlace(IdxPlace) to RecompenseOr.
           Move XpPlace(IdxPlace) to RecompenseXp.
           if (RecompenseOr > 0 or RecompenseXp > 0) then
               exec sql
                   select Personnage
                   into :Laureat.Nom
                   from saisonclassement
                   where NumSaison = :Saison.NumSaison
                     and Rang = :IdxPlace
               end-exec
               if (sqlcode not = 0 and sqlcode not = 100) then
                   Move "RecompenserPlace" to ExploitParagraphe
                   perform SignalerErreurSql
               end-if
      *    Moins de classes que de places recompensees : rien a verser.
               if (sqlcode = 0) then
                   perform NoterRecompense
               end-if
           end-if.

       NoterRecompense.
           exec sql
               update saisonclassement
               set RecompenseOr = :RecompenseOr,
                   RecompenseXp = :RecompenseXp,
                   Versee = 0
               where NumSaison = :Saison.NumSaison
                 and Rang = :IdxPlace
           end-exec.
           if (sqlcode not = 0) then
               Move "NoterRecompense" to ExploitParagraphe
               perform SignalerErreurSql
           else
               exec sql
                   select count(*)
                   into :NbVerrous
                   from sessionverrou
                   where Personnage = :Laureat.Nom
                     and datediff(minute, DateHeure, getdate())
                         < :VerrouMinutes
               end-exec
               if (sqlcode not = 0) then
                   Move "NoterRecompense" to ExploitParagraphe
                   perform SignalerErreurSql
               else
                   if (NbVerrous > 0) then
                       add 1 to NbDifferees
                       DISPLAY "Rang " IdxPlace " " Nom of Laureat
                           " en partie : recompense versee au prochain"
                           " chargement"
                   else
                       perform VerserRecompense
                   end-if
               end-if
           end-if.

      *    ****************************************************************
      *    Versement : la bourse plafonne a sa capacite et le grand livre
      *    porte ce qui a reellement ete credite (sinon RPGSolde verrait
      *    un faux ecart) ; l'Xp fait monter le niveau palier par palier
      *    comme en jeu.
      *    ****************************************************************

       VerserRecompense.
           exec sql
               select Classe, Niveau, Xp, Pv, PvMax, Defense, PiecesOr
               into :Laureat.Classe, :Laureat.Niveau, :Laureat.Xp,
                    :Laureat.Pv, :Laureat.PvMax, :Laureat.Defense,
                    :Laureat.PiecesOr
               from personnage
               where Nom = :Laureat.Nom
           end-exec.
           if (sqlcode not = 0) then
               Move "VerserRecompense" to ExploitParagraphe
               perform SignalerErreurSql
           else
               Move PiecesOr of Laureat to SoldeAvantOr
               add RecompenseOr to PiecesOr of Laureat
                   on size error
                       Move 9999 to PiecesOr of Laureat
               end-add
               compute MontantCredite =
                   PiecesOr of Laureat - SoldeAvantOr
               compute XpTotal = Xp of Laureat + RecompenseXp
               perform FranchirPalierXp until XpTotal < SeuilXp
               Move XpTotal to Xp of Laureat
               perform EcrireVersement
           end-if.

       EcrireVersement.
           exec sql
               update personnage
               set Niveau = :Laureat.Niveau,
                   Xp = :Laureat.Xp,
                   Pv = :Laureat.Pv,
                   PvMax = :Laureat.PvMax,
                   Defense = :Laureat.Defense,
                   PiecesOr = :Laureat.PiecesOr
               where Nom = :Laureat.Nom
           end-exec.
           if (sqlcode not = 0) then
               Move "EcrireVersement" to ExploitParagraphe
               perform SignalerErreurSql
           end-if.
           if (ErreurSql = 0 and MontantCredite > 0) then
               Move NumSaison of Saison to MotifNumSaison
               Move IdxPlace to MotifRang
               exec sql
                   insert into mouvementor
                       (Personnage, Montant, Sens, Motif, DetailMotif,
                        DateHeure)
                   values
                       (:Laureat.Nom, :MontantCredite, 'CREDIT',
                        'SAISON', :DetailMotifSaison, getdate())
               end-exec
               if (sqlcode not = 0) then
                   Move "EcrireVersement" to ExploitParagraphe
                   perform SignalerErreurSql
               end-if
           end-if.
           if (ErreurSql = 0) then
               exec sql
                   update saisonclassement
                   set Versee = 1, DateVersement = getdate()
                   where NumSaison = :Saison.NumSaison
                     and Rang = :IdxPlace
               end-exec
               if (sqlcode not = 0) then
                   Move "EcrireVersement" to ExploitParagraphe
                   perform SignalerErreurSql
               else
                   add 1 to NbVersees
                   DISPLAY "Rang " IdxPlace " " Nom of Laureat " : "
                       MontantCredite " pieces d or, " RecompenseXp
                       " Xp"
               end-if
           end-if.

      *    Le niveau plafonne a 99 : l'Xp au-dela se consume sans faire
      *    reboucler le compteur, comme dans Program1.
       FranchirPalierXp.
           subtract SeuilXp from XpTotal.
           if (Niveau of Laureat < 99) then
               add 1 to Niveau of Laureat
               perform AppliquerCroissanceNiveau
           end-if.

      *    Croissance par niveau propre a chaque classe, reprise de
      *    AppliquerCroissanceNiveau dans Program1.
       AppliquerCroissanceNiveau.
           evaluate Classe of Laureat
               when "Mage"
                   Move 8 to CroissancePv
                   Move 1 to CroissanceDef
               when "Voleur"
                   Move 12 to CroissancePv
                   Move 1 to CroissanceDef
               when other
                   Move 15 to CroissancePv
                   Move 2 to CroissanceDef
           end-evaluate.
           add CroissancePv to PvMax of Laureat
               on size error
                   Move 999 to PvMax of Laureat
           end-add.
           add CroissancePv to Pv of Laureat
               on size error
                   Move 999 to Pv of Laureat
           end-add.
           if (Pv of Laureat > PvMax of Laureat) then
               Move PvMax of Laureat to Pv of Laureat
           end-if.
           add CroissanceDef to Defense of Laureat
               on size error
                   Move 99 to Defense of Laureat
           end-add.

       SignalerErreurSql.
           DISPLAY "Erreur base de donnees (" ExploitParagraphe ") : "
               sqlcode.
           perform JournaliserExploitation.
           Move 1 to ErreurSql.
           Move 1 to ErreurRencontree.

       RPGSaison-fin.
           Move "RPGSaison-fin" to ExploitParagraphe.
           perform JournaliserExploitation.
           exec sql
               Disconnect
           end-exec.
      *    Code retour pour la chaine nocturne : 0 saison close, 4 aucune
      *    saison a clore, 8 echec ou cloture refusee.
           if (ErreurRencontree = 1) then
               Move 8 to return-code
           else
               if (SaisonClose = 0) then
                   Move 4 to return-code
               else
                   Move 0 to return-code
               end-if
           end-if.
           stop run.

      *    ****************************************************************
      *    Ajoute l'evenement au journal d'exploitation partage :
      *    horodatage, programme, paragraphe pose par l'appelant, sqlcode
      *    du moment et detail de la cloture. Le fichier est cree au
      *    premier evenement. Un journal inaccessible ne doit pas faire
      *    echouer le traitement lui-meme.
      *    ****************************************************************

       JournaliserExploitation.
           Move sqlcode to ExploitSqlcode.
           accept ExploitDate from date yyyymmdd.
           accept ExploitHeure from time.
           Move NumSaison of Saison to DetailSaison.
           Move NbClasses to DetailNbClasses.
           Move NbVersees to DetailNbVersees.
           Move DetailCloture to ExploitDetail.
           open extend FichierExploitation.
           if (ExploitStatut = "35") then
               open output FichierExploitation
           end-if.
           if (ExploitStatut = "00") then
               write LigneExploitation from EnregExploitation
               close FichierExploitation
           end-if.

       end program RPGSaison.
