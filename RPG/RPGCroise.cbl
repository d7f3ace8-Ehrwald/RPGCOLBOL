       program-id. RPGCroise as "RPG.RPGCroise".

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
      *    sqlcode et detail (constats majeurs et mineurs releves).
      *    ****************************************************************
       01 EnregExploitation.
         05 ExploitDate PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitHeure PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitProgramme PIC X(10) VALUE "RPGCroise".
         05 FILLER PIC X VALUE SPACE.
         05 ExploitParagraphe PIC X(25).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitSqlcode PIC -9(9).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitDetail PIC X(30).

       01 DetailCroise.
         05 FILLER PIC X(8) VALUE "Majeurs ".
         05 DetailMajeurs PIC 9(5).
         05 FILLER PIC X(9) VALUE " Mineurs ".
         05 DetailMineurs PIC 9(5).

      *    Au moins un controle n'a pas pu etre mene : le code retour
      *    final vaut alors 8 comme un constat majeur.
       77 ErreurRencontree pic 9 value 0.

      *    Compteurs du rapport d'exceptions, par severite : MAJEUR quand
      *    les livres se contredisent (or ou Xp venus de nulle part),
      *    MINEUR quand le controle ne peut conclure (ennemi retire du
      *    catalogue depuis).
       77 NbMajeurs pic 9(5) value 0.
       77 NbMineurs pic 9(5) value 0.

      *    Regles du jeu relues dans la table parametre, avec les memes
      *    secours et gabarits que Program1 ; CONTROLEFENETRE est l'ecart
      *    tolere en secondes entre un credit BUTIN et sa victoire.
       77 SeuilXp pic 999 value 50.
       77 ForgeOrBase pic 999 value 50.
       77 ForgeMatBase pic 99 value 2.
       77 FenetreSecondes pic 9(5) value 120.
       77 NomParam pic x(30).
       77 ValeurParam pic x(100).
      *    Valeur numerique du parametre en cours de controle : une valeur
      *    hors gabarit est rejetee, jamais tronquee.
       77 ValeurNumerique pic 9(5).

      *    Zones de lecture des controles.
       77 NomControle pic x(20).
       77 EnnemiControle pic x(20).
       77 DateControle pic x(19).
       77 ResultatControle pic x(10).
       77 MontantControle pic 9(5).
       77 PlafondControle pic 9(5).
       77 EtageControle pic 999.
       77 MateriauControle pic x(20).
       77 NbLignes pic 9(7).
       77 FinListe pic 9.

      *    Materiaux : stock, unites que les victoires ont pu lacher, or
      *    depense a la forge (chaque palier coute ForgeOrBase pieces et
      *    ForgeMatBase materiaux par numero de palier : l'or depense
      *    donne donc le nombre de materiaux consommes).
       77 StockControle pic 9(7).
       77 ProduitControle pic 9(7).
       77 OrForgeControle pic 9(9).
       77 PaliersForge pic 9(7).
       77 ConsommeControle pic 9(9).
       77 DisponibleControle pic s9(9).

      *    Niveau et Xp : l'Xp cumulee que porte le personnage, celle que
      *    son historique explique, et la marge laissee par les lignes
      *    consolidees dont l'Xp n'est pas connue (duels, ennemis retires).
       77 NiveauControle pic 99.
       77 XpControle pic 999.
       77 XpCombats pic 9(9).
       77 XpResume pic 9(9).
       77 XpQuetes pic 9(9).
       77 XpSaisons pic 9(9).
       77 NbInconnus pic 9(7).
       77 XpPersonnage pic 9(9).
       77 XpHistorique pic 9(9).
       77 XpMarge pic 9(9).

       77 CNXDB STRING.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       procedure division.

      *********************************************************
      ***** Controle croise des livres du jeu *****************
      *********************************************************
      *    RPGSolde rapproche l'or du grand livre, RPGAudit la
      *    coherence referentielle ; ce batch confronte les livres entre
      *    eux : chaque butin d'or doit avoir sa victoire, l'or et l'Xp
      *    gagnes doivent tenir dans le catalogue des ennemis, le stock de
      *    materiaux dans ce que les victoires ont pu lacher moins ce que
      *    la forge a consomme, et le niveau dans l'Xp de l'historique.
      *    Les constats sortent en rapport d'exceptions avec leur
      *    severite ; le code retour suit le pire constat : 0 rien a
      *    signaler, 4 au moins un MINEUR, 8 au moins un MAJEUR (ou un
      *    controle impossible).
       RPGCroise-Programme.
           perform RPGCroise-init.
           perform RPGCroise-trt.
           perform RPGCroise-fin.

       RPGCroise-init.
           perform LireConfigConnexion.
           exec sql
               Connect using :CNXDB
           end-exec.
           if (sqlcode not equal 0) then
               DISPLAY "Connexion a la base de donnees impossible"
               Move "RPGCroise-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.
           perform ChargerParametres.

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
               declare CurParamCroise cursor for
               select Nom, Valeur from parametre
               where Nom in ('SEUILXP', 'FORGEORBASE', 'FORGEMATBASE',
                             'CONTROLEFENETRE')
           end-exec.
           exec sql
               open CurParamCroise
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurParamCroise into :NomParam, :ValeurParam
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform AppliquerParametre
                   end-if
               end-perform
               exec sql
                   close CurParamCroise
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
               when "FORGEORBASE"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 999)
                       then
                       Move ValeurNumerique to ForgeOrBase
                   end-if
               when "FORGEMATBASE"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 99)
                       then
                       Move ValeurNumerique to ForgeMatBase
                   end-if
               when "CONTROLEFENETRE"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 86400)
                       then
                       Move ValeurNumerique to FenetreSecondes
                   end-if
           end-evaluate.

       RPGCroise-trt.
           DISPLAY " Controle croise des livres du jeu ".
           DISPLAY "SEUILXP " SeuilXp " FORGEORBASE " ForgeOrBase
               " FORGEMATBASE " ForgeMatBase " fenetre butin "
               FenetreSecondes " s".
           perform ControlerButinSansVictoire.
           perform ControlerMontantsButin.
           perform ControlerXpCombats.
           perform ControlerEnnemisHorsCatalogue.
           perform ControlerMateriauParMateriau.
           perform ControlerMateriauxForge.
           perform ControlerNiveauXp.

      *    ****************************************************************
      *    Chaque credit BUTIN du grand livre doit avoir sa VICTOIRE sur
      *    le meme ennemi (DetailMotif) dans la fenetre autour de son
      *    horodatage. Une journee deja consolidee par RPGPurge n'a plus
      *    de detail : on y cherche alors une victoire du resume, meme
      *    jour, meme ennemi.
      *    ****************************************************************

       ControlerButinSansVictoire.
           exec sql
               declare CurButinSansVict cursor for
               select m.Personnage, m.DetailMotif,
                      convert(varchar(19), m.DateHeure, 120), m.Montant
               from mouvementor m
               where m.Motif = 'BUTIN' and m.Sens = 'CREDIT'
                 and not exists
                     (select 1 from combatlog c
                      where c.Personnage = m.Personnage
                        and c.Ennemi = m.DetailMotif
                        and c.Resultat = 'VICTOIRE'
                        and c.DateHeure between
                            dateadd(second, 0 - :FenetreSecondes,
                                    m.DateHeure)
                            and dateadd(second, :FenetreSecondes,
                                        m.DateHeure))
                 and not exists
                     (select 1 from combatlogresume r
                      where r.Personnage = m.Personnage
                        and r.Ennemi = m.DetailMotif
                        and r.Resultat = 'VICTOIRE'
                        and r.Jour = convert(date, m.DateHeure))
               order by m.Personnage, m.DateHeure
           end-exec.
           exec sql
               open CurButinSansVict
           end-exec.
           if (sqlcode not = 0) then
               Move "ControlerButinSansVictoire" to ExploitParagraphe
               perform SignalerControleImpossible
           else
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurButinSansVict into :NomControle,
                             :EnnemiControle, :DateControle,
                             :MontantControle
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       add 1 to NbMajeurs
                       DISPLAY "MAJEUR butin sans victoire : "
                           NomControle " / " EnnemiControle " "
                           DateControle " " MontantControle " po"
                   end-if
               end-perform
               exec sql
                   close CurButinSansVict
               end-exec
           end-if.

      *    ****************************************************************
      *    Un butin ne peut depasser le GoldReward de l'ennemi (le
      *    plafond de la bourse peut seulement le reduire) ; l'or ne
      *    depend pas de l'etage. Le bareme est retouche par les lots
      *    de RPGAdmin : chaque butin est juge sur le plus haut
      *    GoldReward que l'ennemi a porte, valeur du catalogue ou image
      *    avant / apres d'une ligne de lot publie ou retabli.
      *    ****************************************************************

       ControlerMontantsButin.
           exec sql
               declare CurMontantsButin cursor for
               select m.Personnage, m.DetailMotif,
                      convert(varchar(19), m.DateHeure, 120), m.Montant,
                      b.OrMax
               from mouvementor m,
                    (select v.Nom, max(v.OrBareme) as OrMax,
                            max(v.XpBareme) as XpMax
                     from (select Nom, GoldReward as OrBareme,
                                  XpReward as XpBareme
                           from ennemi
                           union all
                           select l.Cle,
                                  convert(int,
                                      substring(l.ValeurAvant, 11, 3)),
                                  convert(int,
                                      substring(l.ValeurAvant, 6, 3))
                           from lotmodifligne l, lotmodif lm
                           where lm.NumLot = l.NumLot
                             and lm.Statut in ('PUBLIE', 'RETABLI')
                             and l.TableCible = 'ennemi'
                             and l.ValeurAvant <> ''
                           union all
                           select l.Cle,
                                  convert(int,
                                      substring(l.ValeurApres, 11, 3)),
                                  convert(int,
                                      substring(l.ValeurApres, 6, 3))
                           from lotmodifligne l, lotmodif lm
                           where lm.NumLot = l.NumLot
                             and lm.Statut in ('PUBLIE', 'RETABLI')
                             and l.TableCible = 'ennemi'
                             and l.ValeurApres <> '') v
                     where v.Nom in (select Nom from ennemi)
                     group by v.Nom) b
               where m.Motif = 'BUTIN' and m.Sens = 'CREDIT'
                 and b.Nom = m.DetailMotif
                 and m.Montant > b.OrMax
               order by m.Personnage, m.DateHeure
           end-exec.
           exec sql
               open CurMontantsButin
           end-exec.
           if (sqlcode not = 0) then
               Move "ControlerMontantsButin" to ExploitParagraphe
               perform SignalerControleImpossible
           else
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurMontantsButin into :NomControle,
                             :EnnemiControle, :DateControle,
                             :MontantControle, :PlafondControle
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       add 1 to NbMajeurs
                       DISPLAY "MAJEUR butin excessif : "
                           NomControle " / " EnnemiControle " "
                           DateControle " " MontantControle
                           " po pour " PlafondControle " au plus"
                   end-if
               end-perform
               exec sql
                   close CurMontantsButin
               end-exec
           end-if.

      *    ****************************************************************
      *    Xp gagnee par combat : une victoire hors donjon rapporte le
      *    XpReward de l'ennemi, en donjon la prime de CrediterExperience-
      *    Donjon (+25% par etage au-dela du premier, plafond 999) ; un
      *    duel gagne rapporte 10 par niveau du perdant (990 au plus) ;
      *    une defaite, une fuite ou un duel perdu ne rapportent rien.
      *    Comme pour l'or, le XpReward retenu est le plus haut que
      *    l'ennemi a porte au fil des lots publies ou retablis.
      *    ****************************************************************

       ControlerXpCombats.
           exec sql
               declare CurXpCombats cursor for
               select c.Personnage, c.Ennemi, c.Resultat, c.Etage,
                      convert(varchar(19), c.DateHeure, 120), c.XpGagne,
                      case when c.Etage = 0 then b.XpMax
                           when b.XpMax * (100 + (c.Etage - 1) * 25)
                                / 100 > 999 then 999
                           else b.XpMax * (100 + (c.Etage - 1) * 25)
                                / 100
                      end
               from combatlog c,
                    (select v.Nom, max(v.OrBareme) as OrMax,
                            max(v.XpBareme) as XpMax
                     from (select Nom, GoldReward as OrBareme,
                                  XpReward as XpBareme
                           from ennemi
                           union all
                           select l.Cle,
                                  convert(int,
                                      substring(l.ValeurAvant, 11, 3)),
                                  convert(int,
                                      substring(l.ValeurAvant, 6, 3))
                           from lotmodifligne l, lotmodif lm
                           where lm.NumLot = l.NumLot
                             and lm.Statut in ('PUBLIE', 'RETABLI')
                             and l.TableCible = 'ennemi'
                             and l.ValeurAvant <> ''
                           union all
                           select l.Cle,
                                  convert(int,
                                      substring(l.ValeurApres, 11, 3)),
                                  convert(int,
                                      substring(l.ValeurApres, 6, 3))
                           from lotmodifligne l, lotmodif lm
                           where lm.NumLot = l.NumLot
                             and lm.Statut in ('PUBLIE', 'RETABLI')
                             and l.TableCible = 'ennemi'
                             and l.ValeurApres <> '') v
                     where v.Nom in (select Nom from ennemi)
                     group by v.Nom) b
               where c.Resultat = 'VICTOIRE'
                 and b.Nom = c.Ennemi
                 and c.XpGagne >
                     case when c.Etage = 0 then b.XpMax
                          when b.XpMax * (100 + (c.Etage - 1) * 25)
                               / 100 > 999 then 999
                          else b.XpMax * (100 + (c.Etage - 1) * 25)
                               / 100
                     end
               union all
               select c.Personnage, c.Ennemi, c.Resultat, c.Etage,
                      convert(varchar(19), c.DateHeure, 120), c.XpGagne,
                      case when c.Resultat = 'DUELGAGNE' then 990
                           else 0
                      end
               from combatlog c
               where (c.Resultat = 'DUELGAGNE'
                      and (c.XpGagne > 990 or c.XpGagne % 10 <> 0))
                  or (c.Resultat not in ('VICTOIRE', 'DUELGAGNE')
                      and c.XpGagne > 0)
               order by 1, 5
           end-exec.
           exec sql
               open CurXpCombats
           end-exec.
           if (sqlcode not = 0) then
               Move "ControlerXpCombats" to ExploitParagraphe
               perform SignalerControleImpossible
           else
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurXpCombats into :NomControle,
                             :EnnemiControle, :ResultatControle,
                             :EtageControle, :DateControle,
                             :MontantControle, :PlafondControle
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       add 1 to NbMajeurs
                       DISPLAY "MAJEUR Xp de combat impossible : "
                           NomControle " / " EnnemiControle " "
                           ResultatControle " etage " EtageControle
                           " " DateControle " Xp " MontantControle
                           " pour " PlafondControle " au plus"
                   end-if
               end-perform
               exec sql
                   close CurXpCombats
               end-exec
           end-if.

      *    ****************************************************************
      *    Butins et victoires contre un ennemi qui n'est plus au
      *    catalogue : les montants ne peuvent plus etre juges. Un constat
      *    par personnage et ennemi.
      *    ****************************************************************

       ControlerEnnemisHorsCatalogue.
           exec sql
               declare CurHorsCatalogue cursor for
               select Personnage, Ennemi, count(*)
               from (select m.Personnage, m.DetailMotif as Ennemi
                     from mouvementor m
                     where m.Motif = 'BUTIN' and m.Sens = 'CREDIT'
                     union all
                     select c.Personnage, c.Ennemi
                     from combatlog c
                     where c.Resultat = 'VICTOIRE') h
               where Ennemi not in (select Nom from ennemi)
               group by Personnage, Ennemi
               order by Personnage, Ennemi
           end-exec.
           exec sql
               open CurHorsCatalogue
           end-exec.
           if (sqlcode not = 0) then
               Move "ControlerEnnemisHorsCatalogue" to ExploitParagraphe
               perform SignalerControleImpossible
           else
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurHorsCatalogue into :NomControle,
                             :EnnemiControle, :NbLignes
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       add 1 to NbMineurs
                       DISPLAY "MINEUR ennemi hors catalogue : "
                           NomControle " / " EnnemiControle " "
                           NbLignes " ligne(s) non controlee(s)"
                   end-if
               end-perform
               exec sql
                   close CurHorsCatalogue
               end-exec
           end-if.

      *    ****************************************************************
      *    Chaque victoire lache une unite de chaque materiau de
      *    l'ennemi (CrediterMateriaux) : le stock d'un materiau ne peut
      *    depasser le nombre de victoires, detail et resume, sur les
      *    ennemis qui le lachent. La forge ne fait que diminuer le stock.
      *    ****************************************************************

       ControlerMateriauParMateriau.
           exec sql
               declare CurMatParMat cursor for
               select mp.Personnage, mp.Materiau, mp.Quantite,
                      (select count(*) from combatlog c
                       where c.Personnage = mp.Personnage
                         and c.Resultat = 'VICTOIRE'
                         and c.Ennemi in
                             (select em.Ennemi from ennemimateriau em
                              where em.Materiau = mp.Materiau))
                      + isnull((select sum(r.Nb) from combatlogresume r
                                where r.Personnage = mp.Personnage
                                  and r.Resultat = 'VICTOIRE'
                                  and r.Ennemi in
                                      (select em.Ennemi
                                       from ennemimateriau em
                                       where em.Materiau =
                                             mp.Materiau)), 0)
               from materiaupersonnage mp
               where mp.Quantite > 0
               order by mp.Personnage, mp.Materiau
           end-exec.
           exec sql
               open CurMatParMat
           end-exec.
           if (sqlcode not = 0) then
               Move "ControlerMateriauParMateriau" to ExploitParagraphe
               perform SignalerControleImpossible
           else
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurMatParMat into :NomControle,
                             :MateriauControle, :StockControle,
                             :ProduitControle
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       if (StockControle > ProduitControle) then
                           add 1 to NbMajeurs
                           DISPLAY "MAJEUR stock de materiau "
                               "impossible : " NomControle " / "
                               MateriauControle " stock " StockControle
                               " pour "
                               ProduitControle " lache(s) au plus"
                       end-if
                   end-if
               end-perform
               exec sql
                   close CurMatParMat
               end-exec
           end-if.

      *    ****************************************************************
      *    Bilan global des materiaux d'un personnage : le stock total ne
      *    peut depasser les unites lachees par toutes ses victoires
      *    (au plus cinq materiaux par ennemi) moins celles que la forge
      *    a consommees. Le materiau depense n'est pas trace, mais l'or
      *    FORGE du grand livre (detail et resume) donne la somme des
      *    paliers payes, donc le nombre de materiaux consommes.
      *    ****************************************************************

       ControlerMateriauxForge.
           exec sql
               declare CurMatForge cursor for
               select p.Nom,
                      isnull((select sum(mp.Quantite)
                              from materiaupersonnage mp
                              where mp.Personnage = p.Nom), 0),
                      isnull((select sum(d.NbMat)
                              from combatlog c,
                                   (select Ennemi,
                                           case when count(*) > 5 then 5
                                                else count(*)
                                           end as NbMat
                                    from ennemimateriau
                                    group by Ennemi) d
                              where c.Personnage = p.Nom
                                and c.Resultat = 'VICTOIRE'
                                and d.Ennemi = c.Ennemi), 0)
                      + isnull((select sum(r.Nb * d.NbMat)
                                from combatlogresume r,
                                     (select Ennemi,
                                             case when count(*) > 5
                                                  then 5
                                                  else count(*)
                                             end as NbMat
                                      from ennemimateriau
                                      group by Ennemi) d
                                where r.Personnage = p.Nom
                                  and r.Resultat = 'VICTOIRE'
                                  and d.Ennemi = r.Ennemi), 0),
                      isnull((select sum(m.Montant) from mouvementor m
                              where m.Personnage = p.Nom
                                and m.Motif = 'FORGE'
                                and m.Sens = 'DEBIT'), 0)
                      + isnull((select sum(mr.MontantTotal)
                                from mouvementorresume mr
                                where mr.Personnage = p.Nom
                                  and mr.Motif = 'FORGE'
                                  and mr.Sens = 'DEBIT'), 0)
               from personnage p
               order by p.Nom
           end-exec.
           exec sql
               open CurMatForge
           end-exec.
           if (sqlcode not = 0) then
               Move "ControlerMateriauxForge" to ExploitParagraphe
               perform SignalerControleImpossible
           else
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurMatForge into :NomControle,
                             :StockControle, :ProduitControle,
                             :OrForgeControle
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform JugerMateriauxForge
                   end-if
               end-perform
               exec sql
                   close CurMatForge
               end-exec
           end-if.

       JugerMateriauxForge.
           divide OrForgeControle by ForgeOrBase giving PaliersForge.
           compute ConsommeControle = PaliersForge * ForgeMatBase.
           compute DisponibleControle =
               ProduitControle - ConsommeControle.
           if (ConsommeControle > ProduitControle) then
               add 1 to NbMajeurs
               DISPLAY "MAJEUR forge au-dela des materiaux gagnes : "
                   NomControle " consomme " ConsommeControle
                   " pour " ProduitControle " lache(s)"
           else
               if (StockControle > DisponibleControle) then
                   add 1 to NbMajeurs
                   DISPLAY "MAJEUR stock de materiaux impossible : "
                       NomControle " stock " StockControle
                       " lache(s) " ProduitControle " forge "
                       ConsommeControle
               end-if
           end-if.

      *    ****************************************************************
      *    Niveau et Xp : un personnage nait niveau 1 a 0 Xp et change de
      *    niveau tous les SEUILXP points, il porte donc
      *    (Niveau - 1) x SEUILXP + Xp points gagnes. L'historique les
      *    explique par l'XpGagne du journal de combat, les quetes
      *    terminees, les recompenses de saison versees et, pour les
      *    journees consolidees, les victoires du resume au bareme du
      *    catalogue. Les duels consolides, les victoires sur un ennemi
      *    retire et celles sur un ennemi dont le XpReward a change
      *    depuis par un lot publie (ou par un lot retabli, dont la date
      *    de retablissement n'est pas gardee) n'ont plus d'Xp connue :
      *    chacun elargit la tolerance de 999 points. Le niveau 99
      *    consume l'Xp au-dela du plafond, il n'est pas juge. Un SEUILXP
      *    modifie en cours de vie fausse forcement le calcul.
      *    ****************************************************************

       ControlerNiveauXp.
           exec sql
               declare CurNiveauXp cursor for
               select p.Nom, p.Niveau, p.Xp,
                      isnull((select sum(c.XpGagne) from combatlog c
                              where c.Personnage = p.Nom), 0),
                      isnull((select sum(r.Nb *
                                  case when r.Etage = 0 then e.XpReward
                                       when e.XpReward
                                            * (100 + (r.Etage - 1) * 25)
                                            / 100 > 999 then 999
                                       else e.XpReward
                                            * (100 + (r.Etage - 1) * 25)
                                            / 100
                                  end)
                              from combatlogresume r, ennemi e
                              where r.Personnage = p.Nom
                                and r.Resultat = 'VICTOIRE'
                                and e.Nom = r.Ennemi
                                and not exists
                                 (select 1
                                  from lotmodifligne l, lotmodif lm
                                  where lm.NumLot = l.NumLot
                                    and l.TableCible = 'ennemi'
                                    and l.Cle = r.Ennemi
                                    and substring(l.ValeurAvant, 6, 3)
                                     <> substring(l.ValeurApres, 6, 3)
                                    and (lm.Statut = 'RETABLI'
                                         or (lm.Statut = 'PUBLIE'
                                             and lm.DatePublication
                                                 >= r.Jour)))), 0),
                      isnull((select sum(q.RecompenseXp)
                              from quetepersonnage qp, quete q
                              where qp.Personnage = p.Nom
                                and qp.Terminee = 1
                                and q.Code = qp.Quete), 0),
                      isnull((select sum(sc.RecompenseXp)
                              from saisonclassement sc
                              where sc.Personnage = p.Nom
                                and sc.Versee = 1), 0),
                      isnull((select sum(r.Nb) from combatlogresume r
                              where r.Personnage = p.Nom
                                and (r.Resultat = 'DUELGAGNE'
                                     or (r.Resultat = 'VICTOIRE'
                                         and r.Ennemi not in
                                             (select Nom
                                              from ennemi))
                                     or (r.Resultat = 'VICTOIRE'
                                         and exists
                                 (select 1
                                  from lotmodifligne l, lotmodif lm
                                  where lm.NumLot = l.NumLot
                                    and l.TableCible = 'ennemi'
                                    and l.Cle = r.Ennemi
                                    and substring(l.ValeurAvant, 6, 3)
                                     <> substring(l.ValeurApres, 6, 3)
                                    and (lm.Statut = 'RETABLI'
                                         or (lm.Statut = 'PUBLIE'
                                             and lm.DatePublication
                                                 >= r.Jour)))))), 0)
               from personnage p
               where p.Niveau < 99
               order by p.Nom
           end-exec.
           exec sql
               open CurNiveauXp
           end-exec.
           if (sqlcode not = 0) then
               Move "ControlerNiveauXp" to ExploitParagraphe
               perform SignalerControleImpossible
           else
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurNiveauXp into :NomControle,
                             :NiveauControle, :XpControle, :XpCombats,
                             :XpResume, :XpQuetes, :XpSaisons,
                             :NbInconnus
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform JugerNiveauXp
                   end-if
               end-perform
               exec sql
                   close CurNiveauXp
               end-exec
           end-if.

       JugerNiveauXp.
           compute XpPersonnage =
               ((NiveauControle - 1) * SeuilXp) + XpControle.
           compute XpHistorique = XpCombats + XpResume + XpQuetes
               + XpSaisons.
           compute XpMarge = NbInconnus * 999.
           if (XpPersonnage < XpHistorique
               or XpPersonnage > XpHistorique + XpMarge) then
               add 1 to NbMajeurs
               DISPLAY "MAJEUR niveau incoherent avec l Xp : "
                   NomControle " niveau " NiveauControle " Xp "
                   XpControle " soit " XpPersonnage
                   " pour " XpHistorique " expliquee(s)"
               if (XpMarge > 0) then
                   DISPLAY "       (tolerance " XpMarge
                       " pour " NbInconnus " ligne(s) consolidee(s))"
               end-if
           end-if.

      *    ****************************************************************
      *    Un controle qui ne peut pas s'executer ne doit pas passer pour
      *    un controle sans constat.
      *    ****************************************************************

       SignalerControleImpossible.
           DISPLAY "Controle impossible (" ExploitParagraphe ") : "
               sqlcode.
           perform JournaliserExploitation.
           Move 1 to ErreurRencontree.

       RPGCroise-fin.
           DISPLAY NbMajeurs " constat(s) MAJEUR, " NbMineurs
               " constat(s) MINEUR".
           Move "RPGCroise-fin" to ExploitParagraphe.
           perform JournaliserExploitation.
           exec sql
               Disconnect
           end-exec.
      *    Code retour du pire constat : 8 majeur ou controle impossible,
      *    4 mineur, 0 livres concordants.
           if (ErreurRencontree = 1 or NbMajeurs > 0) then
               Move 8 to return-code
           else
               if (NbMineurs > 0) then
                   Move 4 to return-code
               else
                   Move 0 to return-code
               end-if
           end-if.
           stop run.

      *    ****************************************************************
      *    Ajoute l'evenement au journal d'exploitation partage :
      *    horodatage, programme, paragraphe pose par l'appelant, sqlcode
      *    du moment et detail (constats releves). Le fichier est cree au
      *    premier evenement. Un journal inaccessible ne doit pas faire
      *    echouer le traitement lui-meme.
      *    ****************************************************************

       JournaliserExploitation.
           Move sqlcode to ExploitSqlcode.
           accept ExploitDate from date yyyymmdd.
           accept ExploitHeure from time.
           Move NbMajeurs to DetailMajeurs.
           Move NbMineurs to DetailMineurs.
           Move DetailCroise to ExploitDetail.
           open extend FichierExploitation.
           if (ExploitStatut = "35") then
               open output FichierExploitation
           end-if.
           if (ExploitStatut = "00") then
               write LigneExploitation from EnregExploitation
               close FichierExploitation
           end-if.

       end program RPGCroise.
