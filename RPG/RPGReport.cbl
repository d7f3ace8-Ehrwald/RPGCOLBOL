         05 Xp PIC 999.
         05 Pv PIC 999.

      *    Ligne de commande : rien pour le classement general, SAISON
      *    pour la saison en cours, SAISON suivi d'un numero pour une
      *    saison donnee (figee si elle est close), GUILDE pour le
      *    classement des guildes.
       77 ParametreLancement pic x(80).
       77 ModeClassement pic x(10).
       77 ParamSaison pic x(10).

       01 Saison.
         05 NumSaison PIC 9(4).
         05 Libelle PIC X(30).
         05 Statut PIC X(8).
         05 DateDebut PIC X(10).
         05 DateFin PIC X(10).

       01 LigneSaison.
         05 Nom PIC X(20).
         05 Victoires PIC 9(7).
         05 EtageMax PIC 99.
         05 DuelsGagnes PIC 9(7).
         05 RecompenseOr PIC 9999.
         05 RecompenseXp PIC 999.
         05 Versee PIC 9.

       01 LigneGuilde.
         05 Nom PIC X(20).
         05 NbMembres PIC 9(4).
         05 Victoires PIC 9(9).
         05 EtageMax PIC 99.

       77 CNXDB STRING.
       77 FinListe pic 9.
       77 Rang pic 999 value 0.
               Move 8 to return-code
               stop run
           end-if.
           perform LireParametresLancement.

      *    ****************************************************************
      *    La chaine de connexion se regle dans RPGBDD.CFG (premiere
               close FichierConfig
           end-if.

       LireParametresLancement.
           Move spaces to ParametreLancement.
           accept ParametreLancement from command-line.
           Move spaces to ModeClassement.
           Move spaces to ParamSaison.
           unstring ParametreLancement delimited by all space
               into ModeClassement ParamSaison
           end-unstring.

       RPGReport-trt.
           evaluate ModeClassement
               when spaces
                   perform ClasserPersonnages
               when "SAISON"
                   perform ClasserSaison
               when "GUILDE"
                   perform ClasserGuildes
               when other
                   DISPLAY "Option inconnue : " ModeClassement
                   DISPLAY "RPGReport [SAISON [numero] | GUILDE]"
                   Move "RPGReport-trt" to ExploitParagraphe
                   perform JournaliserExploitation
                   Move 1 to ErreurRencontree
           end-evaluate.

      *    ****************************************************************
      *    Classement par Niveau decroissant puis Xp decroissant, comme un
      *    tableau des scores de fin de session.
      *    ****************************************************************

       ClasserPersonnages.
           DISPLAY " Classement des personnages ".
           DISPLAY "Rang  Nom                   Niveau  Xp  Pv".
           exec sql
      *    Le cursor n'a pas pu s'ouvrir : jusqu'ici l'echec se perdait
      *    dans un message ecran, le journal d'exploitation le garde.
               DISPLAY "Aucun personnage trouve en base"
               Move "ClasserPersonnages" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.

      *    ****************************************************************
      *    Classement de saison : la saison en cours (celle qui contient
      *    le jour), ou la saison demandee. Une saison close se lit dans
      *    le classement fige a sa cloture, recompenses comprises ; une
      *    saison ouverte se calcule en direct, provisoire tant qu'elle
      *    n'est pas close.
      *    ****************************************************************

       ClasserSaison.
           if (ParamSaison = spaces) then
               exec sql
                   select top 1 NumSaison, Libelle, Statut,
                          convert(varchar(10), DateDebut, 103),
                          convert(varchar(10), DateFin, 103)
                   into :Saison.NumSaison, :Saison.Libelle,
                        :Saison.Statut, :Saison.DateDebut,
                        :Saison.DateFin
                   from saison
                   where DateDebut <= convert(date, getdate())
                     and DateFin >= convert(date, getdate())
                   order by DateDebut desc, NumSaison desc
               end-exec
           else
               compute NumSaison of Saison =
                   function numval(ParamSaison)
                   on size error
                       Move 0 to NumSaison of Saison
               end-compute
               exec sql
                   select NumSaison, Libelle, Statut,
                          convert(varchar(10), DateDebut, 103),
                          convert(varchar(10), DateFin, 103)
                   into :Saison.NumSaison, :Saison.Libelle,
                        :Saison.Statut, :Saison.DateDebut,
                        :Saison.DateFin
                   from saison
                   where NumSaison = :Saison.NumSaison
               end-exec
           end-if.
           if (sqlcode = 0) then
               DISPLAY " Classement de la saison " NumSaison of Saison
                   " " Libelle of Saison
               DISPLAY " du " DateDebut of Saison " au "
                   DateFin of Saison
               if (Statut of Saison = "CLOSE") then
                   perform ClasserSaisonClose
               else
                   perform ClasserSaisonOuverte
               end-if
           else
               if (sqlcode = 100) then
                   if (ParamSaison = spaces) then
                       DISPLAY "Aucune saison en cours"
                   else
                       DISPLAY "Saison inconnue : " ParamSaison
                   end-if
               else
                   DISPLAY "Lecture des saisons impossible"
                   Move "ClasserSaison" to ExploitParagraphe
                   perform JournaliserExploitation
                   Move 1 to ErreurRencontree
               end-if
           end-if.

      *    Classement fige par RPGSaison, dans l'ordre des rangs.
       ClasserSaisonClose.
           DISPLAY " Classement final".
           DISPLAY "Rang  Nom                   Victoires  Etage  Duels"
               "  Recompense".
           exec sql
               declare CurSaisonClose cursor for
               select Personnage, Victoires, EtageMax, DuelsGagnes,
                      RecompenseOr, RecompenseXp, Versee
               from saisonclassement
               where NumSaison = :Saison.NumSaison
               order by Rang
           end-exec.
           exec sql
               open CurSaisonClose
           end-exec.
           if (sqlcode = 0) then
               Move 0 to Rang
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurSaisonClose into :LigneSaison.Nom,
                             :LigneSaison.Victoires,
                             :LigneSaison.EtageMax,
                             :LigneSaison.DuelsGagnes,
                             :LigneSaison.RecompenseOr,
                             :LigneSaison.RecompenseXp,
                             :LigneSaison.Versee
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       add 1 to Rang
                       perform AfficherLigneSaison
                   end-if
               end-perform
               exec sql
                   close CurSaisonClose
               end-exec
           else
               Move "ClasserSaisonClose" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.

      *    Classement en direct, calcule comme a la cloture : victoires,
      *    puis etage de donjon le plus haut vaincu, puis duels gagnes,
      *    journal vivant et resume consolide confondus.
       ClasserSaisonOuverte.
           DISPLAY " Classement provisoire".
           DISPLAY "Rang  Nom                   Victoires  Etage"
               "  Duels".
           exec sql
               declare CurSaisonOuverte cursor for
               select t.Nom, t.Victoires, t.EtageMax, t.DuelsGagnes
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
               order by t.Victoires desc, t.EtageMax desc,
                        t.DuelsGagnes desc, t.Nom
           end-exec.
           exec sql
               open CurSaisonOuverte
           end-exec.
           if (sqlcode = 0) then
               Move 0 to Rang
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurSaisonOuverte into :LigneSaison.Nom,
                             :LigneSaison.Victoires,
                             :LigneSaison.EtageMax,
                             :LigneSaison.DuelsGagnes
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       add 1 to Rang
                       Move 0 to RecompenseOr of LigneSaison
                       Move 0 to RecompenseXp of LigneSaison
                       perform AfficherLigneSaison
                   end-if
               end-perform
               exec sql
                   close CurSaisonOuverte
               end-exec
           else
               Move "ClasserSaisonOuverte" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.

      *    Une recompense pas encore versee (personnage en partie a la
      *    cloture) est signalee comme a encaisser.
       AfficherLigneSaison.
           if (RecompenseOr of LigneSaison = 0
               and RecompenseXp of LigneSaison = 0) then
               DISPLAY Rang " - " Nom of LigneSaison
                   "  " Victoires of LigneSaison
                   "  " EtageMax of LigneSaison
                   "  " DuelsGagnes of LigneSaison
           else
               if (Versee of LigneSaison = 1) then
                   DISPLAY Rang " - " Nom of LigneSaison
                       "  " Victoires of LigneSaison
                       "  " EtageMax of LigneSaison
                       "  " DuelsGagnes of LigneSaison
                       "  " RecompenseOr of LigneSaison " po "
                       RecompenseXp of LigneSaison " Xp"
               else
                   DISPLAY Rang " - " Nom of LigneSaison
                       "  " Victoires of LigneSaison
                       "  " EtageMax of LigneSaison
                       "  " DuelsGagnes of LigneSaison
                       "  " RecompenseOr of LigneSaison " po "
                       RecompenseXp of LigneSaison " Xp a encaisser"
               end-if
           end-if.

      *    ****************************************************************
      *    Classement des guildes sur leurs membres non archives : total
      *    des victoires des membres, puis etage de donjon le plus haut
      *    vaincu par l'un d'eux, puis nombre de membres, journal vivant
      *    et resume consolide confondus. Une guilde sans membre actif
      *    n'est pas classee.
      *    ****************************************************************

       ClasserGuildes.
           DISPLAY " Classement des guildes ".
           DISPLAY "Rang  Guilde                Membres  Victoires"
               "  Etage".
           exec sql
               declare CurGuildes cursor for
               select t.Guilde, count(*), sum(t.Victoires),
                      max(t.EtageMax)
               from (select g.Nom as Guilde,
                       (select count(*) from combatlog c
                        where c.Personnage = p.Nom
                          and c.Resultat = 'VICTOIRE')
                     + (select isnull(sum(r.Nb), 0)
                        from combatlogresume r
                        where r.Personnage = p.Nom
                          and r.Resultat = 'VICTOIRE')
                       as Victoires,
                       (select isnull(max(e.Etage), 0)
                        from (select c.Etage from combatlog c
                              where c.Personnage = p.Nom
                                and c.Resultat = 'VICTOIRE'
                              union all
                              select r.Etage from combatlogresume r
                              where r.Personnage = p.Nom
                                and r.Resultat = 'VICTOIRE') e)
                       as EtageMax
                     from guilde g, membreguilde m, personnage p
                     where m.Guilde = g.Nom
                       and p.Nom = m.Personnage
                       and p.Archive = 0) t
               group by t.Guilde
               order by sum(t.Victoires) desc, max(t.EtageMax) desc,
                        count(*) desc, t.Guilde
           end-exec.
           exec sql
               open CurGuildes
           end-exec.
           if (sqlcode = 0) then
               Move 0 to Rang
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurGuildes into :LigneGuilde.Nom,
                             :LigneGuilde.NbMembres,
                             :LigneGuilde.Victoires,
                             :LigneGuilde.EtageMax
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       add 1 to Rang
                       DISPLAY Rang " - " Nom of LigneGuilde
                           "  " NbMembres of LigneGuilde
                           "  " Victoires of LigneGuilde
                           "  " EtageMax of LigneGuilde
                   end-if
               end-perform
               exec sql
                   close CurGuildes
               end-exec
           else
               Move "ClasserGuildes" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.
