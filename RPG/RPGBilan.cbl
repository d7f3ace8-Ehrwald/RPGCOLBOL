       program-id. RPGBilan as "RPG.RPGBilan".

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
      *    sqlcode et detail (lignes d'equilibre et alertes levees).
      *    ****************************************************************
       01 EnregExploitation.
         05 ExploitDate PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitHeure PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitProgramme PIC X(10) VALUE "RPGBilan".
         05 FILLER PIC X VALUE SPACE.
         05 ExploitParagraphe PIC X(25).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitSqlcode PIC -9(9).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitDetail PIC X(30).

       01 DetailEquilibre.
         05 FILLER PIC X(7) VALUE "Lignes ".
         05 DetailLignes PIC 9(5).
         05 FILLER PIC X(9) VALUE " Alertes ".
         05 DetailAlertes PIC 9(5).

      *    Au moins un echec rencontre sur ce passage : le code retour
      *    final le distingue d'un rapport vide.
       77 ErreurRencontree pic 9 value 0.

      *    Seuils d'alerte : taux de victoire au-dela duquel un ennemi
      *    (une classe, un etage) est juge trop facile, en deca duquel il
      *    est juge trop dur, nombre minimum de combats pour juger, et
      *    profondeur en jours de la section economie. Les VALUE sont les
      *    secours, la table parametre (EQUILIBRE*) fait foi.
       77 VictoireMax pic 999 value 95.
       77 VictoireMin pic 999 value 30.
       77 CombatsMin pic 9(5) value 10.
       77 EquilibreJours pic 999 value 30.
       77 NomParam pic x(30).
       77 ValeurParam pic x(100).
      *    Valeur numerique du parametre en cours de controle : une valeur
      *    hors gabarit est rejetee, jamais tronquee.
       77 ValeurNumerique pic 9(5).

      *    Cumuls d'un ennemi, d'une classe ou d'un etage : issues lues
      *    dans le detail et le resume, tours et Xp dans le seul detail
      *    (le resume ne les garde pas).
       01 CumulEquilibre.
         05 Axe PIC 9.
         05 Cle PIC X(20).
         05 NbVictoires PIC 9(7).
         05 NbDefaites PIC 9(7).
         05 NbFuites PIC 9(7).
         05 NbFuitesRatees PIC 9(7).
         05 ToursDetail PIC 9(9).
         05 CombatsDetail PIC 9(7).
         05 XpDetail PIC 9(9).
         05 VictoiresDetail PIC 9(7).

       77 AxePrecedent pic 9 value 0.
       77 NbCombats pic 9(7).
       77 TentativesFuite pic 9(7).
       77 TauxVictoire pic 999v9.
       77 TauxDefaite pic 999v9.
       77 TauxFuite pic 999v9.
       77 TauxFuiteReussie pic 999v9.
       77 ToursMoyens pic 999v9.
       77 XpMoyenne pic 9999v9.

       01 LigneEquilibre.
         05 LigneCle PIC X(20).
         05 LigneCombats PIC Z(6)9.
         05 FILLER PIC X VALUE SPACE.
         05 LigneVictoire PIC ZZ9.9.
         05 FILLER PIC X VALUE SPACE.
         05 LigneDefaite PIC ZZ9.9.
         05 FILLER PIC X VALUE SPACE.
         05 LigneFuite PIC ZZ9.9.
         05 FILLER PIC X VALUE SPACE.
         05 LigneFuiteReussie PIC ZZ9.9.
         05 FILLER PIC X VALUE SPACE.
         05 LigneTours PIC ZZ9.9.
         05 FILLER PIC X VALUE SPACE.
         05 LigneXp PIC ZZZ9.9.
         05 FILLER PIC X VALUE SPACE.
         05 LigneAlerte PIC X(11).

       77 NbLignesEquilibre pic 9(5) value 0.
       77 NbAlertes pic 9(5) value 0.

      *    Section economie : or cree et detruit par jour et par motif.
       01 CumulEconomie.
         05 JourEconomie PIC X(10).
         05 SensEconomie PIC X(6).
         05 MotifEconomie PIC X(10).
         05 MontantEconomie PIC 9(9).
         05 NbEconomie PIC 9(7).

       77 JourPrecedent pic x(10) value spaces.
       77 CreeJour pic 9(9) value 0.
       77 DetruitJour pic 9(9) value 0.
       77 CreePeriode pic 9(9) value 0.
       77 DetruitPeriode pic 9(9) value 0.
       77 SoldeNet pic s9(9).
       77 NbJoursEconomie pic 9(5) value 0.

       01 LigneEconomie.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LigneJour PIC X(10).
         05 FILLER PIC X VALUE SPACE.
         05 LigneSens PIC X(6).
         05 FILLER PIC X VALUE SPACE.
         05 LigneMotif PIC X(10).
         05 LigneMontant PIC Z(8)9.
         05 FILLER PIC X(2) VALUE " (".
         05 LigneNb PIC Z(6)9.
         05 FILLER PIC X(12) VALUE " mouvements)".
         05 LigneTransfert PIC X(11).

       01 LigneTotalEconomie.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LigneLibelleTotal PIC X(11).
         05 FILLER PIC X(6) VALUE " Cree ".
         05 LigneCree PIC Z(8)9.
         05 FILLER PIC X(9) VALUE " Detruit ".
         05 LigneDetruit PIC Z(8)9.
         05 FILLER PIC X(7) VALUE " Solde ".
         05 LigneSolde PIC -(9)9.

       77 CNXDB STRING.
       77 FinListe pic 9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       procedure division.

      **********************************************************
      ***** Rapport d'equilibrage du jeu **********************
      **********************************************************
      *    Apres un reglage d'ennemi dans RPGAdmin, rien ne disait s'il
      *    etait devenu trop facile ou trop dur. Ce rapport relit tout
      *    l'historique de combat (detail combatlog et resume
      *    combatlogresume) et donne, par ennemi, par classe de
      *    personnage puis par etage du donjon : nombre de combats, taux
      *    de victoire, de defaite, de fuite et de fuite reussie, tours
      *    moyens et Xp moyenne par victoire. Les duels n'y figurent pas.
      *    Une section economie donne ensuite l'or cree et detruit par
      *    jour et par motif. Les taux de victoire hors des seuils de la
      *    table parametre sont signales.
       RPGBilan-Programme.
           perform RPGBilan-init.
           perform RPGBilan-trt.
           perform RPGBilan-fin.

       RPGBilan-init.
           perform LireConfigConnexion.
           exec sql
               Connect using :CNXDB
           end-exec.
           if (sqlcode not equal 0) then
               DISPLAY "Connexion a la base de donnees impossible"
               Move "RPGBilan-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.
           perform ChargerSeuils.

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
      *    Les seuils se reglent dans la table parametre ; une valeur
      *    absente, invalide ou hors gabarit laisse le secours compile.
      *    ****************************************************************

       ChargerSeuils.
           exec sql
               declare CurSeuils cursor for
               select Nom, Valeur from parametre
               where Nom like 'EQUILIBRE%'
           end-exec.
           exec sql
               open CurSeuils
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurSeuils into :NomParam, :ValeurParam
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform AppliquerSeuil
                   end-if
               end-perform
               exec sql
                   close CurSeuils
               end-exec
           end-if.
           if (VictoireMin > VictoireMax) then
               DISPLAY "Seuils de victoire incoherents, secours retenus"
               Move 95 to VictoireMax
               Move 30 to VictoireMin
           end-if.

       AppliquerSeuil.
           compute ValeurNumerique = function numval(ValeurParam)
               on size error
                   Move 99999 to ValeurNumerique
           end-compute.
           evaluate NomParam
               when "EQUILIBREVICTMAX"
                   if (ValeurNumerique <= 100) then
                       Move ValeurNumerique to VictoireMax
                   end-if
               when "EQUILIBREVICTMIN"
                   if (ValeurNumerique <= 100) then
                       Move ValeurNumerique to VictoireMin
                   end-if
               when "EQUILIBRECOMBATSMIN"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 99999)
                       then
                       Move ValeurNumerique to CombatsMin
                   end-if
               when "EQUILIBREJOURS"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 999) then
                       Move ValeurNumerique to EquilibreJours
                   end-if
           end-evaluate.

       RPGBilan-trt.
           DISPLAY " Rapport d'equilibrage ".
           DISPLAY "Alerte si victoires > " VictoireMax "% ou < "
               VictoireMin "% (a partir de " CombatsMin " combats)".
           perform ListerEquilibre.
           perform ListerEconomie.

      *    ****************************************************************
      *    Un seul parcours pour les trois axes : chaque ligne de combat
      *    (detail ou resume) est comptee une fois sous son ennemi, une
      *    fois sous la classe de son personnage (personnage supprime :
      *    classe inconnue) et une fois sous son etage. Le combat se
      *    termine par une VICTOIRE, une DEFAITE ou une fuite reussie
      *    (REUSSITE) ; une fuite ratee (ECHEC) ne fait que prolonger le
      *    combat et ne compte que pour le taux de fuite reussie.
      *    ****************************************************************

       ListerEquilibre.
           exec sql
               declare CurEquilibre cursor for
               select Axe, Cle,
                   sum(case when Resultat = 'VICTOIRE' then Nb else 0 end),
                   sum(case when Resultat = 'DEFAITE' then Nb else 0 end),
                   sum(case when Resultat = 'REUSSITE' then Nb else 0 end),
                   sum(case when Resultat = 'ECHEC' then Nb else 0 end),
                   sum(case when Detail = 1 and Resultat <> 'ECHEC'
                            then Tours else 0 end),
                   sum(case when Detail = 1 and Resultat <> 'ECHEC'
                            then 1 else 0 end),
                   sum(case when Detail = 1 and Resultat = 'VICTOIRE'
                            then XpGagne else 0 end),
                   sum(case when Detail = 1 and Resultat = 'VICTOIRE'
                            then 1 else 0 end)
               from (select 1 as Axe, Ennemi as Cle, Resultat, 1 as Nb,
                            Tours, XpGagne, 1 as Detail
                     from combatlog
                     union all
                     select 1, Ennemi, Resultat, Nb, 0, 0, 0
                     from combatlogresume
                     union all
                     select 2, isnull(p.Classe, '(inconnue)'), c.Resultat,
                            1, c.Tours, c.XpGagne, 1
                     from combatlog c
                     left join personnage p on p.Nom = c.Personnage
                     union all
                     select 2, isnull(p.Classe, '(inconnue)'), r.Resultat,
                            r.Nb, 0, 0, 0
                     from combatlogresume r
                     left join personnage p on p.Nom = r.Personnage
                     union all
                     select 3, case when Etage = 0 then 'Hors donjon'
                               else 'Etage ' + right('0' +
                                    convert(varchar(2), Etage), 2) end,
                            Resultat, 1, Tours, XpGagne, 1
                     from combatlog
                     union all
                     select 3, case when Etage = 0 then 'Hors donjon'
                               else 'Etage ' + right('0' +
                                    convert(varchar(2), Etage), 2) end,
                            Resultat, Nb, 0, 0, 0
                     from combatlogresume) t
               where Resultat in ('VICTOIRE', 'DEFAITE', 'REUSSITE',
                                  'ECHEC')
               group by Axe, Cle
               order by Axe, Cle
           end-exec.
           exec sql
               open CurEquilibre
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurEquilibre into :CumulEquilibre.Axe,
                             :CumulEquilibre.Cle,
                             :CumulEquilibre.NbVictoires,
                             :CumulEquilibre.NbDefaites,
                             :CumulEquilibre.NbFuites,
                             :CumulEquilibre.NbFuitesRatees,
                             :CumulEquilibre.ToursDetail,
                             :CumulEquilibre.CombatsDetail,
                             :CumulEquilibre.XpDetail,
                             :CumulEquilibre.VictoiresDetail
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform ImprimerLigneEquilibre
                   end-if
               end-perform
               exec sql
                   close CurEquilibre
               end-exec
               if (NbLignesEquilibre = 0) then
                   DISPLAY "Aucun combat dans l'historique"
               end-if
           else
               DISPLAY "Lecture de l'historique de combat impossible"
               Move "ListerEquilibre" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.

      *    ****************************************************************
      *    Une ligne du rapport : taux en pourcentage a une decimale,
      *    moyennes sur le seul detail, alerte si assez de combats et taux
      *    de victoire hors seuils. Un en-tete a chaque changement d'axe.
      *    ****************************************************************

       ImprimerLigneEquilibre.
           if (Axe of CumulEquilibre not = AxePrecedent) then
               Move Axe of CumulEquilibre to AxePrecedent
               DISPLAY " "
               evaluate AxePrecedent
                   when 1
                       DISPLAY " Par ennemi "
                   when 2
                       DISPLAY " Par classe "
                   when 3
                       DISPLAY " Par etage du donjon "
               end-evaluate
               DISPLAY "Cle                 Combats  %Vic  %Def  %Fui "
                   " %FuR Tours    Xp Alerte"
           end-if.
           compute NbCombats = NbVictoires + NbDefaites + NbFuites.
           compute TentativesFuite = NbFuites + NbFuitesRatees.
           Move 0 to TauxVictoire.
           Move 0 to TauxDefaite.
           Move 0 to TauxFuite.
           Move 0 to TauxFuiteReussie.
           Move 0 to ToursMoyens.
           Move 0 to XpMoyenne.
           if (NbCombats > 0) then
               compute TauxVictoire rounded =
                   (NbVictoires * 100) / NbCombats
               compute TauxDefaite rounded =
                   (NbDefaites * 100) / NbCombats
               compute TauxFuite rounded =
                   (NbFuites * 100) / NbCombats
           end-if.
           if (TentativesFuite > 0) then
               compute TauxFuiteReussie rounded =
                   (NbFuites * 100) / TentativesFuite
           end-if.
           if (CombatsDetail > 0) then
               compute ToursMoyens rounded = ToursDetail / CombatsDetail
                   on size error
                       Move 999.9 to ToursMoyens
               end-compute
           end-if.
           if (VictoiresDetail > 0) then
               compute XpMoyenne rounded = XpDetail / VictoiresDetail
                   on size error
                       Move 9999.9 to XpMoyenne
               end-compute
           end-if.
           Move spaces to LigneAlerte.
           if (NbCombats >= CombatsMin) then
               if (TauxVictoire > VictoireMax) then
                   Move "TROP FACILE" to LigneAlerte
                   add 1 to NbAlertes
               end-if
               if (TauxVictoire < VictoireMin) then
                   Move "TROP DUR" to LigneAlerte
                   add 1 to NbAlertes
               end-if
           end-if.
           Move Cle of CumulEquilibre to LigneCle.
           Move NbCombats to LigneCombats.
           Move TauxVictoire to LigneVictoire.
           Move TauxDefaite to LigneDefaite.
           Move TauxFuite to LigneFuite.
           Move TauxFuiteReussie to LigneFuiteReussie.
           Move ToursMoyens to LigneTours.
           Move XpMoyenne to LigneXp.
           DISPLAY LigneEquilibre.
           add 1 to NbLignesEquilibre.

      *    ****************************************************************
      *    Economie : sur les derniers jours, l'or de chaque jour par sens
      *    et par motif (detail mouvementor et resume mouvementorresume).
      *    Les credits BUTIN, QUETE, REPRISE et SAISON creent de l'or,
      *    les debits ACHAT, FORGE et GUILDE en detruisent ; chaque jour
      *    se termine par son total, la periode par le sien. Les ventes
      *    entre joueurs (debit MARCHE de l'acheteur, credit VENTE du
      *    vendeur, souvent un autre jour) ne font que deplacer de l'or :
      *    elles sont listees comme transferts, hors des totaux.
      *    ****************************************************************

       ListerEconomie.
           DISPLAY " ".
           DISPLAY " Economie des " EquilibreJours " derniers jours ".
           exec sql
               declare CurEconomie cursor for
               select convert(varchar(10), Jour, 120), Sens, Motif,
                      sum(Montant), sum(Nb)
               from (select convert(date, DateHeure) as Jour, Sens, Motif,
                            Montant, 1 as Nb
                     from mouvementor
                     union all
                     select Jour, Sens, Motif, MontantTotal, Nb
                     from mouvementorresume) t
               where Jour >=
                     convert(date, dateadd(day, -:EquilibreJours, getdate()))
               group by Jour, Sens, Motif
               order by Jour, Sens, Motif
           end-exec.
           exec sql
               open CurEconomie
           end-exec.
           if (sqlcode = 0) then
               Move spaces to JourPrecedent
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurEconomie into :CumulEconomie.JourEconomie,
                             :CumulEconomie.SensEconomie,
                             :CumulEconomie.MotifEconomie,
                             :CumulEconomie.MontantEconomie,
                             :CumulEconomie.NbEconomie
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform ImprimerLigneEconomie
                   end-if
               end-perform
               exec sql
                   close CurEconomie
               end-exec
               if (JourPrecedent = spaces) then
                   DISPLAY "Aucun mouvement d'or sur la periode"
               else
                   perform ImprimerTotalJour
                   Move "Periode" to LigneLibelleTotal
                   Move CreePeriode to LigneCree
                   Move DetruitPeriode to LigneDetruit
                   compute SoldeNet = CreePeriode - DetruitPeriode
                   Move SoldeNet to LigneSolde
                   DISPLAY " "
                   DISPLAY LigneTotalEconomie
               end-if
           else
               DISPLAY "Lecture du grand livre de l'or impossible"
               Move "ListerEconomie" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.

       ImprimerLigneEconomie.
           if (JourEconomie not = JourPrecedent) then
               if (JourPrecedent not = spaces) then
                   perform ImprimerTotalJour
               end-if
               Move JourEconomie to JourPrecedent
               Move 0 to CreeJour
               Move 0 to DetruitJour
               add 1 to NbJoursEconomie
           end-if.
           Move spaces to LigneTransfert.
           if (MotifEconomie = "MARCHE" or MotifEconomie = "VENTE") then
               Move " transfert" to LigneTransfert
           else
               if (SensEconomie = "CREDIT") then
                   add MontantEconomie to CreeJour
                   add MontantEconomie to CreePeriode
               else
                   add MontantEconomie to DetruitJour
                   add MontantEconomie to DetruitPeriode
               end-if
           end-if.
           Move JourEconomie to LigneJour.
           Move SensEconomie to LigneSens.
           Move MotifEconomie to LigneMotif.
           Move MontantEconomie to LigneMontant.
           Move NbEconomie to LigneNb.
           DISPLAY LigneEconomie.

       ImprimerTotalJour.
           Move JourPrecedent to LigneLibelleTotal.
           Move CreeJour to LigneCree.
           Move DetruitJour to LigneDetruit.
           compute SoldeNet = CreeJour - DetruitJour.
           Move SoldeNet to LigneSolde.
           DISPLAY LigneTotalEconomie.

       RPGBilan-fin.
           DISPLAY " ".
           DISPLAY NbLignesEquilibre " ligne(s) d'equilibre, "
               NbAlertes " alerte(s), " NbJoursEconomie
               " jour(s) d'economie".
           Move "RPGBilan-fin" to ExploitParagraphe.
           perform JournaliserExploitation.
           exec sql
               Disconnect
           end-exec.
      *    Code retour : 0 rapport produit, 4 aucun combat ni mouvement
      *    d'or a analyser, 8 echec de lecture.
           if (ErreurRencontree = 1) then
               Move 8 to return-code
           else
               if (NbLignesEquilibre = 0 and NbJoursEconomie = 0) then
                   Move 4 to return-code
               else
                   Move 0 to return-code
               end-if
           end-if.
           stop run.

      *    ****************************************************************
      *    Ajoute l'evenement au journal d'exploitation partage :
      *    horodatage, programme, paragraphe pose par l'appelant, sqlcode
      *    du moment, lignes produites et alertes levees. Le fichier est
      *    cree au premier evenement. Un journal inaccessible ne doit pas
      *    faire echouer le rapport lui-meme.
      *    ****************************************************************

       JournaliserExploitation.
           Move sqlcode to ExploitSqlcode.
           accept ExploitDate from date yyyymmdd.
           accept ExploitHeure from time.
           Move NbLignesEquilibre to DetailLignes.
           Move NbAlertes to DetailAlertes.
           Move DetailEquilibre to ExploitDetail.
           open extend FichierExploitation.
           if (ExploitStatut = "35") then
               open output FichierExploitation
           end-if.
           if (ExploitStatut = "00") then
               write LigneExploitation from EnregExploitation
               close FichierExploitation
           end-if.

       end program RPGBilan.
