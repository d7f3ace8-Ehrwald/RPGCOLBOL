           select FichierExploitation assign to "RPGOPS.LOG"
               organization is line sequential
               file status is ExploitStatut.
      *    Archive d'un personnage supprime, nommee a la date et a
      *    l'heure de la suppression (voir NomSuppressionDate).
           select FichierSuppression assign to NomFichierSuppression
               organization is line sequential
               file status is SupprStatut.

       data division.

       FD FichierExploitation.
       01 LigneExploitation PIC X(100).

       FD FichierSuppression.
       01 LigneSuppression PIC X(150).

       working-storage section.

       77 CfgStatut pic xx.
       77 NomLibre pic 9.
       77 NbHomonymes pic 999.

      *    ****************************************************************
      *    Archive de suppression : avant la suppression definitive, toutes
      *    les lignes du personnage sont ecrites dans un fichier date
      *    RPGSUPPR-AAAAMMJJ-HHMMSSCC.DAT a colonnes fixes, un code
      *    d'enregistrement par table, un en-tete '00' et un pied '99'
      *    portant les comptes. RPGRecup relit ce fichier pour reconstruire
      *    le personnage. Les dessins sont repris a l'identique dans
      *    RPGRecup.
      *    ****************************************************************
       77 NomFichierSuppression pic x(30).
       01 NomSuppressionDate.
         05 FILLER PIC X(9) VALUE "RPGSUPPR-".
         05 DateSuppression PIC 9(8).
         05 FILLER PIC X VALUE "-".
         05 HeureSuppression PIC 9(8).
         05 FILLER PIC X(4) VALUE ".DAT".
       77 SupprStatut pic xx.
      *    1 quand le fichier est complet et ferme : seule condition pour
      *    lancer les DELETE.
       77 ArchiveEcrite pic 9.
       77 ErreurArchive pic 9.
       77 FinListeSuppr pic 9.

       01 SupprEntete.
         05 CodeEnreg PIC X(2) VALUE "00".
         05 Nom PIC X(20).
         05 DateArchive PIC 9(8).
         05 HeureArchive PIC 9(8).

       01 SupprPersonnage.
         05 CodeEnreg PIC X(2) VALUE "10".
         05 Pv PIC S999 SIGN LEADING SEPARATE.
         05 Niveau PIC 99.
         05 Xp PIC 999.
         05 Defense PIC 99.
         05 PiecesOr PIC 9999.
         05 Classe PIC X(10).
         05 PvMax PIC S999 SIGN LEADING SEPARATE.
         05 EtageDonjon PIC 99.
         05 Archive PIC 9.
         05 Titre PIC X(20).

       01 SupprInventaire.
         05 CodeEnreg PIC X(2) VALUE "20".
         05 Objet PIC X(20).
         05 Equipe PIC 9.
         05 NiveauForge PIC 99.
         05 Quantite PIC 9(5).

       01 SupprCombat.
         05 CodeEnreg PIC X(2) VALUE "30".
         05 Ennemi PIC X(20).
         05 Resultat PIC X(10).
         05 DateHeure PIC X(23).
         05 Tours PIC 9(5).
         05 XpGagne PIC 9(5).
         05 Etage PIC 999.

       01 SupprCombatResume.
         05 CodeEnreg PIC X(2) VALUE "31".
         05 Ennemi PIC X(20).
         05 Jour PIC X(10).
         05 Resultat PIC X(10).
         05 Etage PIC 999.
         05 Nb PIC 9(9).

       01 SupprQuete.
         05 CodeEnreg PIC X(2) VALUE "40".
         05 Quete PIC X(10).
         05 Progression PIC 9(5).
         05 Terminee PIC 9.
      *    A blanc quand la quete n'est pas terminee (DateFin NULL).
         05 DateFin PIC X(23).

       01 SupprMouvement.
         05 CodeEnreg PIC X(2) VALUE "50".
         05 Montant PIC 9(5).
         05 Sens PIC X(6).
         05 Motif PIC X(10).
         05 DetailMotif PIC X(20).
         05 DateHeure PIC X(23).

       01 SupprMouvementResume.
         05 CodeEnreg PIC X(2) VALUE "51".
         05 Jour PIC X(10).
         05 Sens PIC X(6).
         05 Motif PIC X(10).
         05 MontantTotal PIC 9(9).
         05 Nb PIC 9(9).

       01 SupprVerrou.
         05 CodeEnreg PIC X(2) VALUE "60".
         05 DateHeure PIC X(23).

       01 SupprSucces.
         05 CodeEnreg PIC X(2) VALUE "70".
         05 Succes PIC X(10).
         05 DateHeure PIC X(23).

       01 SupprMateriau.
         05 CodeEnreg PIC X(2) VALUE "80".
         05 Materiau PIC X(20).
         05 Quantite PIC 9(5).

       01 SupprAnnonce.
         05 CodeEnreg PIC X(2) VALUE "90".
         05 Objet PIC X(20).
         05 Quantite PIC 9(5).
         05 NiveauForge PIC 99.
         05 Prix PIC 9(5).
         05 DateMiseEnVente PIC X(23).
         05 Statut PIC X(8).
         05 Acheteur PIC X(20).
      *    A blanc tant que l'annonce n'est pas close (DateCloture NULL).
         05 DateCloture PIC X(23).
         05 Encaisse PIC 9.

       01 SupprSaison.
         05 CodeEnreg PIC X(2) VALUE "91".
         05 NumSaison PIC 9(4).
         05 Rang PIC 9(4).
         05 Victoires PIC 9(9).
         05 EtageMax PIC 999.
         05 DuelsGagnes PIC 9(9).
         05 RecompenseOr PIC 9(5).
         05 RecompenseXp PIC 9(5).
         05 Versee PIC 9.
      *    A blanc tant que la recompense n'est pas versee.
         05 DateVersement PIC X(23).

       01 SupprGuilde.
         05 CodeEnreg PIC X(2) VALUE "92".
         05 NomGuilde PIC X(20).
         05 DateAdhesion PIC X(23).

       01 SupprPied.
         05 CodeEnreg PIC X(2) VALUE "99".
         05 NbPersonnage PIC 9(7).
         05 NbInventaire PIC 9(7).
         05 NbCombat PIC 9(7).
         05 NbCombatResume PIC 9(7).
         05 NbQuete PIC 9(7).
         05 NbMouvement PIC 9(7).
         05 NbMouvementResume PIC 9(7).
         05 NbVerrou PIC 9(7).
         05 NbSucces PIC 9(7).
         05 NbMateriau PIC 9(7).
         05 NbAnnonce PIC 9(7).
         05 NbTotal PIC 9(7).
      *    Comptes ajoutes apres le total pour que les archives plus
      *    anciennes, qui s'arretent au total, restent lisibles.
         05 NbSaison PIC 9(7).
         05 NbGuilde PIC 9(7).

      *    ****************************************************************
      *    Donjon : enchainement d'etages de niveau croissant sans retour
      *    au menu, avec une prime d'Xp qui grossit a chaque etage et un
         05 Resultat PIC X(10).
         05 Tours PIC 999.
         05 XpGagne PIC 9999.
      *    Etage du donjon ou s'est joue le combat, 0 hors donjon.
         05 Etage PIC 99.

      *    Nombre de tours joues dans le combat en cours, pour le journal.
       77 CompteurTours pic 999.
       77 NbMateriauxLaches pic 9.
       77 IdxMateriau pic 9.

      *    ****************************************************************
      *    Marche entre joueurs : le personnage charge met en vente une
      *    ligne d'inventaire non equipee (ou une partie d'une pile de
      *    potions) a son prix ; les autres la voient et l'achetent.
      *    L'objet quitte l'inventaire a la mise en vente et voyage dans
      *    l'annonce avec son palier de forge. L'acheteur est debite
      *    aussitot (motif MARCHE), le vendeur encaisse (motif VENTE) a
      *    son prochain chargement ou passage au marche : sa bourse vit
      *    en memoire dans sa propre session. Une annonce invendue au
      *    bout de MARCHEJOURS jours revient au vendeur.
      *    ****************************************************************
       01 Annonce.
         05 IdAnnonce PIC 9(9).
         05 VendeurAnnonce PIC X(20).
         05 ObjetAnnonce PIC X(20).
         05 TypeAnnonce PIC X(6).
         05 QuantiteAnnonce PIC 999.
         05 NiveauForgeAnnonce PIC 99.
         05 PrixAnnonce PIC 9999.
         05 AgeAnnonce PIC 999.
         05 AcheteurAnnonce PIC X(20).

       77 MarcheJours pic 999 value 7.
       77 ChoixMarche pic 9.
       77 IdAnnonceSaisi pic 9(9).
       77 QuantiteSaisie pic 999.
       77 PrixSaisi pic 9999.
       77 NbPaliers pic 99.
       77 FinListeAnnonces pic 9.
      *    Statut pose par CloreAnnonce : RETIRE (retrait par le vendeur
      *    ou archivage) ou RENDU (annonce echue).
       77 StatutCloture pic x(8).
      *    Personnage dont RangerObjetMarche remplit l'inventaire.
       77 NomMarche pic x(20).
      *    Vendeur dont RetirerAnnonces retire toutes les annonces ; a
      *    blanc, seules les annonces echues sont rendues.
       77 NomRetrait pic x(20).
       77 OperationReussie pic 9.

      *    Annonces a clore ou ventes a encaisser, relevees d'abord puis
      *    traitees une par une cursor ferme (le traitement modifie la
      *    table parcourue).
       01 AnnoncesATraiter.
         05 AnnonceATraiterLigne occurs 20 times.
           10 IdATraiter PIC 9(9).
           10 VendeurATraiter PIC X(20).
           10 ObjetATraiter PIC X(20).
           10 TypeATraiter PIC X(6).
           10 QuantiteATraiter PIC 999.
           10 NiveauForgeATraiter PIC 99.
           10 PrixATraiter PIC 9999.
           10 AcheteurATraiter PIC X(20).
       77 NbATraiter pic 99.
       77 IdxATraiter pic 99.

      *    ****************************************************************
      *    Recompenses de fin de saison que RPGSaison n'a pas pu verser
      *    parce que le personnage etait en partie : relevees au
      *    chargement puis encaissees une par une cursor ferme.
      *    ****************************************************************
       01 RecompensesSaisonATraiter.
         05 RecompenseSaisonLigne occurs 10 times.
           10 SaisonATraiter PIC 9(4).
           10 RangATraiter PIC 9(4).
           10 OrSaisonATraiter PIC 9999.
           10 XpSaisonATraiter PIC 999.
       77 NbRecompensesSaison pic 99.
      *    Etat du personnage avant une recompense : une montee de niveau
      *    touche aussi Pv, PvMax et defense, tout est rendu si la
      *    transaction est annulee.
       77 NiveauAvant pic 99.
       77 XpAvant pic 999.
       77 PvAvant pic s999.
       77 PvMaxAvant pic s999.
       77 DefenseAvant pic 99.
       77 IdxRecompenseSaison pic 99.
       77 FinListeRecompenses pic 9.
       01 RecompenseSaison.
         05 NumSaison PIC 9(4).
         05 Rang PIC 9(4).
         05 RecompenseOr PIC 9999.
         05 RecompenseXp PIC 999.
       01 DetailMotifSaison.
         05 FILLER PIC X(7) VALUE "Saison ".
         05 MotifNumSaison PIC 9(4).
         05 FILLER PIC X(6) VALUE " rang ".
         05 MotifRang PIC 99.

      *    ****************************************************************
      *    Guildes : un personnage appartient a une guilde au plus
      *    (membreguilde). Il peut en creer une, en rejoindre une, la
      *    quitter et deposer de l'or au tresor de la guilde : le depot
      *    est un debit de sa bourse au grand livre (motif GUILDE). Un
      *    personnage archive quitte sa guilde.
      *    ****************************************************************
       01 GuildeLue.
         05 NomGuilde PIC X(20).
         05 Fondateur PIC X(20).
         05 Tresor PIC 9(9).
         05 NbMembres PIC 9(4).
         05 DateCreation PIC X(10).

       01 MembreGuilde.
         05 NomMembre PIC X(20).
         05 NiveauMembre PIC 99.
         05 DateAdhesion PIC X(10).

      *    Guilde du personnage charge, a blanc s'il n'en a pas.
       77 GuildePersonnage pic x(20).
       77 GuildeSaisie pic x(20).
       77 ChoixGuilde pic 9.
       77 MontantDepot pic 9999.
       77 FinListeGuildes pic 9.

       77 BonusArme pic 99 value 0.
       77 BonusArmure pic 99 value 0.
       77 NomObjetSaisi pic x(20).
         10 line 17 col 5 value "- 10 - Journal des quetes ........................................ :".
         10 line 18 col 5 value "- 11 - Succes et titres .......................................... :".
         10 line 19 col 5 value "- 12 - Forge ..................................................... :".
         10 line 20 col 5 value "- 13 - Marche .................................................... :".
         10 line 21 col 5 value "- 14 - Guilde .................................................... :".
         10 line 22 col 5 value "- 0 - Retour ..................................................... :".

       01 menu-clean background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
                   if (ValeurNumerique > 0 and ValeurNumerique <= 99) then
                       Move ValeurNumerique to ForgeBonus
                   end-if
      *    Une duree nulle rendrait chaque annonce des sa mise en vente.
               when "MARCHEJOURS"
                   perform ControlerValeurNumerique
                   if (ValeurNumerique > 0 and ValeurNumerique <= 999) then
                       Move ValeurNumerique to MarcheJours
                   end-if
               when "ENNEMISECOURSNOM"
                   Move Valeur of Parametre(1:20) to Nom of EnnemiSecours
               when "ENNEMISECOURSPV"
               when 12
                   perform Forge
                   perform VerifierConnexion
               when 13
                   perform Marche
                   perform VerifierConnexion
               when 14
                   perform Guilde
                   perform VerifierConnexion
           end-evaluate.

      *    ****************************************************************
           perform RendreVerrouPrecedent.
      *    On recharge les bonus d'equipement du personnage charge.
           perform ChargerEquipement.
      *    Annonces echues rendues a leurs vendeurs, puis ventes du
      *    personnage conclues pendant son absence encaissees, comme les
      *    recompenses de saison closes pendant qu'il etait en partie.
           if (Nom of Personnage not = spaces) then
               Move spaces to NomRetrait
               perform RetirerAnnonces
               perform EncaisserVentes
               perform EncaisserRecompensesSaison
           end-if.

      *    ****************************************************************
      *    Prend le verrou de session du personnage charge. Recharger le
           end-if.

      *    ****************************************************************
      *    Marche entre joueurs : les annonces des autres personnages a
      *    acheter, les siennes a retirer, et la mise en vente d'un objet
      *    de l'inventaire. A l'ouverture, les annonces echues sont
      *    rendues et les ventes conclues en son absence encaissees.
      *    ****************************************************************

       Marche.
           perform Marche-init.
           perform Marche-trt Until ChoixMarche = 0.
           perform Marche-fin.
       Marche-init.
           Move 9 to ChoixMarche.
           if (Nom of Personnage = spaces) then
               DISPLAY menu-clean
               DISPLAY "Aucun personnage charge, creez ou recuperez en un"
               ACCEPT NULLe
               Move 0 to ChoixMarche
           else
               DISPLAY menu-clean
               Move spaces to NomRetrait
               perform RetirerAnnonces
               perform EncaisserVentes
           end-if.
       Marche-trt.
           DISPLAY menu-clean.
           DISPLAY "Marche - votre bourse : " PiecesOr of Personnage
               " pieces d or".
           perform AfficherAnnonces.
           perform AfficherMesAnnonces.
           DISPLAY "- 1 - Mettre un objet en vente".
           DISPLAY "- 2 - Acheter une annonce".
           DISPLAY "- 3 - Retirer une de vos annonces".
           DISPLAY "- 0 - Retour".
           Move 0 to ChoixMarche.
           ACCEPT ChoixMarche.
           evaluate ChoixMarche
               when 1
                   perform MettreEnVente
               when 2
                   perform AcheterAnnonce
               when 3
                   perform RetirerAnnonce
           end-evaluate.
       Marche-fin.

      *    ****************************************************************
      *    Annonces en cours des autres personnages, hors vendeurs
      *    archives et annonces echues (elles ne s'achetent plus, meme
      *    si personne ne les a encore rendues).
      *    ****************************************************************

       AfficherAnnonces.
           DISPLAY "Annonces en cours :".
           exec sql
               declare CurAnnonces cursor for
               select m.Id, m.Vendeur, m.Objet, o.Type, m.Quantite,
                      m.NiveauForge, m.Prix,
                      datediff(day, m.DateMiseEnVente, getdate())
               from marche m, objet o, personnage p
               where m.Statut = 'ENVENTE'
                 and m.Vendeur <> :Personnage.Nom
                 and m.DateMiseEnVente >
                     dateadd(day, -:MarcheJours, getdate())
                 and o.Nom = m.Objet
                 and p.Nom = m.Vendeur
                 and p.Archive = 0
               order by m.Objet, m.Prix
           end-exec.
           exec sql
               open CurAnnonces
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListeAnnonces
               perform until FinListeAnnonces = 1
                   exec sql
                       fetch CurAnnonces into :Annonce.IdAnnonce,
                             :Annonce.VendeurAnnonce, :Annonce.ObjetAnnonce,
                             :Annonce.TypeAnnonce, :Annonce.QuantiteAnnonce,
                             :Annonce.NiveauForgeAnnonce,
                             :Annonce.PrixAnnonce, :Annonce.AgeAnnonce
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListeAnnonces
                   else
                       DISPLAY "  No " IdAnnonce " " ObjetAnnonce " "
                           TypeAnnonce " Palier +" NiveauForgeAnnonce
                           " x" QuantiteAnnonce " Prix " PrixAnnonce
                           " par " VendeurAnnonce
                   end-if
               end-perform
               exec sql
                   close CurAnnonces
               end-exec
           end-if.

       AfficherMesAnnonces.
           DISPLAY "Vos annonces :".
           exec sql
               declare CurMesAnnonces cursor for
               select Id, Objet, Quantite, NiveauForge, Prix,
                      datediff(day, DateMiseEnVente, getdate())
               from marche
               where Statut = 'ENVENTE'
                 and Vendeur = :Personnage.Nom
               order by Id
           end-exec.
           exec sql
               open CurMesAnnonces
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListeAnnonces
               perform until FinListeAnnonces = 1
                   exec sql
                       fetch CurMesAnnonces into :Annonce.IdAnnonce,
                             :Annonce.ObjetAnnonce, :Annonce.QuantiteAnnonce,
                             :Annonce.NiveauForgeAnnonce,
                             :Annonce.PrixAnnonce, :Annonce.AgeAnnonce
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListeAnnonces
                   else
                       DISPLAY "  No " IdAnnonce " " ObjetAnnonce
                           " Palier +" NiveauForgeAnnonce
                           " x" QuantiteAnnonce " Prix " PrixAnnonce
                           " depuis " AgeAnnonce " jour(s)"
                   end-if
               end-perform
               exec sql
                   close CurMesAnnonces
               end-exec
           end-if.

      *    ****************************************************************
      *    Mise en vente : une ligne d'inventaire non equipee. Une potion
      *    se vend en tout ou partie de sa pile ; un equipement se vend a
      *    l'exemplaire, et si plusieurs exemplaires de paliers
      *    differents sont possedes le joueur choisit le palier.
      *    ****************************************************************

       MettreEnVente.
           perform AfficherInventaire.
           DISPLAY "Nom de l objet a vendre (non equipe)".
           ACCEPT NomObjetSaisi.
           Move 0 to NbPaliers.
           exec sql
               select o.Type, count(distinct i.NiveauForge),
                      min(i.NiveauForge), sum(i.Quantite)
               into :Objet.TypeObjet, :NbPaliers, :NiveauForgeObjet,
                    :QuantiteListe
               from inventaire i, objet o
               where i.Personnage = :Personnage.Nom
                 and i.Objet = :NomObjetSaisi
                 and i.Equipe = 0
                 and o.Nom = i.Objet
               group by o.Type
           end-exec.
           if (sqlcode not = 0 or NbPaliers = 0) then
               DISPLAY "Objet introuvable ou equipe"
               ACCEPT NULLe
           else
               Move 1 to OperationReussie
               Move 1 to QuantiteSaisie
               if (TypeObjet of Objet = "POTION") then
                   DISPLAY "Quantite a vendre (1 a " QuantiteListe ")"
                   Move 0 to QuantiteSaisie
                   ACCEPT QuantiteSaisie
                   if (QuantiteSaisie = 0 or QuantiteSaisie > QuantiteListe)
                       then
                       DISPLAY "Quantite invalide"
                       ACCEPT NULLe
                       Move 0 to OperationReussie
                   end-if
               else
                   if (NbPaliers > 1) then
                       perform ChoisirPalierAVendre
                   end-if
               end-if
               if (OperationReussie = 1) then
                   DISPLAY "Prix demande pour le lot"
                   Move 0 to PrixSaisi
                   ACCEPT PrixSaisi
                   if (PrixSaisi = 0) then
                       DISPLAY "Prix invalide"
                       ACCEPT NULLe
                   else
                       perform EnregistrerAnnonce
                   end-if
               end-if
           end-if.

       ChoisirPalierAVendre.
           DISPLAY "Palier de l exemplaire a vendre".
           Move 0 to NiveauForgeObjet.
           ACCEPT NiveauForgeObjet.
           exec sql
               select count(*)
               into :NbHomonymes
               from inventaire
               where Personnage = :Personnage.Nom
                 and Objet = :NomObjetSaisi
                 and Equipe = 0
                 and NiveauForge = :NiveauForgeObjet
           end-exec.
           if (sqlcode not = 0 or NbHomonymes = 0) then
               DISPLAY "Aucun exemplaire non equipe a ce palier"
               ACCEPT NULLe
               Move 0 to OperationReussie
           end-if.

      *    ****************************************************************
      *    L'objet quitte l'inventaire et l'annonce est creee dans la
      *    meme transaction : jamais d'objet perdu ni d'objet a la fois
      *    en vente et dans l'inventaire.
      *    ****************************************************************

       EnregistrerAnnonce.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           if (TypeObjet of Objet = "POTION") then
               exec sql
                   update top (1) inventaire
                   set Quantite = Quantite - :QuantiteSaisie
                   where Personnage = :Personnage.Nom
                     and Objet = :NomObjetSaisi
                     and Quantite >= :QuantiteSaisie
               end-exec
               if (sqlcode = 0) then
                   exec sql
                       delete from inventaire
                       where Personnage = :Personnage.Nom
                         and Objet = :NomObjetSaisi
                         and Quantite = 0
                   end-exec
      *    Pile entierement vendue ou non, seul un vrai echec compte.
                   if (sqlcode = 100) then
                       Move 0 to sqlcode
                   end-if
               end-if
           else
               exec sql
                   delete top (1) from inventaire
                   where Personnage = :Personnage.Nom
                     and Objet = :NomObjetSaisi
                     and Equipe = 0
                     and NiveauForge = :NiveauForgeObjet
               end-exec
           end-if.
           if (sqlcode = 0) then
               exec sql
                   insert into marche
                       (Vendeur, Objet, Quantite, NiveauForge, Prix,
                        DateMiseEnVente, Statut, Acheteur, Encaisse)
                   values
                       (:Personnage.Nom, :NomObjetSaisi, :QuantiteSaisie,
                        :NiveauForgeObjet, :PrixSaisi, getdate(),
                        'ENVENTE', '', 0)
               end-exec
           end-if.
           if (sqlcode = 0) then
               exec sql
                   commit
               end-exec
               DISPLAY "Objet mis en vente pour " MarcheJours " jour(s)"
           else
               Move "EnregistrerAnnonce" to ExploitParagraphe
               perform JournaliserExploitation
               exec sql
                   rollback
               end-exec
               DISPLAY "La mise en vente a echoue"
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.
           ACCEPT NULLe.

      *    ****************************************************************
      *    Achat d'une annonce d'un autre personnage : l'annonce passe a
      *    VENDU (garde contre un double achat depuis deux postes),
      *    l'objet rejoint l'inventaire avec son palier, la bourse est
      *    debitee et le personnage sauve, le tout dans une transaction.
      *    Le vendeur encaissera a son prochain passage.
      *    ****************************************************************

       AcheterAnnonce.
           DISPLAY "Numero de l annonce a acheter".
           Move 0 to IdAnnonceSaisi.
           ACCEPT IdAnnonceSaisi.
           exec sql
               select m.Id, m.Vendeur, m.Objet, o.Type, m.Quantite,
                      m.NiveauForge, m.Prix
               into :Annonce.IdAnnonce, :Annonce.VendeurAnnonce,
                    :Annonce.ObjetAnnonce, :Annonce.TypeAnnonce,
                    :Annonce.QuantiteAnnonce, :Annonce.NiveauForgeAnnonce,
                    :Annonce.PrixAnnonce
               from marche m, objet o, personnage p
               where m.Id = :IdAnnonceSaisi
                 and m.Statut = 'ENVENTE'
                 and m.Vendeur <> :Personnage.Nom
                 and m.DateMiseEnVente >
                     dateadd(day, -:MarcheJours, getdate())
                 and o.Nom = m.Objet
                 and p.Nom = m.Vendeur
                 and p.Archive = 0
           end-exec.
           if (sqlcode not = 0) then
               DISPLAY "Annonce introuvable"
               ACCEPT NULLe
           else
               if (PiecesOr of Personnage < PrixAnnonce) then
                   DISPLAY "Pas assez de pieces d or"
                   ACCEPT NULLe
               else
                   perform ConclureAchat
               end-if
           end-if.

       ConclureAchat.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           exec sql
               update marche
               set Statut = 'VENDU', Acheteur = :Personnage.Nom,
                   DateCloture = getdate()
               where Id = :Annonce.IdAnnonce
                 and Statut = 'ENVENTE'
           end-exec.
           if (sqlcode = 0) then
               Move Nom of Personnage to NomMarche
               perform RangerObjetMarche
           end-if.
           if (sqlcode = 0) then
               subtract PrixAnnonce from PiecesOr of Personnage
               Move PrixAnnonce to Montant of MouvementOr
               Move "DEBIT" to Sens of MouvementOr
               Move "MARCHE" to Motif of MouvementOr
               Move ObjetAnnonce to DetailMotif of MouvementOr
               perform JournaliserMouvementOr
      *    Bourse poussee ici meme plutot que par SauvegarderPersonnage,
      *    dont la reconnexion eventuelle masquerait l'echec de la
      *    transaction.
               if (sqlcode = 0) then
                   exec sql
                       update personnage
                       set PiecesOr = :Personnage.PiecesOr
                       where Nom = :Personnage.Nom
                   end-exec
               end-if
      *    Transaction annulee : la bourse en memoire reprend son solde.
               if (sqlcode not = 0) then
                   add PrixAnnonce to PiecesOr of Personnage
               end-if
           end-if.
           if (sqlcode = 0) then
               exec sql
                   commit
               end-exec
               DISPLAY "Achat effectue : " ObjetAnnonce " x"
                   QuantiteAnnonce " a " VendeurAnnonce
           else
               Move "ConclureAchat" to ExploitParagraphe
               perform JournaliserExploitation
               exec sql
                   rollback
               end-exec
               DISPLAY "L achat a echoue, l annonce n est plus disponible"
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.
           ACCEPT NULLe.

      *    ****************************************************************
      *    Range l'objet d'une annonce dans l'inventaire de NomMarche
      *    (acheteur, ou vendeur quand l'annonce lui revient) : une
      *    potion rejoint sa pile, un equipement garde son palier.
      *    ****************************************************************

       RangerObjetMarche.
           if (TypeAnnonce = "POTION") then
               exec sql
                   update top (1) inventaire
                   set Quantite = Quantite + :Annonce.QuantiteAnnonce
                   where Personnage = :NomMarche
                     and Objet = :Annonce.ObjetAnnonce
               end-exec
               if (sqlcode not = 0) then
                   exec sql
                       insert into inventaire (Personnage, Objet, Equipe,
                                               NiveauForge, Quantite)
                       values (:NomMarche, :Annonce.ObjetAnnonce, 0, 0,
                               :Annonce.QuantiteAnnonce)
                   end-exec
               end-if
           else
               exec sql
                   insert into inventaire (Personnage, Objet, Equipe,
                                           NiveauForge, Quantite)
                   values (:NomMarche, :Annonce.ObjetAnnonce, 0,
                           :Annonce.NiveauForgeAnnonce, 1)
               end-exec
           end-if.

      *    ****************************************************************
      *    Retrait d'une de ses annonces : l'objet revient dans
      *    l'inventaire.
      *    ****************************************************************

       RetirerAnnonce.
           DISPLAY "Numero de l annonce a retirer".
           Move 0 to IdAnnonceSaisi.
           ACCEPT IdAnnonceSaisi.
           exec sql
               select m.Id, m.Vendeur, m.Objet, isnull(o.Type, ' '),
                      m.Quantite, m.NiveauForge, m.Prix
               into :Annonce.IdAnnonce, :Annonce.VendeurAnnonce,
                    :Annonce.ObjetAnnonce, :Annonce.TypeAnnonce,
                    :Annonce.QuantiteAnnonce, :Annonce.NiveauForgeAnnonce,
                    :Annonce.PrixAnnonce
               from marche m
               left join objet o on o.Nom = m.Objet
               where m.Id = :IdAnnonceSaisi
                 and m.Statut = 'ENVENTE'
                 and m.Vendeur = :Personnage.Nom
           end-exec.
           if (sqlcode not = 0) then
               DISPLAY "Annonce introuvable parmi les votres"
           else
               Move "RETIRE" to StatutCloture
               perform CloreAnnonce
               if (OperationReussie = 1) then
                   DISPLAY "Annonce retiree, l objet est revenu"
                       " dans votre inventaire"
               else
                   DISPLAY "Le retrait a echoue"
               end-if
           end-if.
           ACCEPT NULLe.

      *    ****************************************************************
      *    Clot une annonce en cours et rend l'objet a son vendeur, en
      *    une transaction ; le statut ENVENTE exige garde contre un achat
      *    concurrent depuis un autre poste. Les inventaires ne vivent
      *    qu'en base : on peut ranger chez un vendeur non charge.
      *    ****************************************************************

       CloreAnnonce.
           Move 0 to OperationReussie.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           exec sql
               update marche
               set Statut = :StatutCloture, DateCloture = getdate()
               where Id = :Annonce.IdAnnonce
                 and Statut = 'ENVENTE'
           end-exec.
           if (sqlcode = 0) then
               Move VendeurAnnonce to NomMarche
               perform RangerObjetMarche
           end-if.
           if (sqlcode = 0) then
               exec sql
                   commit
               end-exec
               Move 1 to OperationReussie
           else
               Move "CloreAnnonce" to ExploitParagraphe
               perform JournaliserExploitation
               exec sql
                   rollback
               end-exec
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.

      *    ****************************************************************
      *    Rend a leurs vendeurs toutes les annonces echues (RENDU) et,
      *    si NomRetrait est pose, retire toutes celles de ce vendeur
      *    (RETIRE), par lots de 20 releves puis clos cursor ferme.
      *    ****************************************************************

       RetirerAnnonces.
           Move 20 to NbATraiter.
           Move 1 to OperationReussie.
           perform RetirerLotAnnonces
               Until NbATraiter < 20 or OperationReussie = 0.

       RetirerLotAnnonces.
           Move 0 to NbATraiter.
           exec sql
               declare CurAnnoncesAClore cursor for
               select m.Id, m.Vendeur, m.Objet, isnull(o.Type, ' '),
                      m.Quantite, m.NiveauForge, m.Prix
               from marche m
               left join objet o on o.Nom = m.Objet
               where m.Statut = 'ENVENTE'
                 and (m.Vendeur = :NomRetrait
                      or m.DateMiseEnVente <=
                         dateadd(day, -:MarcheJours, getdate()))
               order by m.Id
           end-exec.
           exec sql
               open CurAnnoncesAClore
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListeAnnonces
               perform until FinListeAnnonces = 1
                   exec sql
                       fetch CurAnnoncesAClore into :Annonce.IdAnnonce,
                             :Annonce.VendeurAnnonce, :Annonce.ObjetAnnonce,
                             :Annonce.TypeAnnonce, :Annonce.QuantiteAnnonce,
                             :Annonce.NiveauForgeAnnonce,
                             :Annonce.PrixAnnonce
                   end-exec
                   if (sqlcode not = 0 or NbATraiter >= 20) then
                       Move 1 to FinListeAnnonces
                   else
                       add 1 to NbATraiter
                       Move IdAnnonce to IdATraiter(NbATraiter)
                       Move VendeurAnnonce to VendeurATraiter(NbATraiter)
                       Move ObjetAnnonce to ObjetATraiter(NbATraiter)
                       Move TypeAnnonce to TypeATraiter(NbATraiter)
                       Move QuantiteAnnonce to QuantiteATraiter(NbATraiter)
                       Move NiveauForgeAnnonce
                           to NiveauForgeATraiter(NbATraiter)
                       Move PrixAnnonce to PrixATraiter(NbATraiter)
                   end-if
               end-perform
               exec sql
                   close CurAnnoncesAClore
               end-exec
           end-if.
           perform RendreUneAnnonce
               varying IdxATraiter from 1 by 1
               until IdxATraiter > NbATraiter or OperationReussie = 0.

       RendreUneAnnonce.
           Move IdATraiter(IdxATraiter) to IdAnnonce.
           Move VendeurATraiter(IdxATraiter) to VendeurAnnonce.
           Move ObjetATraiter(IdxATraiter) to ObjetAnnonce.
           Move TypeATraiter(IdxATraiter) to TypeAnnonce.
           Move QuantiteATraiter(IdxATraiter) to QuantiteAnnonce.
           Move NiveauForgeATraiter(IdxATraiter) to NiveauForgeAnnonce.
           if (VendeurAnnonce = NomRetrait) then
               Move "RETIRE" to StatutCloture
           else
               Move "RENDU" to StatutCloture
           end-if.
           perform CloreAnnonce.
           if (OperationReussie = 1
               and VendeurAnnonce = Nom of Personnage) then
               DISPLAY "Annonce echue, " ObjetAnnonce
                   " est revenu dans votre inventaire"
           end-if.

      *    ****************************************************************
      *    Encaisse les ventes du personnage charge conclues depuis son
      *    dernier passage : la ligne marquee (Encaisse = 1, garde contre
      *    un double paiement), le credit au grand livre (motif VENTE) et
      *    la bourse du personnage partent dans une meme transaction ; un
      *    echec laisse la vente a encaisser au prochain chargement.
      *    ****************************************************************

       EncaisserVentes.
           Move 0 to NbATraiter.
           exec sql
               declare CurVentes cursor for
               select Id, Objet, Quantite, Prix, Acheteur
               from marche
               where Vendeur = :Personnage.Nom
                 and Statut = 'VENDU'
                 and Encaisse = 0
               order by Id
           end-exec.
           exec sql
               open CurVentes
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListeAnnonces
               perform until FinListeAnnonces = 1
                   exec sql
                       fetch CurVentes into :Annonce.IdAnnonce,
                             :Annonce.ObjetAnnonce, :Annonce.QuantiteAnnonce,
                             :Annonce.PrixAnnonce, :Annonce.AcheteurAnnonce
                   end-exec
                   if (sqlcode not = 0 or NbATraiter >= 20) then
                       Move 1 to FinListeAnnonces
                   else
                       add 1 to NbATraiter
                       Move IdAnnonce to IdATraiter(NbATraiter)
                       Move ObjetAnnonce to ObjetATraiter(NbATraiter)
                       Move QuantiteAnnonce to QuantiteATraiter(NbATraiter)
                       Move PrixAnnonce to PrixATraiter(NbATraiter)
                       Move AcheteurAnnonce to AcheteurATraiter(NbATraiter)
                   end-if
               end-perform
               exec sql
                   close CurVentes
               end-exec
           end-if.
           if (NbATraiter > 0) then
               perform EncaisserUneVente
                   varying IdxATraiter from 1 by 1
                   until IdxATraiter > NbATraiter
               perform SauvegarderPersonnage
               ACCEPT NULLe
           end-if.

       EncaisserUneVente.
           Move IdATraiter(IdxATraiter) to IdAnnonce.
           Move PiecesOr of Personnage to SoldeAvantOr.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           exec sql
               update marche
               set Encaisse = 1
               where Id = :Annonce.IdAnnonce
                 and Encaisse = 0
           end-exec.
           if (sqlcode = 0) then
      *    La bourse plafonne a sa capacite plutot que de reboucler a 0.
               add PrixATraiter(IdxATraiter) to PiecesOr of Personnage
                   on size error
                       Move 9999 to PiecesOr of Personnage
               end-add
               compute Montant of MouvementOr =
                   PiecesOr of Personnage - SoldeAvantOr
               Move "CREDIT" to Sens of MouvementOr
               Move "VENTE" to Motif of MouvementOr
               Move ObjetATraiter(IdxATraiter) to DetailMotif of MouvementOr
               perform JournaliserMouvementOr
      *    Bourse poussee ici meme, comme a l'achat : la reconnexion de
      *    SauvegarderPersonnage masquerait l'echec.
               if (sqlcode = 0) then
                   exec sql
                       update personnage
                       set PiecesOr = :Personnage.PiecesOr
                       where Nom = :Personnage.Nom
                   end-exec
               end-if
               if (sqlcode = 0) then
                   exec sql
                       commit
                   end-exec
                   DISPLAY "Vente encaissee : "
                       ObjetATraiter(IdxATraiter)
                       " x" QuantiteATraiter(IdxATraiter) " a "
                       AcheteurATraiter(IdxATraiter) " pour "
                       PrixATraiter(IdxATraiter) " pieces d or"
               else
                   Move "EncaisserUneVente" to ExploitParagraphe
                   perform JournaliserExploitation
                   exec sql
                       rollback
                   end-exec
      *    Transaction annulee : la bourse en memoire reprend son solde.
                   Move SoldeAvantOr to PiecesOr of Personnage
                   DISPLAY "Vente " ObjetATraiter(IdxATraiter)
                       " non encaissee, reprise au prochain chargement"
               end-if
           else
      *    Vente deja encaissee (sqlcode 100) : rien n'a ete ecrit.
               if (sqlcode < 0) then
                   Move "EncaisserUneVente" to ExploitParagraphe
                   perform JournaliserExploitation
               end-if
               exec sql
                   rollback
               end-exec
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.

      *    ****************************************************************
      *    Encaisse les recompenses de fin de saison laissees en attente
      *    par RPGSaison (personnage en partie a la cloture) : la ligne du
      *    classement marquee (Versee = 1, garde contre un double
      *    paiement), le credit d'or au grand livre (motif SAISON) et
      *    l'Xp, le niveau et la bourse du personnage partent dans une
      *    meme transaction par recompense, comme chez RPGSaison ; un
      *    echec laisse la recompense a encaisser au prochain chargement.
      *    ****************************************************************

       EncaisserRecompensesSaison.
           Move 0 to NbRecompensesSaison.
           exec sql
               declare CurRecompensesSaison cursor for
               select NumSaison, Rang, RecompenseOr, RecompenseXp
               from saisonclassement
               where Personnage = :Personnage.Nom
                 and Versee = 0
               order by NumSaison
           end-exec.
           exec sql
               open CurRecompensesSaison
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListeRecompenses
               perform until FinListeRecompenses = 1
                   exec sql
                       fetch CurRecompensesSaison into
                             :RecompenseSaison.NumSaison,
                             :RecompenseSaison.Rang,
                             :RecompenseSaison.RecompenseOr,
                             :RecompenseSaison.RecompenseXp
                   end-exec
                   if (sqlcode not = 0 or NbRecompensesSaison >= 10)
                       then
                       Move 1 to FinListeRecompenses
                   else
                       add 1 to NbRecompensesSaison
                       Move NumSaison of RecompenseSaison
                           to SaisonATraiter(NbRecompensesSaison)
                       Move Rang of RecompenseSaison
                           to RangATraiter(NbRecompensesSaison)
                       Move RecompenseOr of RecompenseSaison
                           to OrSaisonATraiter(NbRecompensesSaison)
                       Move RecompenseXp of RecompenseSaison
                           to XpSaisonATraiter(NbRecompensesSaison)
                   end-if
               end-perform
               exec sql
                   close CurRecompensesSaison
               end-exec
           end-if.
           if (NbRecompensesSaison > 0) then
               perform EncaisserUneRecompense
                   varying IdxRecompenseSaison from 1 by 1
                   until IdxRecompenseSaison > NbRecompensesSaison
               perform SauvegarderPersonnage
               ACCEPT NULLe
           end-if.

       EncaisserUneRecompense.
           Move SaisonATraiter(IdxRecompenseSaison)
               to NumSaison of RecompenseSaison.
           Move RangATraiter(IdxRecompenseSaison)
               to Rang of RecompenseSaison.
           Move Niveau of Personnage to NiveauAvant.
           Move Xp of Personnage to XpAvant.
           Move Pv of Personnage to PvAvant.
           Move PvMax of Personnage to PvMaxAvant.
           Move Defense of Personnage to DefenseAvant.
           Move PiecesOr of Personnage to SoldeAvantOr.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           exec sql
               update saisonclassement
               set Versee = 1, DateVersement = getdate()
               where NumSaison = :RecompenseSaison.NumSaison
                 and Rang = :RecompenseSaison.Rang
                 and Versee = 0
           end-exec.
           if (sqlcode = 0) then
               Move XpReward of Ennemi to XpRewardBase
               Move XpSaisonATraiter(IdxRecompenseSaison)
                   to XpReward of Ennemi
               perform CrediterExperience
               Move XpRewardBase to XpReward of Ennemi
      *    La bourse plafonne a sa capacite plutot que de reboucler a 0.
               add OrSaisonATraiter(IdxRecompenseSaison)
                   to PiecesOr of Personnage
                   on size error
                       Move 9999 to PiecesOr of Personnage
               end-add
               compute Montant of MouvementOr =
                   PiecesOr of Personnage - SoldeAvantOr
               Move "CREDIT" to Sens of MouvementOr
               Move "SAISON" to Motif of MouvementOr
               Move NumSaison of RecompenseSaison to MotifNumSaison
               Move Rang of RecompenseSaison to MotifRang
               Move DetailMotifSaison to DetailMotif of MouvementOr
               perform JournaliserMouvementOr
               if (sqlcode = 0) then
                   exec sql
                       update personnage
                       set Pv = :Personnage.Pv,
                           Niveau = :Personnage.Niveau,
                           Xp = :Personnage.Xp,
                           Defense = :Personnage.Defense,
                           PiecesOr = :Personnage.PiecesOr,
                           PvMax = :Personnage.PvMax
                       where Nom = :Personnage.Nom
                   end-exec
               end-if
               if (sqlcode = 0) then
                   exec sql
                       commit
                   end-exec
                   DISPLAY "Recompense de la saison "
                       NumSaison of RecompenseSaison ", rang "
                       Rang of RecompenseSaison
                   DISPLAY "Vous gagnez "
                       XpSaisonATraiter(IdxRecompenseSaison)
                       " Xp"
                   DISPLAY "Vous gagnez "
                       OrSaisonATraiter(IdxRecompenseSaison)
                       " pieces d or"
               else
                   Move "EncaisserUneRecompense" to ExploitParagraphe
                   perform JournaliserExploitation
                   exec sql
                       rollback
                   end-exec
      *    Transaction annulee : le personnage en memoire reprend son
      *    etat d'avant la recompense.
                   Move NiveauAvant to Niveau of Personnage
                   Move XpAvant to Xp of Personnage
                   Move PvAvant to Pv of Personnage
                   Move PvMaxAvant to PvMax of Personnage
                   Move DefenseAvant to Defense of Personnage
                   Move SoldeAvantOr to PiecesOr of Personnage
                   DISPLAY "Recompense de la saison "
                       NumSaison of RecompenseSaison
                       " non encaissee, reprise au prochain chargement"
               end-if
           else
      *    Recompense deja versee (sqlcode 100) : rien n'a ete ecrit.
               if (sqlcode < 0) then
                   Move "EncaisserUneRecompense" to ExploitParagraphe
                   perform JournaliserExploitation
               end-if
               exec sql
                   rollback
               end-exec
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.

      *    ****************************************************************
      *    Guilde : le personnage charge voit sa guilde (membres et
      *    tresor) ou, s'il n'en a pas, les guildes existantes. Il peut
      *    en creer une, en rejoindre une, la quitter, afficher les
      *    membres d'une guilde et deposer de l'or au tresor de la
      *    sienne. Les personnages archives n'apparaissent plus parmi
      *    les membres.
      *    ****************************************************************

       Guilde.
           perform Guilde-init.
           perform Guilde-trt Until ChoixGuilde = 0.
           perform Guilde-fin.
       Guilde-init.
           Move 9 to ChoixGuilde.
           if (Nom of Personnage = spaces) then
               DISPLAY menu-clean
               DISPLAY "Aucun personnage charge, creez ou recuperez en un"
               ACCEPT NULLe
               Move 0 to ChoixGuilde
           end-if.
       Guilde-trt.
           DISPLAY menu-clean.
           perform LireGuildePersonnage.
           if (GuildePersonnage = spaces) then
               DISPLAY "Vous n etes membre d aucune guilde"
               perform AfficherGuildes
           else
               DISPLAY "Guilde " NomGuilde of GuildeLue " fondee par "
                   Fondateur of GuildeLue " le "
                   DateCreation of GuildeLue
               DISPLAY "Tresor : " Tresor of GuildeLue " pieces d or"
                   " - votre bourse : " PiecesOr of Personnage
               Move GuildePersonnage to GuildeSaisie
               perform AfficherMembresGuilde
           end-if.
           DISPLAY "- 1 - Creer une guilde".
           DISPLAY "- 2 - Rejoindre une guilde".
           DISPLAY "- 3 - Quitter sa guilde".
           DISPLAY "- 4 - Membres d une guilde".
           DISPLAY "- 5 - Deposer de l or au tresor".
           DISPLAY "- 0 - Retour".
           Move 0 to ChoixGuilde.
           ACCEPT ChoixGuilde.
           evaluate ChoixGuilde
               when 1
                   perform CreerGuilde
               when 2
                   perform RejoindreGuilde
               when 3
                   perform QuitterGuilde
               when 4
                   perform ListerMembresGuilde
               when 5
                   perform DeposerTresorGuilde
           end-evaluate.
       Guilde-fin.

      *    Guilde du personnage charge : a blanc s'il n'en a pas.
       LireGuildePersonnage.
           Move spaces to GuildePersonnage.
           exec sql
               select g.Nom, g.Fondateur, g.Tresor,
                      convert(varchar(10), g.DateCreation, 103)
               into :GuildeLue.NomGuilde, :GuildeLue.Fondateur,
                    :GuildeLue.Tresor, :GuildeLue.DateCreation
               from membreguilde m, guilde g
               where m.Personnage = :Personnage.Nom
                 and g.Nom = m.Guilde
           end-exec.
           if (sqlcode = 0) then
               Move NomGuilde of GuildeLue to GuildePersonnage
           end-if.

      *    Guildes existantes avec leurs membres non archives.
       AfficherGuildes.
           DISPLAY "Guildes :".
           exec sql
               declare CurGuildes cursor for
               select g.Nom, g.Tresor,
                      (select count(*)
                       from membreguilde m, personnage p
                       where m.Guilde = g.Nom
                         and p.Nom = m.Personnage
                         and p.Archive = 0)
               from guilde g
               order by g.Nom
           end-exec.
           exec sql
               open CurGuildes
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListeGuildes
               perform until FinListeGuildes = 1
                   exec sql
                       fetch CurGuildes into :GuildeLue.NomGuilde,
                             :GuildeLue.Tresor, :GuildeLue.NbMembres
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListeGuildes
                   else
                       DISPLAY "  " NomGuilde of GuildeLue " "
                           NbMembres of GuildeLue " membre(s) Tresor "
                           Tresor of GuildeLue
                   end-if
               end-perform
               exec sql
                   close CurGuildes
               end-exec
           end-if.

      *    Membres non archives de GuildeSaisie, par anciennete.
       AfficherMembresGuilde.
           DISPLAY "Membres de la guilde " GuildeSaisie " :".
           exec sql
               declare CurMembresGuilde cursor for
               select m.Personnage, p.Niveau,
                      convert(varchar(10), m.DateAdhesion, 103)
               from membreguilde m, personnage p
               where m.Guilde = :GuildeSaisie
                 and p.Nom = m.Personnage
                 and p.Archive = 0
               order by m.DateAdhesion, m.Personnage
           end-exec.
           exec sql
               open CurMembresGuilde
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListeGuildes
               perform until FinListeGuildes = 1
                   exec sql
                       fetch CurMembresGuilde into
                             :MembreGuilde.NomMembre,
                             :MembreGuilde.NiveauMembre,
                             :MembreGuilde.DateAdhesion
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListeGuildes
                   else
                       DISPLAY "  " NomMembre " Niveau " NiveauMembre
                           " depuis le " DateAdhesion of MembreGuilde
                   end-if
               end-perform
               exec sql
                   close CurMembresGuilde
               end-exec
           end-if.

      *    ****************************************************************
      *    Creation d'une guilde : le nom doit etre libre et le createur,
      *    sans guilde, en devient le premier membre dans la meme
      *    transaction.
      *    ****************************************************************

       CreerGuilde.
           if (GuildePersonnage not = spaces) then
               DISPLAY "Vous etes deja membre de la guilde "
                   GuildePersonnage
               ACCEPT NULLe
           else
               DISPLAY "Nom de la nouvelle guilde"
               Move spaces to GuildeSaisie
               ACCEPT GuildeSaisie
               exec sql
                   select count(*)
                   into :NbHomonymes
                   from guilde
                   where Nom = :GuildeSaisie
               end-exec
               if (GuildeSaisie = spaces or sqlcode not = 0
                   or NbHomonymes > 0) then
                   DISPLAY "Nom de guilde vide ou deja pris"
                   ACCEPT NULLe
               else
                   perform FonderGuilde
               end-if
           end-if.

       FonderGuilde.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           exec sql
               insert into guilde (Nom, Fondateur, DateCreation, Tresor)
               values (:GuildeSaisie, :Personnage.Nom, getdate(), 0)
           end-exec.
           if (sqlcode = 0) then
               perform InscrireMembreGuilde
           end-if.
           if (sqlcode = 0) then
               exec sql
                   commit
               end-exec
               DISPLAY "Guilde " GuildeSaisie " fondee"
           else
               Move "FonderGuilde" to ExploitParagraphe
               perform JournaliserExploitation
               exec sql
                   rollback
               end-exec
               DISPLAY "La creation de la guilde a echoue"
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.
           ACCEPT NULLe.

       InscrireMembreGuilde.
           exec sql
               insert into membreguilde
                   (Personnage, Guilde, DateAdhesion)
               values (:Personnage.Nom, :GuildeSaisie, getdate())
           end-exec.

       RejoindreGuilde.
           if (GuildePersonnage not = spaces) then
               DISPLAY "Vous etes deja membre de la guilde "
                   GuildePersonnage
               ACCEPT NULLe
           else
               DISPLAY "Nom de la guilde a rejoindre"
               Move spaces to GuildeSaisie
               ACCEPT GuildeSaisie
               exec sql
                   select count(*)
                   into :NbHomonymes
                   from guilde
                   where Nom = :GuildeSaisie
               end-exec
               if (sqlcode not = 0 or NbHomonymes = 0) then
                   DISPLAY "Guilde introuvable"
               else
                   perform InscrireMembreGuilde
                   if (sqlcode = 0) then
                       DISPLAY "Vous rejoignez la guilde " GuildeSaisie
                   else
                       Move "RejoindreGuilde" to ExploitParagraphe
                       perform JournaliserExploitation
                       DISPLAY "L adhesion a echoue"
                   end-if
               end-if
               ACCEPT NULLe
           end-if.

      *    Le tresor reste a la guilde quand un membre la quitte, fut-il
      *    le dernier : la guilde subsiste et peut etre rejointe.
       QuitterGuilde.
           if (GuildePersonnage = spaces) then
               DISPLAY "Vous n etes membre d aucune guilde"
               ACCEPT NULLe
           else
               DISPLAY "Quitter la guilde " GuildePersonnage
                   " ? (1 = oui)"
               Move 0 to ChoixConfirmation
               ACCEPT ChoixConfirmation
               if (ChoixConfirmation = 1) then
                   exec sql
                       delete from membreguilde
                       where Personnage = :Personnage.Nom
                   end-exec
                   if (sqlcode = 0) then
                       DISPLAY "Vous avez quitte la guilde "
                           GuildePersonnage
                   else
                       Move "QuitterGuilde" to ExploitParagraphe
                       perform JournaliserExploitation
                       DISPLAY "Le depart de la guilde a echoue"
                   end-if
                   ACCEPT NULLe
               end-if
           end-if.

      *    Nom saisi, ou a blanc la guilde du personnage.
       ListerMembresGuilde.
           DISPLAY "Nom de la guilde (vide = la votre)".
           Move spaces to GuildeSaisie.
           ACCEPT GuildeSaisie.
           if (GuildeSaisie = spaces) then
               Move GuildePersonnage to GuildeSaisie
           end-if.
           exec sql
               select count(*)
               into :NbHomonymes
               from guilde
               where Nom = :GuildeSaisie
           end-exec.
           if (GuildeSaisie = spaces or sqlcode not = 0
               or NbHomonymes = 0) then
               DISPLAY "Guilde introuvable"
           else
               perform AfficherMembresGuilde
           end-if.
           ACCEPT NULLe.

      *    ****************************************************************
      *    Depot au tresor : la bourse du membre est debitee au grand
      *    livre (motif GUILDE, la guilde en detail) et le tresor credite
      *    dans la meme transaction, ce qui garde RPGSolde juste.
      *    ****************************************************************

       DeposerTresorGuilde.
           if (GuildePersonnage = spaces) then
               DISPLAY "Vous n etes membre d aucune guilde"
               ACCEPT NULLe
           else
               DISPLAY "Montant a deposer (1 a " PiecesOr of Personnage
                   ")"
               Move 0 to MontantDepot
               ACCEPT MontantDepot
               if (MontantDepot = 0
                   or MontantDepot > PiecesOr of Personnage) then
                   DISPLAY "Montant invalide"
                   ACCEPT NULLe
               else
                   perform VerserTresorGuilde
               end-if
           end-if.

       VerserTresorGuilde.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           exec sql
               update guilde
               set Tresor = Tresor + :MontantDepot
               where Nom = :GuildePersonnage
           end-exec.
           if (sqlcode = 0) then
               subtract MontantDepot from PiecesOr of Personnage
               Move MontantDepot to Montant of MouvementOr
               Move "DEBIT" to Sens of MouvementOr
               Move "GUILDE" to Motif of MouvementOr
               Move GuildePersonnage to DetailMotif of MouvementOr
               perform JournaliserMouvementOr
      *    Bourse poussee ici meme, comme a l'achat au marche : la
      *    reconnexion de SauvegarderPersonnage masquerait l'echec.
               if (sqlcode = 0) then
                   exec sql
                       update personnage
                       set PiecesOr = :Personnage.PiecesOr
                       where Nom = :Personnage.Nom
                   end-exec
               end-if
      *    Transaction annulee : la bourse en memoire reprend son solde.
               if (sqlcode not = 0) then
                   add MontantDepot to PiecesOr of Personnage
               end-if
           end-if.
           if (sqlcode = 0) then
               exec sql
                   commit
               end-exec
               DISPLAY "Depot effectue : " MontantDepot
                   " pieces d or au tresor de " GuildePersonnage
           else
               Move "VerserTresorGuilde" to ExploitParagraphe
               perform JournaliserExploitation
               exec sql
                   rollback
               end-exec
               DISPLAY "Le depot a echoue"
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.
           ACCEPT NULLe.

      *    ****************************************************************
      *    Maintenance des personnages : renommer (en gardant l'unicite du
      *    nom et en suivant l'inventaire et le journal de combat),
      *    supprimer apres confirmation, archiver ou restaurer. Les
      *    archives restent en base mais disparaissent des listes.
      *    ****************************************************************

       MaintenancePersonnage.
           perform MaintenancePersonnage-init.
           perform MaintenancePersonnage-trt Until ChoixMaintenance = 0.
           perform MaintenancePersonnage-fin.
       MaintenancePersonnage-init.
           Move 9 to ChoixMaintenance.
       MaintenancePersonnage-trt.
           DISPLAY menu-clean.
           perform AfficherPersonnagesDisponibles.
           DISPLAY "- 1 - Renommer un personnage".
           DISPLAY "- 2 - Supprimer un personnage".
           DISPLAY "- 3 - Archiver un personnage".
           DISPLAY "- 4 - Restaurer un personnage archive".
           DISPLAY "- 0 - Retour".
           Move 0 to ChoixMaintenance.
           ACCEPT ChoixMaintenance.
           evaluate ChoixMaintenance
               when 1
                   perform RenommerPersonnage
               when 2
                   perform SupprimerPersonnage
               when 3
                   perform ArchiverPersonnage
               when 4
                   perform RestaurerPersonnage
           end-evaluate.
       MaintenancePersonnage-fin.

      *    ****************************************************************
      *    Renomme un personnage : le nouveau nom doit etre libre, et les
      *    tables rattachees par le nom (inventaire, combatlog) suivent,
      *    sans quoi le personnage perdrait ses objets et son historique.
      *    ****************************************************************

       RenommerPersonnage.
           DISPLAY "Nom actuel du personnage".
           ACCEPT SaisiNom.
           exec sql
               select count(*)
               into :NbHomonymes
               from personnage
               where Nom = :SaisiNom
           end-exec.
           if (sqlcode not = 0 or NbHomonymes = 0) then
               DISPLAY "Ce personnage n existe pas"
               ACCEPT NULLe
           else
               DISPLAY "Nouveau nom"
               ACCEPT NouveauNom
               exec sql
                   select count(*)
                   into :NbHomonymes
                   from personnage
                   where Nom = :NouveauNom
               end-exec
               if (sqlcode = 0 and NbHomonymes > 0) then
                   DISPLAY "Ce nom est deja pris"
                   ACCEPT NULLe
               else
                   exec sql
                       update personnage
                       set Nom = :NouveauNom
                       where Nom = :SaisiNom
                   end-exec
                   exec sql
                       update inventaire
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update combatlog
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update combatlogresume
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update quetepersonnage
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update mouvementor
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update mouvementorresume
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update sessionverrou
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update succespersonnage
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update materiaupersonnage
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update saisonclassement
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update membreguilde
                       set Personnage = :NouveauNom
                       where Personnage = :SaisiNom
                   end-exec
                   exec sql
                       update guilde
                       set Fondateur = :NouveauNom
                       where Fondateur = :SaisiNom
                   end-exec
      *    Annonces du marche : cote vendeur (encaissement a venir
      *    compris) comme cote acheteur.
                   exec sql
                       update marche
                       set Vendeur = :NouveauNom
                       where Vendeur = :SaisiNom
                   end-exec
                   exec sql
                       update marche
                       set Acheteur = :NouveauNom
                       where Acheteur = :SaisiNom
                   end-exec
      *    Les duels ou le personnage renomme etait l'adversaire le
      *    referencent en colonne Ennemi : on ne suit que les lignes de
      *    duel, la colonne porte aussi des noms de monstres qu'un
      *    personnage homonyme ne doit pas entrainer avec lui.
                   exec sql
                       update combatlog
                       set Ennemi = :NouveauNom
                       where Ennemi = :SaisiNom
                         and Resultat in ('DUELGAGNE', 'DUELPERDU')
                   end-exec
                   exec sql
                       update combatlogresume
                       set Ennemi = :NouveauNom
                       where Ennemi = :SaisiNom
                         and Resultat in ('DUELGAGNE', 'DUELPERDU')
                   end-exec
      *    Si c'est le personnage en cours de partie, on suit aussi en
      *    memoire pour que les prochaines sauvegardes visent sa ligne.
                   if (Nom of Personnage = SaisiNom) then
                       Move NouveauNom to Nom of Personnage
                   end-if
                   DISPLAY "Personnage renomme"
                   ACCEPT NULLe
               end-if
           end-if.

      *    ****************************************************************
      *    Suppression definitive, avec confirmation : la ligne personnage,
      *    son inventaire et tout son historique de combat (journal et
      *    resume consolide) disparaissent — sinon un nouveau personnage
      *    recreant le nom libere heriterait de l'historique de l'ancien.
      *    Pour garder l'historique, preferer l'archivage. Toutes les
      *    lignes supprimees sont d'abord ecrites dans une archive de
      *    suppression datee que RPGRecup sait recharger.
      *    ****************************************************************

       SupprimerPersonnage.
           DISPLAY "Nom du personnage a supprimer".
           ACCEPT SaisiNom.
      *    Pas de confirmation (ni de message de succes) pour un nom qui
      *    ne correspond a rien.
           exec sql
               select count(*)
               into :NbHomonymes
               from personnage
               where Nom = :SaisiNom
           end-exec.
           if (sqlcode not = 0 or NbHomonymes = 0) then
               DISPLAY "Ce personnage n existe pas"
               ACCEPT NULLe
           else
               perform ConfirmerSuppression
           end-if.

       ConfirmerSuppression.
           DISPLAY "Confirmer la suppression definitive ? (1 = oui)".
           Move 0 to ChoixConfirmation.
           ACCEPT ChoixConfirmation.
           if (ChoixConfirmation = 1) then
      *    Rien n'est supprime tant que l'archive n'est pas complete :
      *    c'est elle qui permet de rendre un personnage supprime par
      *    erreur.
               perform EcrireArchiveSuppression
               if (ArchiveEcrite = 1) then
                   perform SupprimerLignesPersonnage
                   Move "ConfirmerSuppression" to ExploitParagraphe
                   Move NomFichierSuppression to ExploitDetail
                   perform JournaliserExploitation
                   Move spaces to ExploitDetail
                   DISPLAY "Personnage supprime, archive "
                       NomFichierSuppression
                   ACCEPT NULLe
               else
                   DISPLAY "Archive de suppression impossible, "
                       "personnage conserve"
                   Move "EcrireArchiveSuppression" to ExploitParagraphe
                   Move NomFichierSuppression to ExploitDetail
                   perform JournaliserExploitation
                   Move spaces to ExploitDetail
                   ACCEPT NULLe
               end-if
           end-if.

       SupprimerLignesPersonnage.
           exec sql
               delete from personnage
               where Nom = :SaisiNom
           end-exec.
           exec sql
               delete from inventaire
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               delete from combatlog
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               delete from combatlogresume
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               delete from quetepersonnage
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               delete from mouvementor
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               delete from mouvementorresume
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               delete from sessionverrou
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               delete from succespersonnage
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               delete from materiaupersonnage
               where Personnage = :SaisiNom
           end-exec.
      *    Ses places aux classements de saison partent aussi : un
      *    homonyme futur n'encaisserait pas une recompense en attente.
           exec sql
               delete from saisonclassement
               where Personnage = :SaisiNom
           end-exec.
      *    Il quitte sa guilde ; la guilde et son tresor restent.
           exec sql
               delete from membreguilde
               where Personnage = :SaisiNom
           end-exec.
      *    Ses annonces sont retirees du marche avec lui : un homonyme
      *    futur n'encaisserait pas ses ventes.
           exec sql
               delete from marche
               where Vendeur = :SaisiNom
           end-exec.
           if (Nom of Personnage = SaisiNom) then
               Move spaces to Nom of Personnage
           end-if.

      *    ****************************************************************
      *    Archive de suppression : l'en-tete, la ligne personnage puis
      *    chaque table rattachee au nom, et le pied des comptes. Toute
      *    ouverture de curseur ou ecriture ratee laisse ArchiveEcrite a
      *    0 et la suppression n'a pas lieu.
      *    ****************************************************************

       EcrireArchiveSuppression.
           Move 0 to ArchiveEcrite.
           Move 0 to ErreurArchive.
           accept DateSuppression from date yyyymmdd.
           accept HeureSuppression from time.
           Move NomSuppressionDate to NomFichierSuppression.
           Move zeros to NbPersonnage NbInventaire NbCombat
               NbCombatResume NbQuete NbMouvement NbMouvementResume
               NbVerrou NbSucces NbMateriau NbAnnonce NbTotal
               NbSaison NbGuilde.
           open output FichierSuppression.
           if (SupprStatut not = "00") then
               Move 1 to ErreurArchive
           else
               Move SaisiNom to Nom of SupprEntete
               Move DateSuppression to DateArchive
               Move HeureSuppression to HeureArchive
               Move SupprEntete to LigneSuppression
               perform EcrireLigneSuppression
               perform ArchiverPersonnageSupprime
               perform ArchiverInventaireSupprime
               perform ArchiverCombatsSupprimes
               perform ArchiverResumesSupprimes
               perform ArchiverQuetesSupprimees
               perform ArchiverMouvementsSupprimes
               perform ArchiverMvtResumesSupprimes
               perform ArchiverVerrouSupprime
               perform ArchiverSuccesSupprimes
               perform ArchiverMateriauxSupprimes
               perform ArchiverAnnoncesSupprimees
               perform ArchiverSaisonsSupprimees
               perform ArchiverGuildeSupprimee
               compute NbTotal = NbPersonnage + NbInventaire + NbCombat
                   + NbCombatResume + NbQuete + NbMouvement
                   + NbMouvementResume + NbVerrou + NbSucces
                   + NbMateriau + NbAnnonce + NbSaison + NbGuilde
               Move SupprPied to LigneSuppression
               perform EcrireLigneSuppression
               close FichierSuppression
               if (ErreurArchive = 0 and SupprStatut = "00") then
                   Move 1 to ArchiveEcrite
               end-if
           end-if.

       EcrireLigneSuppression.
           write LigneSuppression.
           if (SupprStatut not = "00") then
               Move 1 to ErreurArchive
           end-if.

       ArchiverPersonnageSupprime.
           exec sql
               select Pv, Niveau, Xp, Defense, PiecesOr, Classe, PvMax,
                      EtageDonjon, Archive, Titre
               into :SupprPersonnage.Pv, :SupprPersonnage.Niveau,
                    :SupprPersonnage.Xp, :SupprPersonnage.Defense,
                    :SupprPersonnage.PiecesOr, :SupprPersonnage.Classe,
                    :SupprPersonnage.PvMax, :SupprPersonnage.EtageDonjon,
                    :SupprPersonnage.Archive, :SupprPersonnage.Titre
               from personnage
               where Nom = :SaisiNom
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move SupprPersonnage to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbPersonnage
           end-if.

       ArchiverInventaireSupprime.
           exec sql
               declare CurSupprInventaire cursor for
               select Objet, Equipe, NiveauForge, Quantite
               from inventaire
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprInventaire
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneInventaire until FinListeSuppr = 1
               exec sql
                   close CurSupprInventaire
               end-exec
           end-if.

       ArchiverLigneInventaire.
           exec sql
               fetch CurSupprInventaire into :SupprInventaire.Objet,
                     :SupprInventaire.Equipe,
                     :SupprInventaire.NiveauForge,
                     :SupprInventaire.Quantite
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprInventaire to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbInventaire
           end-if.

       ArchiverCombatsSupprimes.
           exec sql
               declare CurSupprCombat cursor for
               select Ennemi, Resultat,
                      convert(varchar(23), DateHeure, 121),
                      Tours, XpGagne, Etage
               from combatlog
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprCombat
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneCombat until FinListeSuppr = 1
               exec sql
                   close CurSupprCombat
               end-exec
           end-if.

       ArchiverLigneCombat.
           exec sql
               fetch CurSupprCombat into :SupprCombat.Ennemi,
                     :SupprCombat.Resultat, :SupprCombat.DateHeure,
                     :SupprCombat.Tours, :SupprCombat.XpGagne,
                     :SupprCombat.Etage
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprCombat to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbCombat
           end-if.

       ArchiverResumesSupprimes.
           exec sql
               declare CurSupprResume cursor for
               select Ennemi, convert(varchar(10), Jour, 120),
                      Resultat, Etage, Nb
               from combatlogresume
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprResume
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneResume until FinListeSuppr = 1
               exec sql
                   close CurSupprResume
               end-exec
           end-if.

       ArchiverLigneResume.
           exec sql
               fetch CurSupprResume into :SupprCombatResume.Ennemi,
                     :SupprCombatResume.Jour,
                     :SupprCombatResume.Resultat,
                     :SupprCombatResume.Etage, :SupprCombatResume.Nb
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprCombatResume to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbCombatResume
           end-if.

       ArchiverQuetesSupprimees.
           exec sql
               declare CurSupprQuete cursor for
               select Quete, Progression, Terminee,
                      isnull(convert(varchar(23), DateFin, 121), '')
               from quetepersonnage
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprQuete
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneQuete until FinListeSuppr = 1
               exec sql
                   close CurSupprQuete
               end-exec
           end-if.

       ArchiverLigneQuete.
           exec sql
               fetch CurSupprQuete into :SupprQuete.Quete,
                     :SupprQuete.Progression, :SupprQuete.Terminee,
                     :SupprQuete.DateFin
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprQuete to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbQuete
           end-if.

       ArchiverMouvementsSupprimes.
           exec sql
               declare CurSupprMouvement cursor for
               select Montant, Sens, Motif, DetailMotif,
                      convert(varchar(23), DateHeure, 121)
               from mouvementor
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprMouvement
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneMouvement until FinListeSuppr = 1
               exec sql
                   close CurSupprMouvement
               end-exec
           end-if.

       ArchiverLigneMouvement.
           exec sql
               fetch CurSupprMouvement into :SupprMouvement.Montant,
                     :SupprMouvement.Sens, :SupprMouvement.Motif,
                     :SupprMouvement.DetailMotif,
                     :SupprMouvement.DateHeure
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprMouvement to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbMouvement
           end-if.

       ArchiverMvtResumesSupprimes.
           exec sql
               declare CurSupprMvtResume cursor for
               select convert(varchar(10), Jour, 120), Sens, Motif,
                      MontantTotal, Nb
               from mouvementorresume
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprMvtResume
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneMvtResume until FinListeSuppr = 1
               exec sql
                   close CurSupprMvtResume
               end-exec
           end-if.

       ArchiverLigneMvtResume.
           exec sql
               fetch CurSupprMvtResume into :SupprMouvementResume.Jour,
                     :SupprMouvementResume.Sens,
                     :SupprMouvementResume.Motif,
                     :SupprMouvementResume.MontantTotal,
                     :SupprMouvementResume.Nb
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprMouvementResume to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbMouvementResume
           end-if.

       ArchiverVerrouSupprime.
           exec sql
               declare CurSupprVerrou cursor for
               select convert(varchar(23), DateHeure, 121)
               from sessionverrou
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprVerrou
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneVerrou until FinListeSuppr = 1
               exec sql
                   close CurSupprVerrou
               end-exec
           end-if.

       ArchiverLigneVerrou.
           exec sql
               fetch CurSupprVerrou into :SupprVerrou.DateHeure
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprVerrou to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbVerrou
           end-if.

       ArchiverSuccesSupprimes.
           exec sql
               declare CurSupprSucces cursor for
               select Succes, convert(varchar(23), DateHeure, 121)
               from succespersonnage
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprSucces
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneSucces until FinListeSuppr = 1
               exec sql
                   close CurSupprSucces
               end-exec
           end-if.

       ArchiverLigneSucces.
           exec sql
               fetch CurSupprSucces into :SupprSucces.Succes,
                     :SupprSucces.DateHeure
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprSucces to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbSucces
           end-if.

       ArchiverMateriauxSupprimes.
           exec sql
               declare CurSupprMateriau cursor for
               select Materiau, Quantite
               from materiaupersonnage
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprMateriau
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneMateriau until FinListeSuppr = 1
               exec sql
                   close CurSupprMateriau
               end-exec
           end-if.

       ArchiverLigneMateriau.
           exec sql
               fetch CurSupprMateriau into :SupprMateriau.Materiau,
                     :SupprMateriau.Quantite
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprMateriau to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbMateriau
           end-if.

      *    Les annonces du vendeur, closes comprises : une vente pas
      *    encore encaissee doit pouvoir l'etre apres restauration.
       ArchiverAnnoncesSupprimees.
           exec sql
               declare CurSupprAnnonce cursor for
               select Objet, Quantite, NiveauForge, Prix,
                      convert(varchar(23), DateMiseEnVente, 121),
                      Statut, Acheteur,
                      isnull(convert(varchar(23), DateCloture, 121), ''),
                      Encaisse
               from marche
               where Vendeur = :SaisiNom
           end-exec.
           exec sql
               open CurSupprAnnonce
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneAnnonce until FinListeSuppr = 1
               exec sql
                   close CurSupprAnnonce
               end-exec
           end-if.

       ArchiverLigneAnnonce.
           exec sql
               fetch CurSupprAnnonce into :SupprAnnonce.Objet,
                     :SupprAnnonce.Quantite, :SupprAnnonce.NiveauForge,
                     :SupprAnnonce.Prix, :SupprAnnonce.DateMiseEnVente,
                     :SupprAnnonce.Statut, :SupprAnnonce.Acheteur,
                     :SupprAnnonce.DateCloture, :SupprAnnonce.Encaisse
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprAnnonce to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbAnnonce
           end-if.

      *    Les places aux classements de saison, recompense en attente
      *    comprise : restaure, le personnage l'encaissera au chargement.
       ArchiverSaisonsSupprimees.
           exec sql
               declare CurSupprSaison cursor for
               select NumSaison, Rang, Victoires, EtageMax, DuelsGagnes,
                      RecompenseOr, RecompenseXp, Versee,
                      isnull(convert(varchar(23), DateVersement, 121),
                             '')
               from saisonclassement
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprSaison
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneSaison until FinListeSuppr = 1
               exec sql
                   close CurSupprSaison
               end-exec
           end-if.

       ArchiverLigneSaison.
           exec sql
               fetch CurSupprSaison into :SupprSaison.NumSaison,
                     :SupprSaison.Rang, :SupprSaison.Victoires,
                     :SupprSaison.EtageMax, :SupprSaison.DuelsGagnes,
                     :SupprSaison.RecompenseOr,
                     :SupprSaison.RecompenseXp, :SupprSaison.Versee,
                     :SupprSaison.DateVersement
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprSaison to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbSaison
           end-if.

      *    Son adhesion a une guilde, rendue avec lui a la restauration.
       ArchiverGuildeSupprimee.
           exec sql
               declare CurSupprGuilde cursor for
               select Guilde, convert(varchar(23), DateAdhesion, 121)
               from membreguilde
               where Personnage = :SaisiNom
           end-exec.
           exec sql
               open CurSupprGuilde
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to ErreurArchive
           else
               Move 0 to FinListeSuppr
               perform ArchiverLigneGuilde until FinListeSuppr = 1
               exec sql
                   close CurSupprGuilde
               end-exec
           end-if.

       ArchiverLigneGuilde.
           exec sql
               fetch CurSupprGuilde into :SupprGuilde.NomGuilde,
                     :SupprGuilde.DateAdhesion
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListeSuppr
           else
               Move SupprGuilde to LigneSuppression
               perform EcrireLigneSuppression
               add 1 to NbGuilde
           end-if.

       ArchiverPersonnage.
                   set Archive = 1
                   where Nom = :SaisiNom
               end-exec
      *    Ses annonces en cours quittent le marche, les objets
      *    reviennent dans son inventaire pour une eventuelle
      *    restauration.
               Move SaisiNom to NomRetrait
               perform RetirerAnnonces
      *    Il quitte aussi sa guilde : un archive n'est plus membre, il
      *    devra la rejoindre une fois restaure.
               exec sql
                   delete from membreguilde
                   where Personnage = :SaisiNom
               end-exec
      *    Un personnage archive ne doit plus etre joue : s'il etait en
      *    cours de partie, on le decharge et on rend son verrou.
               if (Nom of Personnage = SaisiNom) then
           Move spaces to NomAttaqueTour.
           Move spaces to EffetEnCours.
           Move 0 to EtageQuete.
           Move 0 to Etage of CombatLog.

      *    **************************************************************************
      *    On choisit en base un ennemi adapte au niveau du personnage. A defaut
       Donjon-trt.
           Move EtageCourant to EtageDonjon of Personnage.
           perform PreparerCombat.
           Move EtageCourant to Etage of CombatLog.
           perform ChoisirEnnemiDonjon.
           perform LancerLeJeu-trt
               Until Pv of Personnage is <= 0 or Pv of Ennemi is <= 0
      *    ****************************************************************

       JournaliserDuel.
           Move 0 to Etage of CombatLog.
           Move Nom of Personnage to NomPersonnage of CombatLog.
           Move Nom of Adversaire to NomEnnemi of CombatLog.
           Move CompteurTours to Tours of CombatLog.
       EnregistrerCombatLog.
           exec sql
               insert into combatlog
                   (Personnage, Ennemi, Resultat, DateHeure, Tours, XpGagne,
                    Etage)
               values
                   (:CombatLog.NomPersonnage, :CombatLog.NomEnnemi,
                    :CombatLog.Resultat, getdate(),
                    :CombatLog.Tours, :CombatLog.XpGagne,
                    :CombatLog.Etage)
           end-exec.
      *    Les quetes et les succes avancent au rythme du journal : seules
      *    les issues qui comptent pour un objectif declenchent la mise a
