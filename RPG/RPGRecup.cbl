       program-id. RPGRecup as "RPG.RPGRecup".

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
      *    Archive de suppression ecrite par Program1
      *    (RPGSUPPR-AAAAMMJJ-HHMMSSCC.DAT), nommee au lancement.
           select FichierSuppression assign to NomFichierSuppression
               organization is line sequential
               file status is SupprStatut.
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

       FD FichierSuppression.
       01 LigneSuppression.
         05 CodeLigne PIC X(2).
         05 FILLER PIC X(148).

       FD FichierExploitation.
       01 LigneExploitation PIC X(100).

       working-storage section.

       77 CfgStatut pic xx.
       77 SupprStatut pic xx.
       77 ExploitStatut pic xx.

      *    ****************************************************************
      *    Evenement d'exploitation : horodatage, programme, paragraphe,
      *    sqlcode et detail (personnage restaure ou refuse). Toute
      *    restauration, reussie ou non, laisse sa trace.
      *    ****************************************************************
       01 EnregExploitation.
         05 ExploitDate PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitHeure PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitProgramme PIC X(10) VALUE "RPGRecup".
         05 FILLER PIC X VALUE SPACE.
         05 ExploitParagraphe PIC X(25).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitSqlcode PIC -9(9).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitDetail PIC X(30).

       01 DetailRecup.
         05 FILLER PIC X(6) VALUE "Perso ".
         05 DetailNom PIC X(20) VALUE SPACES.

      *    Fichier a restaurer : premier mot de la ligne de commande, a
      *    defaut demande a l'operateur.
       77 ParametreLancement pic x(80).
       77 NomFichierSuppression pic x(30).

      *    ****************************************************************
      *    Dessins de l'archive de suppression, repris a l'identique de
      *    Program1 : en-tete '00', une ligne par table ('10' personnage a
      *    '92' adhesion de guilde), pied '99' portant les comptes par
      *    type.
      *    ****************************************************************
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
         05 ComptesPied.
           10 NbPersonnage PIC 9(7).
           10 NbInventaire PIC 9(7).
           10 NbCombat PIC 9(7).
           10 NbCombatResume PIC 9(7).
           10 NbQuete PIC 9(7).
           10 NbMouvement PIC 9(7).
           10 NbMouvementResume PIC 9(7).
           10 NbVerrou PIC 9(7).
           10 NbSucces PIC 9(7).
           10 NbMateriau PIC 9(7).
           10 NbAnnonce PIC 9(7).
           10 NbTotal PIC 9(7).
      *    Absents des archives anterieures aux saisons ou aux
      *    guildes (lus a blanc).
           10 NbSaison PIC 9(7).
           10 NbGuilde PIC 9(7).

      *    Comptes refaits a la lecture, compares d'un bloc au pied.
       01 ComptesLus.
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
         05 NbSaison PIC 9(7).
         05 NbGuilde PIC 9(7).

       77 NbLignesLues pic 9(7).
       77 EnteteLu pic 9.
       77 PiedLu pic 9.
      *    A 1 : ligne hors dessin, en-tete mal place ou ligne apres le
      *    pied — le fichier n'est pas une archive complete.
       77 ArchiveIncoherente pic 9.
       77 FinFichier pic 9.
       77 NbHomonymes pic 999.

      *    A 1 des que l'archive est refusee ou qu'une insertion echoue :
      *    rien n'est alors acquis et le code retour vaut 8.
       77 ErreurRencontree pic 9 value 0.
       77 ParagrapheEchec pic x(25).

      *    Fenetre de retention de RPGPurge (RETENTIONJOURS, meme secours
      *    et gabarit) : une journee plus ancienne que JourLimite dont le
      *    detail a deja ete consolide pour tous ne doit plus recevoir de
      *    detail, sa prochaine consolidation effacerait le resume des
      *    autres personnages. Le combat ou le mouvement d'or restaure y
      *    est alors ajoute directement au resume.
       77 RetentionJours pic 999 value 30.
       77 ValeurParam pic x(100).
       77 ValeurNumerique pic 9(5).
       77 JourLimite pic x(10).
       77 JourRestaure pic x(10).
       77 NbDetailJour pic 9(9).

       77 CNXDB STRING.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       procedure division.

      *********************************************************
      ***** Restauration d'un personnage supprime *************
      *********************************************************
      *    Relit une archive de suppression ecrite par Program1 et
      *    reconstruit le personnage et toutes ses lignes en une seule
      *    transaction. L'archive est d'abord controlee en entier (en-tete,
      *    pied, comptes par type) ; la restauration est refusee si le nom
      *    a ete repris depuis la suppression. Le verrou de session
      *    archive n'est pas restaure : il appartenait a une partie
      *    terminee depuis longtemps.
       RPGRecup-Programme.
           perform RPGRecup-init.
           perform ControlerArchive.
           if (ErreurRencontree = 0) then
               perform ControlerNomLibre
           end-if.
           if (ErreurRencontree = 0) then
               perform RestaurerArchive
           end-if.
           perform RPGRecup-fin.

       RPGRecup-init.
           perform LireConfigConnexion.
           exec sql
               Connect using :CNXDB
           end-exec.
           if (sqlcode not equal 0) then
               DISPLAY "Connexion a la base de donnees impossible"
               Move "RPGRecup-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.
      *    Commit gere a la main : tout le personnage ou rien.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           perform LireParametresLancement.
           perform ChargerRetention.

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
      *    Limite de la fenetre de retention, calculee comme dans
      *    RPGPurge : une journee anterieure a JourLimite est consolidable.
      *    ****************************************************************

       ChargerRetention.
           exec sql
               select Valeur
               into :ValeurParam
               from parametre
               where Nom = 'RETENTIONJOURS'
           end-exec.
           if (sqlcode = 0) then
               compute ValeurNumerique = function numval(ValeurParam)
                   on size error
                       Move 99999 to ValeurNumerique
               end-compute
               if (ValeurNumerique > 0 and ValeurNumerique <= 999) then
                   Move ValeurNumerique to RetentionJours
               end-if
           end-if.
           exec sql
               select convert(varchar(10),
                              dateadd(day, 0 - :RetentionJours,
                                      getdate()), 120)
               into :JourLimite
           end-exec.
           if (sqlcode not = 0) then
               DISPLAY "Calcul de la date de retention impossible"
               Move "ChargerRetention" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.

       LireParametresLancement.
           Move spaces to ParametreLancement.
           accept ParametreLancement from command-line.
           Move spaces to NomFichierSuppression.
           unstring ParametreLancement delimited by all space
               into NomFichierSuppression
           end-unstring.
           if (NomFichierSuppression = spaces) then
               DISPLAY "Nom du fichier d archive a restaurer"
               ACCEPT NomFichierSuppression
           end-if.

      *    ****************************************************************
      *    Premiere lecture, sans rien ecrire : un en-tete '00' en tete,
      *    un pied '99' en dernier, une seule ligne personnage et des
      *    comptes par type egaux a ceux du pied. Une archive tronquee ou
      *    retouchee est refusee avant d'avoir touche a la base.
      *    ****************************************************************

       ControlerArchive.
           Move zeros to ComptesLus.
           Move 0 to NbLignesLues.
           Move 0 to EnteteLu.
           Move 0 to PiedLu.
           Move 0 to ArchiveIncoherente.
           open input FichierSuppression.
           if (SupprStatut not = "00") then
               DISPLAY "Ouverture de l archive impossible : "
                   NomFichierSuppression " " SupprStatut
               Move "ControlerArchive" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           else
               Move 0 to FinFichier
               perform LireLigneControle until FinFichier = 1
               close FichierSuppression
               Move Nom of SupprEntete to DetailNom
               if (EnteteLu = 0 or PiedLu = 0
                   or ArchiveIncoherente = 1
                   or NbPersonnage of ComptesLus not = 1
                   or ComptesLus not = ComptesPied) then
                   DISPLAY "Archive incomplete ou incoherente : "
                       NomFichierSuppression
                   DISPLAY "Lignes lues " NbTotal of ComptesLus
                       " annoncees " NbTotal of ComptesPied
                   Move "ControlerArchive" to ExploitParagraphe
                   perform JournaliserExploitation
                   Move 1 to ErreurRencontree
               end-if
           end-if.

       LireLigneControle.
           read FichierSuppression
               at end
                   Move 1 to FinFichier
               not at end
                   perform CompterLigneArchive
           end-read.

       CompterLigneArchive.
           if (PiedLu = 1) then
               Move 1 to ArchiveIncoherente
           end-if.
           evaluate CodeLigne
               when "00"
                   if (NbLignesLues = 0) then
                       Move LigneSuppression to SupprEntete
                       Move 1 to EnteteLu
                   else
                       Move 1 to ArchiveIncoherente
                   end-if
               when "10"
                   add 1 to NbPersonnage of ComptesLus
               when "20"
                   add 1 to NbInventaire of ComptesLus
               when "30"
                   add 1 to NbCombat of ComptesLus
               when "31"
                   add 1 to NbCombatResume of ComptesLus
               when "40"
                   add 1 to NbQuete of ComptesLus
               when "50"
                   add 1 to NbMouvement of ComptesLus
               when "51"
                   add 1 to NbMouvementResume of ComptesLus
               when "60"
                   add 1 to NbVerrou of ComptesLus
               when "70"
                   add 1 to NbSucces of ComptesLus
               when "80"
                   add 1 to NbMateriau of ComptesLus
               when "90"
                   add 1 to NbAnnonce of ComptesLus
               when "91"
                   add 1 to NbSaison of ComptesLus
               when "92"
                   add 1 to NbGuilde of ComptesLus
               when "99"
                   Move LigneSuppression to SupprPied
                   if (NbSaison of ComptesPied not numeric) then
                       Move 0 to NbSaison of ComptesPied
                   end-if
                   if (NbGuilde of ComptesPied not numeric) then
                       Move 0 to NbGuilde of ComptesPied
                   end-if
                   Move 1 to PiedLu
               when other
                   Move 1 to ArchiveIncoherente
           end-evaluate.
           if (CodeLigne not = "00" and CodeLigne not = "99") then
               add 1 to NbTotal of ComptesLus
           end-if.
           add 1 to NbLignesLues.

      *    ****************************************************************
      *    Le nom libere par la suppression a pu etre repris par un autre
      *    joueur : restaurer par-dessus melangerait deux personnages.
      *    ****************************************************************

       ControlerNomLibre.
           exec sql
               select count(*)
               into :NbHomonymes
               from personnage
               where Nom = :SupprEntete.Nom
           end-exec.
           if (sqlcode not = 0) then
               DISPLAY "Controle du nom impossible"
               Move "ControlerNomLibre" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           else
               if (NbHomonymes > 0) then
                   DISPLAY "Le nom " Nom of SupprEntete
                       " a ete repris, restauration refusee"
                   Move "ControlerNomLibre" to ExploitParagraphe
                   perform JournaliserExploitation
                   Move 1 to ErreurRencontree
               end-if
           end-if.

      *    ****************************************************************
      *    Seconde lecture : chaque ligne est reinseree dans sa table, le
      *    nom venant de l'en-tete. La premiere insertion ratee arrete la
      *    lecture et annule tout ; sinon un seul commit a la fin.
      *    ****************************************************************

       RestaurerArchive.
           open input FichierSuppression.
           if (SupprStatut not = "00") then
               DISPLAY "Ouverture de l archive impossible : "
                   NomFichierSuppression " " SupprStatut
               Move "RestaurerArchive" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           else
               Move 0 to FinFichier
               perform RestaurerLigne until FinFichier = 1
               close FichierSuppression
               if (ErreurRencontree = 0) then
                   exec sql
                       commit
                   end-exec
                   if (sqlcode not = 0) then
                       Move "RestaurerArchive" to ExploitParagraphe
                       perform JournaliserExploitation
                       Move 1 to ErreurRencontree
                   end-if
               end-if
               if (ErreurRencontree = 1) then
                   exec sql
                       rollback
                   end-exec
                   DISPLAY "Restauration annulee, rien n a ete ecrit"
               else
                   DISPLAY "Personnage " Nom of SupprEntete
                       " restaure : " NbTotal of ComptesLus " ligne(s)"
               end-if
           end-if.

       RestaurerLigne.
           read FichierSuppression
               at end
                   Move 1 to FinFichier
               not at end
                   perform InsererLigneArchive
           end-read.
           if (ErreurRencontree = 1) then
               Move 1 to FinFichier
           end-if.

       InsererLigneArchive.
           evaluate CodeLigne
               when "10"
                   Move LigneSuppression to SupprPersonnage
                   perform InsererPersonnage
               when "20"
                   Move LigneSuppression to SupprInventaire
                   perform InsererInventaire
               when "30"
                   Move LigneSuppression to SupprCombat
                   perform InsererCombat
               when "31"
                   Move LigneSuppression to SupprCombatResume
                   perform InsererCombatResume
               when "40"
                   Move LigneSuppression to SupprQuete
                   perform InsererQuete
               when "50"
                   Move LigneSuppression to SupprMouvement
                   perform InsererMouvement
               when "51"
                   Move LigneSuppression to SupprMouvementResume
                   perform InsererMouvementResume
               when "70"
                   Move LigneSuppression to SupprSucces
                   perform InsererSucces
               when "80"
                   Move LigneSuppression to SupprMateriau
                   perform InsererMateriau
               when "90"
                   Move LigneSuppression to SupprAnnonce
                   perform InsererAnnonce
               when "91"
                   Move LigneSuppression to SupprSaison
                   perform InsererSaison
               when "92"
                   Move LigneSuppression to SupprGuilde
                   perform InsererGuilde
      *    En-tete, pied et verrou de session : rien a inserer.
               when other
                   continue
           end-evaluate.

       InsererPersonnage.
           exec sql
               insert into personnage
                   (Nom, Pv, Niveau, Xp, Defense, PiecesOr, Classe,
                    PvMax, EtageDonjon, Archive, Titre)
               values
                   (:SupprEntete.Nom, :SupprPersonnage.Pv,
                    :SupprPersonnage.Niveau, :SupprPersonnage.Xp,
                    :SupprPersonnage.Defense, :SupprPersonnage.PiecesOr,
                    :SupprPersonnage.Classe, :SupprPersonnage.PvMax,
                    :SupprPersonnage.EtageDonjon,
                    :SupprPersonnage.Archive, :SupprPersonnage.Titre)
           end-exec.
           Move "InsererPersonnage" to ParagrapheEchec.
           perform ControlerInsertion.

       InsererInventaire.
           exec sql
               insert into inventaire
                   (Personnage, Objet, Equipe, NiveauForge, Quantite)
               values
                   (:SupprEntete.Nom, :SupprInventaire.Objet,
                    :SupprInventaire.Equipe,
                    :SupprInventaire.NiveauForge,
                    :SupprInventaire.Quantite)
           end-exec.
           Move "InsererInventaire" to ParagrapheEchec.
           perform ControlerInsertion.

      *    ****************************************************************
      *    Un combat restaure retourne au journal, sauf si sa journee est
      *    sortie de la fenetre de retention et deja consolidee (plus
      *    aucun detail ce jour-la) : il est alors compte dans le resume
      *    de sa journee, comme RPGPurge l'aurait fait.
      *    ****************************************************************

       InsererCombat.
           Move DateHeure of SupprCombat(1:10) to JourRestaure.
           Move 1 to NbDetailJour.
           if (JourRestaure < JourLimite) then
               exec sql
                   select count(*)
                   into :NbDetailJour
                   from combatlog
                   where convert(varchar(10), DateHeure, 120)
                         = :JourRestaure
               end-exec
               if (sqlcode not = 0) then
                   Move 1 to NbDetailJour
                   Move "InsererCombat" to ParagrapheEchec
                   perform ControlerInsertion
               end-if
           end-if.
           if (ErreurRencontree = 0) then
               if (NbDetailJour = 0) then
                   perform ConsoliderCombat
               else
                   perform InsererCombatDetail
               end-if
           end-if.

       ConsoliderCombat.
           exec sql
               update top (1) combatlogresume
               set Nb = Nb + 1
               where Personnage = :SupprEntete.Nom
                 and Ennemi = :SupprCombat.Ennemi
                 and Jour = convert(date, :JourRestaure, 120)
                 and Resultat = :SupprCombat.Resultat
                 and Etage = :SupprCombat.Etage
           end-exec.
           if (sqlcode = 100) then
               exec sql
                   insert into combatlogresume
                       (Personnage, Ennemi, Jour, Resultat, Etage, Nb)
                   values
                       (:SupprEntete.Nom, :SupprCombat.Ennemi,
                        convert(date, :JourRestaure, 120),
                        :SupprCombat.Resultat, :SupprCombat.Etage, 1)
               end-exec
           end-if.
           Move "ConsoliderCombat" to ParagrapheEchec.
           perform ControlerInsertion.

       InsererCombatDetail.
           exec sql
               insert into combatlog
                   (Personnage, Ennemi, Resultat, DateHeure, Tours,
                    XpGagne, Etage)
               values
                   (:SupprEntete.Nom, :SupprCombat.Ennemi,
                    :SupprCombat.Resultat,
                    convert(datetime, :SupprCombat.DateHeure, 121),
                    :SupprCombat.Tours, :SupprCombat.XpGagne,
                    :SupprCombat.Etage)
           end-exec.
           Move "InsererCombatDetail" to ParagrapheEchec.
           perform ControlerInsertion.

       InsererCombatResume.
           exec sql
               insert into combatlogresume
                   (Personnage, Ennemi, Jour, Resultat, Etage, Nb)
               values
                   (:SupprEntete.Nom, :SupprCombatResume.Ennemi,
                    convert(date, :SupprCombatResume.Jour, 120),
                    :SupprCombatResume.Resultat,
                    :SupprCombatResume.Etage, :SupprCombatResume.Nb)
           end-exec.
           Move "InsererCombatResume" to ParagrapheEchec.
           perform ControlerInsertion.

       InsererQuete.
           exec sql
               insert into quetepersonnage
                   (Personnage, Quete, Progression, Terminee, DateFin)
               values
                   (:SupprEntete.Nom, :SupprQuete.Quete,
                    :SupprQuete.Progression, :SupprQuete.Terminee,
                    convert(datetime, nullif(:SupprQuete.DateFin, ''),
                            121))
           end-exec.
           Move "InsererQuete" to ParagrapheEchec.
           perform ControlerInsertion.

      *    Meme regle pour le grand livre de l'or : une journee deja
      *    consolidee recoit le mouvement dans son resume.
       InsererMouvement.
           Move DateHeure of SupprMouvement(1:10) to JourRestaure.
           Move 1 to NbDetailJour.
           if (JourRestaure < JourLimite) then
               exec sql
                   select count(*)
                   into :NbDetailJour
                   from mouvementor
                   where convert(varchar(10), DateHeure, 120)
                         = :JourRestaure
               end-exec
               if (sqlcode not = 0) then
                   Move 1 to NbDetailJour
                   Move "InsererMouvement" to ParagrapheEchec
                   perform ControlerInsertion
               end-if
           end-if.
           if (ErreurRencontree = 0) then
               if (NbDetailJour = 0) then
                   perform ConsoliderMouvement
               else
                   perform InsererMouvementDetail
               end-if
           end-if.

       ConsoliderMouvement.
           exec sql
               update top (1) mouvementorresume
               set MontantTotal =
                       MontantTotal + :SupprMouvement.Montant,
                   Nb = Nb + 1
               where Personnage = :SupprEntete.Nom
                 and Jour = convert(date, :JourRestaure, 120)
                 and Sens = :SupprMouvement.Sens
                 and Motif = :SupprMouvement.Motif
           end-exec.
           if (sqlcode = 100) then
               exec sql
                   insert into mouvementorresume
                       (Personnage, Jour, Sens, Motif, MontantTotal, Nb)
                   values
                       (:SupprEntete.Nom,
                        convert(date, :JourRestaure, 120),
                        :SupprMouvement.Sens, :SupprMouvement.Motif,
                        :SupprMouvement.Montant, 1)
               end-exec
           end-if.
           Move "ConsoliderMouvement" to ParagrapheEchec.
           perform ControlerInsertion.

       InsererMouvementDetail.
           exec sql
               insert into mouvementor
                   (Personnage, Montant, Sens, Motif, DetailMotif,
                    DateHeure)
               values
                   (:SupprEntete.Nom, :SupprMouvement.Montant,
                    :SupprMouvement.Sens, :SupprMouvement.Motif,
                    :SupprMouvement.DetailMotif,
                    convert(datetime, :SupprMouvement.DateHeure, 121))
           end-exec.
           Move "InsererMouvementDetail" to ParagrapheEchec.
           perform ControlerInsertion.

       InsererMouvementResume.
           exec sql
               insert into mouvementorresume
                   (Personnage, Jour, Sens, Motif, MontantTotal, Nb)
               values
                   (:SupprEntete.Nom,
                    convert(date, :SupprMouvementResume.Jour, 120),
                    :SupprMouvementResume.Sens,
                    :SupprMouvementResume.Motif,
                    :SupprMouvementResume.MontantTotal,
                    :SupprMouvementResume.Nb)
           end-exec.
           Move "InsererMouvementResume" to ParagrapheEchec.
           perform ControlerInsertion.

       InsererSucces.
           exec sql
               insert into succespersonnage
                   (Personnage, Succes, DateHeure)
               values
                   (:SupprEntete.Nom, :SupprSucces.Succes,
                    convert(datetime, :SupprSucces.DateHeure, 121))
           end-exec.
           Move "InsererSucces" to ParagrapheEchec.
           perform ControlerInsertion.

       InsererMateriau.
           exec sql
               insert into materiaupersonnage
                   (Personnage, Materiau, Quantite)
               values
                   (:SupprEntete.Nom, :SupprMateriau.Materiau,
                    :SupprMateriau.Quantite)
           end-exec.
           Move "InsererMateriau" to ParagrapheEchec.
           perform ControlerInsertion.

      *    Les annonces reprennent leur date de mise en vente : une
      *    annonce echue entre-temps sera rendue au prochain chargement.
       InsererAnnonce.
           exec sql
               insert into marche
                   (Vendeur, Objet, Quantite, NiveauForge, Prix,
                    DateMiseEnVente, Statut, Acheteur, DateCloture,
                    Encaisse)
               values
                   (:SupprEntete.Nom, :SupprAnnonce.Objet,
                    :SupprAnnonce.Quantite, :SupprAnnonce.NiveauForge,
                    :SupprAnnonce.Prix,
                    convert(datetime, :SupprAnnonce.DateMiseEnVente,
                            121),
                    :SupprAnnonce.Statut, :SupprAnnonce.Acheteur,
                    convert(datetime,
                            nullif(:SupprAnnonce.DateCloture, ''), 121),
                    :SupprAnnonce.Encaisse)
           end-exec.
           Move "InsererAnnonce" to ParagrapheEchec.
           perform ControlerInsertion.

      *    Une recompense de saison encore en attente le reste : elle
      *    sera encaissee au prochain chargement du personnage.
       InsererSaison.
           exec sql
               insert into saisonclassement
                   (NumSaison, Rang, Personnage, Victoires, EtageMax,
                    DuelsGagnes, RecompenseOr, RecompenseXp, Versee,
                    DateVersement)
               values
                   (:SupprSaison.NumSaison, :SupprSaison.Rang,
                    :SupprEntete.Nom, :SupprSaison.Victoires,
                    :SupprSaison.EtageMax, :SupprSaison.DuelsGagnes,
                    :SupprSaison.RecompenseOr,
                    :SupprSaison.RecompenseXp, :SupprSaison.Versee,
                    convert(datetime,
                            nullif(:SupprSaison.DateVersement, ''),
                            121))
           end-exec.
           Move "InsererSaison" to ParagrapheEchec.
           perform ControlerInsertion.

      *    Le personnage retrouve sa guilde, qui subsiste apres le depart
      *    de ses membres.
       InsererGuilde.
           exec sql
               insert into membreguilde
                   (Personnage, Guilde, DateAdhesion)
               values
                   (:SupprEntete.Nom, :SupprGuilde.NomGuilde,
                    convert(datetime, :SupprGuilde.DateAdhesion, 121))
           end-exec.
           Move "InsererGuilde" to ParagrapheEchec.
           perform ControlerInsertion.

       ControlerInsertion.
           if (sqlcode not = 0) then
               DISPLAY "Echec d insertion (" ParagrapheEchec ") : "
                   sqlcode
               Move ParagrapheEchec to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.

       RPGRecup-fin.
           Move "RPGRecup-fin" to ExploitParagraphe.
           perform JournaliserExploitation.
           exec sql
               Disconnect
           end-exec.
      *    Code retour : 0 personnage restaure, 8 archive refusee ou
      *    restauration annulee.
           if (ErreurRencontree = 1) then
               Move 8 to return-code
           else
               Move 0 to return-code
           end-if.
           stop run.

      *    ****************************************************************
      *    Ajoute l'evenement au journal d'exploitation partage :
      *    horodatage, programme, paragraphe pose par l'appelant, sqlcode
      *    du moment et detail (personnage de l'archive). Le fichier est
      *    cree au premier evenement. Un journal inaccessible ne doit pas
      *    faire echouer le traitement lui-meme.
      *    ****************************************************************

       JournaliserExploitation.
           Move sqlcode to ExploitSqlcode.
           accept ExploitDate from date yyyymmdd.
           accept ExploitHeure from time.
           Move DetailRecup to ExploitDetail.
           open extend FichierExploitation.
           if (ExploitStatut = "35") then
               open output FichierExploitation
           end-if.
           if (ExploitStatut = "00") then
               write LigneExploitation from EnregExploitation
               close FichierExploitation
           end-if.

       end program RPGRecup.
