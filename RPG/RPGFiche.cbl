       program-id. RPGFiche as "RPG.RPGFiche".

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
      *    Fichier d'impression des fiches, pose a cote de l'executable :
      *    une fiche par personnage, chacune commencant sur une nouvelle
      *    page.
           select FichierFiche assign to "FICHEPERSO.LST"
               organization is line sequential
               file status is FicheStatut.
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

       FD FichierFiche.
       01 LigneFiche PIC X(80).

       FD FichierExploitation.
       01 LigneExploitation PIC X(100).

       working-storage section.

       77 CfgStatut pic xx.
       77 FicheStatut pic xx.
       77 ExploitStatut pic xx.

      *    ****************************************************************
      *    Evenement d'exploitation : horodatage, programme, paragraphe,
      *    sqlcode et detail (fiches imprimees). L'ordonnanceur nocturne
      *    y voit ce que chaque passage a fait ou pourquoi il a echoue.
      *    ****************************************************************
       01 EnregExploitation.
         05 ExploitDate PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitHeure PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitProgramme PIC X(10) VALUE "RPGFiche".
         05 FILLER PIC X VALUE SPACE.
         05 ExploitParagraphe PIC X(25).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitSqlcode PIC -9(9).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitDetail PIC X(30).

       01 DetailFiches.
         05 FILLER PIC X(7) VALUE "Fiches ".
         05 DetailNbFiches PIC 9(5).

      *    Au moins un echec rencontre sur ce passage : le code retour
      *    final le distingue d'un passage sans fiche a imprimer.
       77 ErreurRencontree pic 9 value 0.
       77 FichierOuvert pic 9 value 0.

      *    Ligne de commande : un nom de personnage (imprime meme s'il
      *    est archive), ou rien pour tous les personnages non archives.
       77 ParametreLancement pic x(80).
       77 NomDemande pic x(20) value spaces.

      *    Point de reprise du balayage des personnages, dans l'ordre
      *    des noms : aucun cursor ne reste ouvert pendant qu'une fiche
      *    ouvre les siens.
       77 DernierNom pic x(20) value spaces.
       77 FinBalayage pic 9 value 0.
       77 FinListe pic 9.

       77 NbFiches pic 9(5) value 0.
       77 NbLignesSection pic 9(5).

      *    ****************************************************************
      *    Mise en page : LignesParPage lignes par page, en-tete repete
      *    en haut de chaque page d'une fiche qui deborde, titre de
      *    rubrique jamais laisse seul en bas de page.
      *    ****************************************************************
       77 LignesParPage pic 99 value 60.
       77 NbLignesPage pic 99 value 0.
       77 NumPage pic 9(4) value 0.
       77 LignesRestantes pic 99.
       77 LigneEdition pic x(80).

       01 DateEdition.
         05 AnneeEdition PIC 9(4).
         05 MoisEdition PIC 99.
         05 JourEdition PIC 99.

      *    Personnage dont la fiche est en cours d'impression.
       01 FichePersonnage.
         05 Nom PIC X(20).
         05 Classe PIC X(10).
         05 Niveau PIC 99.
         05 Xp PIC 999.
         05 Pv PIC S999.
         05 PvMax PIC S999.
         05 Defense PIC 99.
         05 PiecesOr PIC 9999.
         05 Archive PIC 9.
         05 Titre PIC X(20).
         05 EtageDonjon PIC 99.

       01 FicheInventaire.
         05 Objet PIC X(20).
         05 TypeObjet PIC X(6).
         05 Quantite PIC 9(5).
         05 Equipe PIC 9.
         05 NiveauForge PIC 99.

       01 FicheMateriau.
         05 Materiau PIC X(20).
         05 Quantite PIC 9(5).

       01 FicheQuete.
         05 CodeQuete PIC X(10).
         05 Libelle PIC X(50).
         05 Progression PIC 9(5).
         05 NbRequis PIC 9(5).
         05 Terminee PIC 9.
         05 DateFin PIC X(10).

       01 FicheSucces.
         05 CodeSucces PIC X(10).
         05 Libelle PIC X(50).
         05 DateObtention PIC X(10).

       01 FicheCombat.
         05 Resultat PIC X(10).
         05 Nb PIC 9(9).

       01 FicheOr.
         05 Motif PIC X(10).
         05 Sens PIC X(6).
         05 Nb PIC 9(9).
         05 MontantTotal PIC 9(9).

       77 TotalGagnes pic 9(9).
       77 TotalPerdus pic 9(9).
       77 TotalCredits pic 9(9).
       77 TotalDebits pic 9(9).

      *    ****************************************************************
      *    Dessins des lignes imprimees (80 colonnes).
      *    ****************************************************************
       01 EnteteFiche.
         05 FILLER PIC X(17) VALUE "FICHE PERSONNAGE ".
         05 EnteteNom PIC X(20).
         05 FILLER PIC X(10) VALUE " Edite le ".
         05 EnteteJour PIC 99.
         05 FILLER PIC X VALUE "/".
         05 EnteteMois PIC 99.
         05 FILLER PIC X VALUE "/".
         05 EnteteAnnee PIC 9(4).
         05 FILLER PIC X(12) VALUE "      Page ".
         05 EntetePage PIC ZZZ9.

       01 LigneSeparation.
         05 FILLER PIC X(78) VALUE ALL "-".

       01 LigneTitreRubrique.
         05 FILLER PIC X(2) VALUE "* ".
         05 TitreRubrique PIC X(40).

       01 LigneAucun.
         05 FILLER PIC X(11) VALUE "    (aucun)".

       01 LigneLectureImpossible.
         05 FILLER PIC X(24) VALUE "    (lecture impossible)".

       01 LigneIdentite1.
         05 FILLER PIC X(14) VALUE "    Nom     : ".
         05 IdentNom PIC X(20).
         05 FILLER PIC X(14) VALUE "    Titre   : ".
         05 IdentTitre PIC X(20).

       01 LigneIdentite2.
         05 FILLER PIC X(14) VALUE "    Classe  : ".
         05 IdentClasse PIC X(10).
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(14) VALUE "    Niveau  : ".
         05 IdentNiveau PIC Z9.
         05 FILLER PIC X(10) VALUE "     Xp : ".
         05 IdentXp PIC ZZ9.

       01 LigneIdentite3.
         05 FILLER PIC X(14) VALUE "    Pv      : ".
         05 IdentPv PIC -ZZ9.
         05 FILLER PIC X(3) VALUE " / ".
         05 IdentPvMax PIC ZZ9.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(14) VALUE "    Defense : ".
         05 IdentDefense PIC Z9.

       01 LigneIdentite4.
         05 FILLER PIC X(14) VALUE "    Etage   : ".
         05 IdentEtage PIC Z9.
         05 FILLER PIC X(18) VALUE SPACES.
         05 FILLER PIC X(14) VALUE "    Or      : ".
         05 IdentOr PIC ZZZ9.

       01 LigneArchive.
         05 FILLER PIC X(30) VALUE "    *** PERSONNAGE ARCHIVE ***".

       01 EnteteInventaire.
         05 FILLER PIC X(30) VALUE "    Objet                Type ".
         05 FILLER PIC X(30) VALUE "      Qte  Forge  Equipe".

       01 LigneInventaire.
         05 FILLER PIC X(4) VALUE SPACES.
         05 InvObjet PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 InvType PIC X(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 InvQuantite PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 InvForge PIC +Z9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 InvEquipe PIC X(6).

       01 EnteteMateriaux.
         05 FILLER PIC X(30) VALUE "    Materiau               Qte".

       01 LigneMateriau.
         05 FILLER PIC X(4) VALUE SPACES.
         05 MatNom PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 MatQuantite PIC ZZZZ9.

       01 EnteteQuetes.
         05 FILLER PIC X(30) VALUE "    Quete      Libelle        ".
         05 FILLER PIC X(30) VALUE "                  Avancement  ".
         05 FILLER PIC X(6) VALUE "Etat".

       01 LigneQuete.
         05 FILLER PIC X(4) VALUE SPACES.
         05 QueCode PIC X(10).
         05 FILLER PIC X VALUE SPACE.
         05 QueLibelle PIC X(30).
         05 FILLER PIC X VALUE SPACE.
         05 QueProgression PIC ZZZZ9.
         05 FILLER PIC X(3) VALUE " / ".
         05 QueNbRequis PIC ZZZZ9.
         05 FILLER PIC X VALUE SPACE.
         05 QueEtat PIC X(19).

       01 EtatQuete.
         05 FILLER PIC X(9) VALUE "TERMINEE ".
         05 EtatDateFin PIC X(10).

       01 EnteteSucces.
         05 FILLER PIC X(30) VALUE "    Succes     Libelle        ".
         05 FILLER PIC X(30) VALUE "                          Obte".
         05 FILLER PIC X(6) VALUE "nu le".

       01 LigneSucces.
         05 FILLER PIC X(4) VALUE SPACES.
         05 SucCode PIC X(10).
         05 FILLER PIC X VALUE SPACE.
         05 SucLibelle PIC X(40).
         05 FILLER PIC X VALUE SPACE.
         05 SucDate PIC X(10).

       01 LigneCombat.
         05 FILLER PIC X(4) VALUE SPACES.
         05 CbtLibelle PIC X(20).
         05 CbtNb PIC ZZZZZZZZ9.

       01 LigneBilanCombat.
         05 FILLER PIC X(14) VALUE "    Carriere :".
         05 BilGagnes PIC ZZZZZZZZ9.
         05 FILLER PIC X(12) VALUE " gagne(s), ".
         05 BilPerdus PIC ZZZZZZZZ9.
         05 FILLER PIC X(10) VALUE " perdu(s)".

       01 EnteteOr.
         05 FILLER PIC X(30) VALUE "    Motif      Sens         Mo".
         05 FILLER PIC X(30) VALUE "uvements     Montant".

       01 LigneOr.
         05 FILLER PIC X(4) VALUE SPACES.
         05 OrMotif PIC X(10).
         05 FILLER PIC X VALUE SPACE.
         05 OrSens PIC X(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 OrNb PIC ZZZZZZZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 OrMontant PIC ZZZZZZZZ9.

       01 LigneTotalOr.
         05 FILLER PIC X(14) VALUE "    Credits : ".
         05 TotCredits PIC ZZZZZZZZ9.
         05 FILLER PIC X(12) VALUE "  Debits : ".
         05 TotDebits PIC ZZZZZZZZ9.
         05 FILLER PIC X(12) VALUE "  Solde : ".
         05 TotSolde PIC -ZZZZZZZZ9.

       77 SoldeCalcule pic s9(9).

       77 CNXDB STRING.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       procedure division.

      *********************************************************
      ***** Impression des fiches de personnage ***************
      *********************************************************
      *    Le dossier complet d'un personnage sur papier : identite,
      *    inventaire, materiaux, quetes, succes, bilan de carriere des
      *    combats et mouvements d'or par motif. Une fiche par
      *    personnage, chacune sur une nouvelle page.
       RPGFiche-Programme.
           perform RPGFiche-init.
           perform RPGFiche-trt Until FinBalayage = 1.
           perform RPGFiche-fin.

       RPGFiche-init.
           perform LireConfigConnexion.
           exec sql
               Connect using :CNXDB
           end-exec.
           if (sqlcode not equal 0) then
               DISPLAY "Connexion a la base de donnees impossible"
               Move "RPGFiche-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.
           perform LireParametresLancement.
           accept DateEdition from date yyyymmdd.
           Move JourEdition to EnteteJour.
           Move MoisEdition to EnteteMois.
           Move AnneeEdition to EnteteAnnee.
           open output FichierFiche.
           if (FicheStatut not = "00") then
               DISPLAY "Ouverture du fichier des fiches impossible : "
                   FicheStatut
               Move "RPGFiche-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
               Move 1 to FinBalayage
           else
               Move 1 to FichierOuvert
           end-if.

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

       LireParametresLancement.
           Move spaces to ParametreLancement.
           accept ParametreLancement from command-line.
           Move ParametreLancement to NomDemande.
           if (NomDemande = spaces) then
               DISPLAY "Fiches de tous les personnages non archives"
           else
               DISPLAY "Fiche du personnage " NomDemande
           end-if.

      *    ****************************************************************
      *    Une iteration = le personnage suivant dans l'ordre des noms :
      *    le personnage demande (meme archive), ou a defaut chaque
      *    personnage non archive. Plus de personnage : fin du balayage.
      *    ****************************************************************

       RPGFiche-trt.
           exec sql
               select top 1 Nom, Classe, Niveau, Xp, Pv, PvMax,
                      Defense, PiecesOr, Archive, Titre, EtageDonjon
               into :FichePersonnage.Nom, :FichePersonnage.Classe,
                    :FichePersonnage.Niveau, :FichePersonnage.Xp,
                    :FichePersonnage.Pv, :FichePersonnage.PvMax,
                    :FichePersonnage.Defense, :FichePersonnage.PiecesOr,
                    :FichePersonnage.Archive, :FichePersonnage.Titre,
                    :FichePersonnage.EtageDonjon
               from personnage
               where Nom > :DernierNom
                 and ((:NomDemande = '' and Archive = 0)
                      or Nom = :NomDemande)
               order by Nom
           end-exec.
           if (sqlcode = 0) then
               Move Nom of FichePersonnage to DernierNom
               perform ImprimerFiche
           else
               Move 1 to FinBalayage
               if (sqlcode not = 100) then
                   DISPLAY "Lecture des personnages impossible"
                   Move "RPGFiche-trt" to ExploitParagraphe
                   perform JournaliserExploitation
                   Move 1 to ErreurRencontree
               else
                   if (NbFiches = 0) then
                       DISPLAY "Aucun personnage a imprimer"
                   end-if
               end-if
           end-if.

       ImprimerFiche.
           add 1 to NbFiches.
           Move 0 to NumPage.
           perform EcrireEnteteFiche.
           perform ImprimerIdentite.
           perform ImprimerInventaire.
           perform ImprimerMateriaux.
           perform ImprimerQuetes.
           perform ImprimerSucces.
           perform ImprimerCombats.
           perform ImprimerMouvementsOr.
           DISPLAY "Fiche imprimee : " Nom of FichePersonnage.

      *    ****************************************************************
      *    Mise en page. Chaque fiche et chaque page de suite commencent
      *    par l'en-tete ; une ligne qui ne tient plus sur la page en
      *    ouvre une nouvelle.
      *    ****************************************************************

       EcrireEnteteFiche.
           add 1 to NumPage.
           Move Nom of FichePersonnage to EnteteNom.
           Move NumPage to EntetePage.
           write LigneFiche from EnteteFiche after advancing page.
           write LigneFiche from LigneSeparation after advancing 1 line.
           Move 2 to NbLignesPage.

       EcrireLigneFiche.
           if (NbLignesPage >= LignesParPage) then
               perform EcrireEnteteFiche
           end-if.
           write LigneFiche from LigneEdition after advancing 1 line.
           add 1 to NbLignesPage.

      *    Titre de rubrique precede d'une ligne blanche ; s'il ne reste
      *    pas la place du titre et de deux lignes, il passe a la page
      *    suivante avec elles.
       EcrireTitreRubrique.
           compute LignesRestantes = LignesParPage - NbLignesPage.
           if (LignesRestantes < 4) then
               perform EcrireEnteteFiche
           end-if.
           Move spaces to LigneEdition.
           perform EcrireLigneFiche.
           Move LigneTitreRubrique to LigneEdition.
           perform EcrireLigneFiche.

      *    ****************************************************************
      *    Identite : les caracteristiques de la table personnage.
      *    ****************************************************************

       ImprimerIdentite.
           Move "Identite" to TitreRubrique.
           perform EcrireTitreRubrique.
           Move Nom of FichePersonnage to IdentNom.
           Move Titre of FichePersonnage to IdentTitre.
           Move LigneIdentite1 to LigneEdition.
           perform EcrireLigneFiche.
           Move Classe of FichePersonnage to IdentClasse.
           Move Niveau of FichePersonnage to IdentNiveau.
           Move Xp of FichePersonnage to IdentXp.
           Move LigneIdentite2 to LigneEdition.
           perform EcrireLigneFiche.
           Move Pv of FichePersonnage to IdentPv.
           Move PvMax of FichePersonnage to IdentPvMax.
           Move Defense of FichePersonnage to IdentDefense.
           Move LigneIdentite3 to LigneEdition.
           perform EcrireLigneFiche.
           Move EtageDonjon of FichePersonnage to IdentEtage.
           Move PiecesOr of FichePersonnage to IdentOr.
           Move LigneIdentite4 to LigneEdition.
           perform EcrireLigneFiche.
           if (Archive of FichePersonnage = 1) then
               Move LigneArchive to LigneEdition
               perform EcrireLigneFiche
           end-if.

      *    ****************************************************************
      *    Inventaire : objets possedes, equipement porte et niveau de
      *    forge. Un objet retire du catalogue garde sa ligne, sans type.
      *    ****************************************************************

       ImprimerInventaire.
           Move "Inventaire" to TitreRubrique.
           perform EcrireTitreRubrique.
           Move EnteteInventaire to LigneEdition.
           perform EcrireLigneFiche.
           Move 0 to NbLignesSection.
           exec sql
               declare CurFicheInventaire cursor for
               select i.Objet, isnull(o.Type, ''), i.Quantite,
                      i.Equipe, i.NiveauForge
               from inventaire i
               left join objet o on o.Nom = i.Objet
               where i.Personnage = :FichePersonnage.Nom
               order by i.Equipe desc, i.Objet
           end-exec.
           exec sql
               open CurFicheInventaire
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform EcrireLigneInventaire Until FinListe = 1
               exec sql
                   close CurFicheInventaire
               end-exec
               if (NbLignesSection = 0) then
                   Move LigneAucun to LigneEdition
                   perform EcrireLigneFiche
               end-if
           else
               Move "ImprimerInventaire" to ExploitParagraphe
               perform SignalerLectureImpossible
           end-if.

       EcrireLigneInventaire.
           exec sql
               fetch CurFicheInventaire into :FicheInventaire.Objet,
                     :FicheInventaire.TypeObjet,
                     :FicheInventaire.Quantite,
                     :FicheInventaire.Equipe,
                     :FicheInventaire.NiveauForge
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListe
           else
               Move Objet of FicheInventaire to InvObjet
               Move TypeObjet of FicheInventaire to InvType
               Move Quantite of FicheInventaire to InvQuantite
               Move NiveauForge of FicheInventaire to InvForge
               if (Equipe of FicheInventaire = 1) then
                   Move "EQUIPE" to InvEquipe
               else
                   Move spaces to InvEquipe
               end-if
               Move LigneInventaire to LigneEdition
               perform EcrireLigneFiche
               add 1 to NbLignesSection
           end-if.

      *    ****************************************************************
      *    Materiaux de forge en stock.
      *    ****************************************************************

       ImprimerMateriaux.
           Move "Materiaux" to TitreRubrique.
           perform EcrireTitreRubrique.
           Move EnteteMateriaux to LigneEdition.
           perform EcrireLigneFiche.
           Move 0 to NbLignesSection.
           exec sql
               declare CurFicheMateriau cursor for
               select Materiau, Quantite
               from materiaupersonnage
               where Personnage = :FichePersonnage.Nom
                 and Quantite > 0
               order by Materiau
           end-exec.
           exec sql
               open CurFicheMateriau
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform EcrireLigneMateriau Until FinListe = 1
               exec sql
                   close CurFicheMateriau
               end-exec
               if (NbLignesSection = 0) then
                   Move LigneAucun to LigneEdition
                   perform EcrireLigneFiche
               end-if
           else
               Move "ImprimerMateriaux" to ExploitParagraphe
               perform SignalerLectureImpossible
           end-if.

       EcrireLigneMateriau.
           exec sql
               fetch CurFicheMateriau into :FicheMateriau.Materiau,
                     :FicheMateriau.Quantite
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListe
           else
               Move Materiau of FicheMateriau to MatNom
               Move Quantite of FicheMateriau to MatQuantite
               Move LigneMateriau to LigneEdition
               perform EcrireLigneFiche
               add 1 to NbLignesSection
           end-if.

      *    ****************************************************************
      *    Quetes : tout le catalogue, avec l'avancement du personnage ;
      *    une quete pas encore inscrite pour lui apparait a zero.
      *    ****************************************************************

       ImprimerQuetes.
           Move "Quetes" to TitreRubrique.
           perform EcrireTitreRubrique.
           Move EnteteQuetes to LigneEdition.
           perform EcrireLigneFiche.
           Move 0 to NbLignesSection.
           exec sql
               declare CurFicheQuete cursor for
               select q.Code, q.Libelle, isnull(qp.Progression, 0),
                      q.NbRequis, isnull(qp.Terminee, 0),
                      isnull(convert(varchar(10), qp.DateFin, 103), '')
               from quete q
               left join quetepersonnage qp
                 on qp.Quete = q.Code
                and qp.Personnage = :FichePersonnage.Nom
               order by q.Code
           end-exec.
           exec sql
               open CurFicheQuete
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform EcrireLigneQuete Until FinListe = 1
               exec sql
                   close CurFicheQuete
               end-exec
               if (NbLignesSection = 0) then
                   Move LigneAucun to LigneEdition
                   perform EcrireLigneFiche
               end-if
           else
               Move "ImprimerQuetes" to ExploitParagraphe
               perform SignalerLectureImpossible
           end-if.

       EcrireLigneQuete.
           exec sql
               fetch CurFicheQuete into :FicheQuete.CodeQuete,
                     :FicheQuete.Libelle, :FicheQuete.Progression,
                     :FicheQuete.NbRequis, :FicheQuete.Terminee,
                     :FicheQuete.DateFin
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListe
           else
               Move CodeQuete of FicheQuete to QueCode
               Move Libelle of FicheQuete to QueLibelle
               Move Progression of FicheQuete to QueProgression
               Move NbRequis of FicheQuete to QueNbRequis
               if (Terminee of FicheQuete = 1) then
                   Move DateFin of FicheQuete to EtatDateFin
                   Move EtatQuete to QueEtat
               else
                   Move "EN COURS" to QueEtat
               end-if
               Move LigneQuete to LigneEdition
               perform EcrireLigneFiche
               add 1 to NbLignesSection
           end-if.

      *    ****************************************************************
      *    Succes obtenus, dans l'ordre ou ils l'ont ete.
      *    ****************************************************************

       ImprimerSucces.
           Move "Succes" to TitreRubrique.
           perform EcrireTitreRubrique.
           Move EnteteSucces to LigneEdition.
           perform EcrireLigneFiche.
           Move 0 to NbLignesSection.
           exec sql
               declare CurFicheSucces cursor for
               select sp.Succes, isnull(s.Libelle, ''),
                      convert(varchar(10), sp.DateHeure, 103)
               from succespersonnage sp
               left join succes s on s.Code = sp.Succes
               where sp.Personnage = :FichePersonnage.Nom
               order by sp.DateHeure, sp.Succes
           end-exec.
           exec sql
               open CurFicheSucces
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform EcrireLigneSucces Until FinListe = 1
               exec sql
                   close CurFicheSucces
               end-exec
               if (NbLignesSection = 0) then
                   Move LigneAucun to LigneEdition
                   perform EcrireLigneFiche
               end-if
           else
               Move "ImprimerSucces" to ExploitParagraphe
               perform SignalerLectureImpossible
           end-if.

       EcrireLigneSucces.
           exec sql
               fetch CurFicheSucces into :FicheSucces.CodeSucces,
                     :FicheSucces.Libelle, :FicheSucces.DateObtention
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListe
           else
               Move CodeSucces of FicheSucces to SucCode
               Move Libelle of FicheSucces to SucLibelle
               Move DateObtention of FicheSucces to SucDate
               Move LigneSucces to LigneEdition
               perform EcrireLigneFiche
               add 1 to NbLignesSection
           end-if.

      *    ****************************************************************
      *    Bilan de carriere : chaque issue de combat compte le journal
      *    vivant et son resume consolide, comme le rattrapage des
      *    succes ; victoires et duels gagnes d'un cote, defaites et
      *    duels perdus de l'autre.
      *    ****************************************************************

       ImprimerCombats.
           Move "Combats" to TitreRubrique.
           perform EcrireTitreRubrique.
           Move 0 to NbLignesSection.
           Move 0 to TotalGagnes.
           Move 0 to TotalPerdus.
           exec sql
               declare CurFicheCombat cursor for
               select t.Resultat, sum(t.Nb)
               from (select Resultat, count(*) as Nb
                     from combatlog
                     where Personnage = :FichePersonnage.Nom
                     group by Resultat
                     union all
                     select Resultat, sum(Nb)
                     from combatlogresume
                     where Personnage = :FichePersonnage.Nom
                     group by Resultat) t
               group by t.Resultat
               order by t.Resultat
           end-exec.
           exec sql
               open CurFicheCombat
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform EcrireLigneCombat Until FinListe = 1
               exec sql
                   close CurFicheCombat
               end-exec
               if (NbLignesSection = 0) then
                   Move LigneAucun to LigneEdition
                   perform EcrireLigneFiche
               else
                   Move TotalGagnes to BilGagnes
                   Move TotalPerdus to BilPerdus
                   Move LigneBilanCombat to LigneEdition
                   perform EcrireLigneFiche
               end-if
           else
               Move "ImprimerCombats" to ExploitParagraphe
               perform SignalerLectureImpossible
           end-if.

       EcrireLigneCombat.
           exec sql
               fetch CurFicheCombat into :FicheCombat.Resultat,
                     :FicheCombat.Nb
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListe
           else
               evaluate Resultat of FicheCombat
                   when "VICTOIRE"
                       Move "Victoires" to CbtLibelle
                       add Nb of FicheCombat to TotalGagnes
                   when "DUELGAGNE"
                       Move "Duels gagnes" to CbtLibelle
                       add Nb of FicheCombat to TotalGagnes
                   when "DEFAITE"
                       Move "Defaites" to CbtLibelle
                       add Nb of FicheCombat to TotalPerdus
                   when "DUELPERDU"
                       Move "Duels perdus" to CbtLibelle
                       add Nb of FicheCombat to TotalPerdus
                   when "REUSSITE"
                       Move "Fuites reussies" to CbtLibelle
                   when "ECHEC"
                       Move "Fuites manquees" to CbtLibelle
                   when other
                       Move Resultat of FicheCombat to CbtLibelle
               end-evaluate
               Move Nb of FicheCombat to CbtNb
               Move LigneCombat to LigneEdition
               perform EcrireLigneFiche
               add 1 to NbLignesSection
           end-if.

      *    ****************************************************************
      *    Or : mouvements du registre regroupes par motif et par sens,
      *    registre vivant et resume consolide confondus, puis le solde
      *    qu'ils donnent face aux pieces portees.
      *    ****************************************************************

       ImprimerMouvementsOr.
           Move "Mouvements d'or" to TitreRubrique.
           perform EcrireTitreRubrique.
           Move EnteteOr to LigneEdition.
           perform EcrireLigneFiche.
           Move 0 to NbLignesSection.
           Move 0 to TotalCredits.
           Move 0 to TotalDebits.
           exec sql
               declare CurFicheOr cursor for
               select t.Motif, t.Sens, sum(t.Nb), sum(t.Montant)
               from (select Motif, Sens, count(*) as Nb,
                            sum(Montant) as Montant
                     from mouvementor
                     where Personnage = :FichePersonnage.Nom
                     group by Motif, Sens
                     union all
                     select Motif, Sens, sum(Nb), sum(MontantTotal)
                     from mouvementorresume
                     where Personnage = :FichePersonnage.Nom
                     group by Motif, Sens) t
               group by t.Motif, t.Sens
               order by t.Sens, t.Motif
           end-exec.
           exec sql
               open CurFicheOr
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform EcrireLigneOr Until FinListe = 1
               exec sql
                   close CurFicheOr
               end-exec
               if (NbLignesSection = 0) then
                   Move LigneAucun to LigneEdition
                   perform EcrireLigneFiche
               end-if
               Move TotalCredits to TotCredits
               Move TotalDebits to TotDebits
               compute SoldeCalcule = TotalCredits - TotalDebits
               Move SoldeCalcule to TotSolde
               Move LigneTotalOr to LigneEdition
               perform EcrireLigneFiche
           else
               Move "ImprimerMouvementsOr" to ExploitParagraphe
               perform SignalerLectureImpossible
           end-if.

       EcrireLigneOr.
           exec sql
               fetch CurFicheOr into :FicheOr.Motif, :FicheOr.Sens,
                     :FicheOr.Nb, :FicheOr.MontantTotal
           end-exec.
           if (sqlcode not = 0) then
               Move 1 to FinListe
           else
               if (Sens of FicheOr = "CREDIT") then
                   add MontantTotal of FicheOr to TotalCredits
               else
                   add MontantTotal of FicheOr to TotalDebits
               end-if
               Move Motif of FicheOr to OrMotif
               Move Sens of FicheOr to OrSens
               Move Nb of FicheOr to OrNb
               Move MontantTotal of FicheOr to OrMontant
               Move LigneOr to LigneEdition
               perform EcrireLigneFiche
               add 1 to NbLignesSection
           end-if.

      *    Une rubrique illisible est signalee sur la fiche et au
      *    journal ; la fiche continue avec les rubriques suivantes.
       SignalerLectureImpossible.
           perform JournaliserExploitation.
           Move 1 to ErreurRencontree.
           Move LigneLectureImpossible to LigneEdition.
           perform EcrireLigneFiche.

       RPGFiche-fin.
           if (FichierOuvert = 1) then
               close FichierFiche
           end-if.
           DISPLAY NbFiches " fiche(s) imprimee(s) dans FICHEPERSO.LST".
           Move "RPGFiche-fin" to ExploitParagraphe.
           perform JournaliserExploitation.
           exec sql
               Disconnect
           end-exec.
      *    Code retour : 0 des fiches imprimees, 4 aucun personnage a
      *    imprimer, 8 au moins un echec.
           if (ErreurRencontree = 1) then
               Move 8 to return-code
           else
               if (NbFiches = 0) then
                   Move 4 to return-code
               else
                   Move 0 to return-code
               end-if
           end-if.
           stop run.

      *    ****************************************************************
      *    Ajoute l'evenement au journal d'exploitation partage :
      *    horodatage, programme, paragraphe pose par l'appelant, sqlcode
      *    du moment et fiches imprimees. Le fichier est cree au premier
      *    evenement. Un journal inaccessible ne doit pas faire echouer
      *    le traitement lui-meme.
      *    ****************************************************************

       JournaliserExploitation.
           Move sqlcode to ExploitSqlcode.
           accept ExploitDate from date yyyymmdd.
           accept ExploitHeure from time.
           Move NbFiches to DetailNbFiches.
           Move DetailFiches to ExploitDetail.
           open extend FichierExploitation.
           if (ExploitStatut = "35") then
               open output FichierExploitation
           end-if.
           if (ExploitStatut = "00") then
               write LigneExploitation from EnregExploitation
               close FichierExploitation
           end-if.

       end program RPGFiche.
