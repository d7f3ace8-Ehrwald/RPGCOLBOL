           select FichierConfig assign to "RPGBDD.CFG"
               organization is line sequential
               file status is CfgStatut.
      *    Journal d'exploitation partage par les programmes du jeu,
      *    pose a cote des executables : publication planifiee et
      *    incidents de publication.
           select FichierExploitation assign to "RPGOPS.LOG"
               organization is line sequential
               file status is ExploitStatut.

       data division.

       FD FichierConfig.
       01 LigneConfig PIC X(200).

       FD FichierExploitation.
       01 LigneExploitation PIC X(100).

       working-storage section.

       77 CfgStatut pic xx.
       77 ExploitStatut pic xx.

       77 CNXDB STRING.
       77 NULLe pic 99999999.
      *    contre le gabarit de sa zone (comme ControlerValeurNumerique
      *    dans Program1) puis journalisee dans auditcontenu avec le nom
      *    de l'operateur, pour savoir qui a change quoi.
      *    Rien n'est plus ecrit directement dans les tables de reference :
      *    chaque modification devient une ligne du lot en cours de
      *    l'operateur (lotmodif / lotmodifligne), qu'un autre operateur
      *    approuve ou rejette ; un lot approuve est publie d'un bloc,
      *    aussitot ou a l'heure prevue par l'etape RPGAdmin PUBLIER de la
      *    chaine de nuit, et peut etre retabli a ses valeurs d'avant.
      *    ****************************************************************
       77 Operateur pic x(20).
       77 ChoixTable pic 9.
         05 Operation PIC X(10).
         05 Cle PIC X(30).
         05 DetailModif PIC X(100).
         05 NumLot PIC 9(6).

       01 DetailEnnemi.
         05 FILLER PIC X(3) VALUE "Pv ".
       77 NbExistants pic 999.
       77 FinListe pic 9.

      *    ****************************************************************
      *    Lancement : sans parametre, la console ; avec PUBLIER (etape
      *    de la chaine de nuit), aucune question, publication des lots
      *    approuves dont l'heure prevue est passee, puis arret avec un
      *    code retour : 0 au moins un lot publie, 4 rien de publie (rien
      *    d'echu ou lots en conflit), 8 erreur de base de donnees.
      *    ****************************************************************
       77 ParametreLancement pic x(80).
       77 ParamMot1 pic x(20).
       77 ModePublication pic 9 value 0.
       77 ErreurRencontree pic 9 value 0.
       77 NbLotsPublies pic 9(4) value 0.
       77 NbLotsEnConflit pic 9(4) value 0.

      *    Lots approuves echus, releves d'abord puis publies cursor
      *    ferme (la publication met a jour lotmodif).
       01 LotsPlanifies.
         05 LotPlanifie PIC 9(6) occurs 50 times.
       77 NbLotsPlanifies pic 99 value 0.
       77 IdxLot pic 99.

      *    ****************************************************************
      *    Evenement d'exploitation : horodatage, programme, paragraphe,
      *    sqlcode et detail (lot en cause, ou bilan de la publication
      *    planifiee).
      *    ****************************************************************
       01 EnregExploitation.
         05 ExploitDate PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitHeure PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitProgramme PIC X(10) VALUE "RPGAdmin".
         05 FILLER PIC X VALUE SPACE.
         05 ExploitParagraphe PIC X(25).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitSqlcode PIC -9(9).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitDetail PIC X(30).

       01 DetailLot.
         05 FILLER PIC X(4) VALUE "Lot ".
         05 DetailNumLot PIC 9(6).

       01 DetailPublication.
         05 FILLER PIC X(8) VALUE "Publies ".
         05 DetailPublies PIC 9(4).
         05 FILLER PIC X(10) VALUE " Conflits ".
         05 DetailConflits PIC 9(4).

      *    ****************************************************************
      *    Lot de modifications : un seul lot OUVERT par operateur, le
      *    lot en cours, ou vont toutes ses saisies jusqu'a ce qu'il le
      *    soumette ou l'abandonne.
      *    ****************************************************************
       01 LotModif.
         05 NumLot PIC 9(6).
         05 Auteur PIC X(20).
         05 Libelle PIC X(50).
         05 Statut PIC X(10).
         05 Approbateur PIC X(20).
         05 DatePrevue PIC X(16).
       77 LotEnCours pic 9(6) value 0.
       77 LotTrouve pic 9.
       77 NbLignesSaisies pic 999.
       77 MotifRejet pic x(60).

      *    Date et heure de publication d'un lot planifie, au format
      *    AAAAMMJJ HH:MM que SQL Server convertit sans ambiguite.
       01 DatePrevueSaisie.
         05 DatePrevueJour PIC X(8).
         05 FILLER PIC X VALUE SPACE.
         05 DatePrevueHeure PIC XX.
         05 FILLER PIC X VALUE ":".
         05 DatePrevueMinute PIC XX.
       77 SaisieHeure pic x(4).

       01 DetailPlanification.
         05 FILLER PIC X(22) VALUE "Publication prevue le ".
         05 DetailDatePrevue PIC X(14).

      *    Une ligne de lot : Operation AJOUT, MODIF ou SUPPR de la ligne
      *    Cle / Cle2 de TableCible, avec l'image des valeurs avant et
      *    apres (a blanc du cote ou la ligne n'existe pas).
       01 LigneLot.
         05 NumLigne PIC 999.
         05 TableCible PIC X(15).
         05 Operation PIC X(5).
         05 Cle PIC X(30).
         05 Cle2 PIC X(20).
         05 ValeurAvant PIC X(100).
         05 ValeurApres PIC X(100).

      *    Lignes du lot traite, relevees d'abord puis appliquees cursor
      *    ferme ; une suppression d'ennemi en ajoute a la publication
      *    (panoplie et materiaux supprimes avec lui).
       01 LignesLot.
         05 LigneLotTab PIC X(273) occurs 200 times.
       77 NbLignesLot pic 999.
       77 IdxLigne pic 999.
       77 NumLigneSuivante pic 999.
       77 NbLignesMax pic 999 value 50.

       01 OperationLot.
         05 FILLER PIC X(4) VALUE "LOT-".
         05 OperationLotCode PIC X(5).

       01 DetailLignesLot.
         05 FILLER PIC X(7) VALUE "Lignes ".
         05 DetailNbLignes PIC 999.

      *    ****************************************************************
      *    Image des valeurs d'une ligne de reference (hors cle) au
      *    dessin de sa table : c'est elle qui est rangee avant et apres
      *    dans lotmodifligne, puis comparee a la ligne vivante lors de
      *    la publication ou du retablissement. Pour un parametre,
      *    l'image est la valeur ; pour un materiau d'ennemi, elle est a
      *    blanc (seule la presence de la ligne compte).
      *    ****************************************************************
       01 ImageLigne.
         05 ImageValeurs PIC X(100).
         05 ImageEnnemi redefines ImageValeurs.
           10 ImgEnnPv PIC 999.
           10 ImgEnnNiveau PIC 99.
           10 ImgEnnXp PIC 999.
           10 ImgEnnDef PIC 99.
           10 ImgEnnOr PIC 999.
           10 FILLER PIC X(87).
         05 ImageAttaqueEnnemie redefines ImageValeurs.
           10 ImgAttEnnDegat PIC 99.
           10 ImgAttEnnEffet PIC X(10).
           10 FILLER PIC X(88).
         05 ImageAttaque redefines ImageValeurs.
           10 ImgAttDegat PIC 99.
           10 ImgAttClasse PIC X(10).
           10 FILLER PIC X(88).
         05 ImageObjet redefines ImageValeurs.
           10 ImgObjType PIC X(6).
           10 ImgObjDegat PIC 99.
           10 ImgObjDefense PIC 99.
           10 ImgObjPrix PIC 999.
           10 ImgObjEffet PIC X(10).
           10 ImgObjPuissance PIC 999.
           10 FILLER PIC X(74).
       77 NomMateriau pic x(20).

      *    Application d'une ligne : sens 1 publication (l'etat avant
      *    est attendu, l'etat apres est ecrit), sens 2 retablissement
      *    (l'inverse, l'operation etant inversee).
       77 SensApplication pic 9.
       77 OperationEcrite pic x(5).
       77 ImageAttendue pic x(100).
       77 ImageEcrite pic x(100).
       77 ImageCourante pic x(100).
       77 OperationCourante pic x(5).
       77 ExistenceAttendue pic 9.
       77 LigneTrouvee pic 9.
       77 LigneDansLot pic 9.
       77 ConflitLot pic 9.
       77 ErreurSql pic 9.

       01 DetailConflit.
         05 FILLER PIC X(6) VALUE "Ligne ".
         05 DetConflitLigne PIC 999.
         05 FILLER PIC X VALUE SPACE.
         05 DetConflitTable PIC X(15).
         05 FILLER PIC X VALUE SPACE.
         05 DetConflitCle PIC X(30).
         05 FILLER PIC X(3) VALUE " : ".
         05 DetConflitMotif PIC X(30).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      ***************************************************
       Admin-Programme.
           perform Admin-init.
           if (ModePublication = 1) then
               perform PublierLotsPlanifies
               perform RPGAdmin-fin
           end-if.
           perform Admin-trt Until ChoixTable = 0.
           perform Admin-fin.

       Admin-init.
           perform LireConfigConnexion.
           perform LireParametresLancement.
           exec sql
               Connect using :CNXDB
           end-exec.
           if (sqlcode not equal 0) then
               DISPLAY "Connexion a la base de donnees impossible"
               Move "Admin-init" to ExploitParagraphe
               Move spaces to ExploitDetail
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.
      *      gère les commits automatiqument.
             SET AUTOCOMMIT ON
           end-exec.
      *    L'operateur signe toutes ses modifications dans la piste
      *    d'audit : pas de nom, pas de console. La publication planifiee
      *    signe sous un nom reserve.
           if (ModePublication = 1) then
               Move "PLANIFICATION" to Operateur
           else
               Move spaces to Operateur
               perform SaisirOperateur Until Operateur not = spaces
               perform ChercherLotEnCours
           end-if.

       SaisirOperateur.
           DISPLAY "Votre nom d operateur (pour la piste d audit)".
               close FichierConfig
           end-if.

       LireParametresLancement.
           Move spaces to ParametreLancement.
           accept ParametreLancement from command-line.
           Move spaces to ParamMot1.
           unstring ParametreLancement delimited by all space
               into ParamMot1
           end-unstring.
           if (ParamMot1 = "PUBLIER" or ParamMot1 = "publier") then
               Move 1 to ModePublication
           end-if.

       Admin-trt.
           DISPLAY " Console maitre de jeu - " Operateur.
           if (LotEnCours > 0) then
               DISPLAY " Vos modifications vont dans le lot " LotEnCours
                   " (a soumettre pour approbation)"
           end-if.
           DISPLAY "- 1 - Ennemis".
           DISPLAY "- 2 - Attaques des ennemis".
           DISPLAY "- 3 - Attaques des classes".
           DISPLAY "- 4 - Objets".
           DISPLAY "- 5 - Parametres".
           DISPLAY "- 6 - Lots de modifications".
           DISPLAY "- 0 - Quitter".
           Move 0 to ChoixTable.
           ACCEPT ChoixTable.
                   perform GererObjets
               when 5
                   perform GererParametres
               when 6
                   perform GererLots
           end-evaluate.

       Admin-fin.
           end-exec.
           stop run.

      *    Fin de la publication planifiee : bilan au journal
      *    d'exploitation et code retour pour la chaine.
       RPGAdmin-fin.
           DISPLAY NbLotsPublies " lot(s) publie(s), " NbLotsEnConflit
               " lot(s) en conflit".
           Move NbLotsPublies to DetailPublies.
           Move NbLotsEnConflit to DetailConflits.
           Move DetailPublication to ExploitDetail.
           Move "RPGAdmin-fin" to ExploitParagraphe.
           perform JournaliserExploitation.
           exec sql
               Disconnect
           end-exec.
           if (ErreurRencontree = 1) then
               Move 8 to return-code
           else
               if (NbLotsPublies > 0) then
                   Move 0 to return-code
               else
                   Move 4 to return-code
               end-if
           end-if.
           stop run.

      *    ****************************************************************
      *    Journalise la modification qui vient d'aboutir : operateur,
      *    table, operation, cle et detail sont poses par l'appelant,
           exec sql
               insert into auditcontenu
                   (Operateur, TableCible, Operation, Cle, Detail,
                    DateHeure, NumLot)
               values
                   (:Operateur, :AuditContenu.TableCible,
                    :AuditContenu.Operation, :AuditContenu.Cle,
                    :AuditContenu.DetailModif, getdate(),
                    :AuditContenu.NumLot)
           end-exec.

      *    ****************************************************************
      *    Ajoute l'evenement au journal d'exploitation partage :
      *    horodatage, programme, paragraphe et detail poses par
      *    l'appelant, sqlcode du moment. Le fichier est cree au premier
      *    evenement. Un journal inaccessible ne doit pas faire echouer le
      *    traitement lui-meme.
      *    ****************************************************************

       JournaliserExploitation.
           Move sqlcode to ExploitSqlcode.
           accept ExploitDate from date yyyymmdd.
           accept ExploitHeure from time.
           open extend FichierExploitation.
           if (ExploitStatut = "35") then
               open output FichierExploitation
           end-if.
           if (ExploitStatut = "00") then
               write LigneExploitation from EnregExploitation
               close FichierExploitation
           end-if.

      *    ****************************************************************
      *    Saisie numerique bornee : l'appelant pose le libelle et les
      *    bornes, on redemande tant que la valeur n'y tient pas. Une
           Move Nom of Ennemi to Cle of AuditContenu.
           Move DetailEnnemi to DetailModif of AuditContenu.

      *    Cle de la ligne ennemi visee, pour le lot et les controles
      *    d'existence.
       CiblerEnnemi.
           Move "ennemi" to TableCible of LigneLot.
           Move Nom of Ennemi to Cle of LigneLot.
           Move spaces to Cle2 of LigneLot.

       ComposerImageEnnemi.
           Move spaces to ImageValeurs.
           Move Pv of Ennemi to ImgEnnPv.
           Move Niveau of Ennemi to ImgEnnNiveau.
           Move XpReward of Ennemi to ImgEnnXp.
           Move Defense of Ennemi to ImgEnnDef.
           Move GoldReward of Ennemi to ImgEnnOr.

       DecomposerImageEnnemi.
           Move ImgEnnPv to Pv of Ennemi.
           Move ImgEnnNiveau to Niveau of Ennemi.
           Move ImgEnnXp to XpReward of Ennemi.
           Move ImgEnnDef to Defense of Ennemi.
           Move ImgEnnOr to GoldReward of Ennemi.

       PreparerEnnemi.
           perform DetaillerEnnemi.
           perform ComposerImageEnnemi.
           Move ImageValeurs to ValeurApres of LigneLot.
           perform PreparerLigneLot.

       AjouterEnnemi.
           DISPLAY "Nom du nouvel ennemi".
           ACCEPT Nom of Ennemi.
           perform CiblerEnnemi.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants > 0) then
               DISPLAY "Cet ennemi existe deja (ou table injoignable)"
               ACCEPT NULLe
           else
               perform SaisirStatsEnnemi
               Move "AJOUT" to Operation of LigneLot
               perform PreparerEnnemi
               ACCEPT NULLe
           end-if.

       ModifierEnnemi.
           DISPLAY "Nom de l ennemi a modifier".
           ACCEPT Nom of Ennemi.
           perform CiblerEnnemi.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cet ennemi n existe pas"
               ACCEPT NULLe
           else
               perform SaisirStatsEnnemi
               Move "MODIF" to Operation of LigneLot
               perform PreparerEnnemi
               ACCEPT NULLe
           end-if.

      *    La panoplie d'attaques et les materiaux de l'ennemi partent
      *    avec lui : des lignes ennemiattaque ou ennemimateriau
      *    orphelines ne seraient plus jamais jouees ni gerables. Elles
      *    sont relevees a la publication (voir EcrireEnnemi), pas a la
      *    saisie : c'est l'etat du moment de la publication qui compte.

       SupprimerEnnemi.
           DISPLAY "Nom de l ennemi a supprimer".
           ACCEPT Nom of Ennemi.
           perform CiblerEnnemi.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cet ennemi n existe pas"
               ACCEPT NULLe
           else
               Move 0 to ChoixConfirmation
               ACCEPT ChoixConfirmation
               if (ChoixConfirmation = 1) then
                   Move "ennemi" to TableCible of AuditContenu
                   Move Nom of Ennemi to Cle of AuditContenu
                   Move spaces to DetailModif of AuditContenu
                   Move "SUPPR" to Operation of LigneLot
                   Move spaces to ValeurApres of LigneLot
                   perform PreparerLigneLot
                   ACCEPT NULLe
               end-if
           end-if.
           Move NomEnnemi of AttaqueEnnemie to Cle of AuditContenu.
           Move DetailAttaqueEnnemie to DetailModif of AuditContenu.

      *    Une attaque ne peut etre rattachee qu'a un ennemi qui existe
      *    (ou que le lot en cours ajoute) : une panoplie orpheline ne
      *    serait jamais chargee par ChargerAttaquesEnnemi.

       CiblerAttaqueEnnemi.
           Move "ennemiattaque" to TableCible of LigneLot.
           Move NomEnnemi of AttaqueEnnemie to Cle of LigneLot.
           Move Nom of AttaqueEnnemie to Cle2 of LigneLot.

       ComposerImageAttaqueEnnemi.
           Move spaces to ImageValeurs.
           Move Degat of AttaqueEnnemie to ImgAttEnnDegat.
           Move Effet of AttaqueEnnemie to ImgAttEnnEffet.

       DecomposerImageAttaqueEnnemi.
           Move ImgAttEnnDegat to Degat of AttaqueEnnemie.
           Move ImgAttEnnEffet to Effet of AttaqueEnnemie.

       PreparerAttaqueEnnemi.
           perform DetaillerAttaqueEnnemi.
           perform ComposerImageAttaqueEnnemi.
           Move ImageValeurs to ValeurApres of LigneLot.
           perform PreparerLigneLot.

       AjouterAttaqueEnnemi.
           DISPLAY "Nom de l ennemi".
           ACCEPT NomEnnemi of AttaqueEnnemie.
           Move NomEnnemi of AttaqueEnnemie to Nom of Ennemi.
           perform CiblerEnnemi.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cet ennemi n existe pas, creez le d abord"
               ACCEPT NULLe
           else
               DISPLAY "Nom de la nouvelle attaque"
               ACCEPT Nom of AttaqueEnnemie
               perform CiblerAttaqueEnnemi
               perform ControlerExistence
               if (ErreurSql = 0 and NbExistants > 0) then
                   DISPLAY "Cette attaque existe deja pour cet ennemi"
                   ACCEPT NULLe
               else
                   perform SaisirStatsAttaqueEnnemi
                   Move "AJOUT" to Operation of LigneLot
                   perform PreparerAttaqueEnnemi
                   ACCEPT NULLe
               end-if
           end-if.
           ACCEPT NomEnnemi of AttaqueEnnemie.
           DISPLAY "Nom de l attaque a modifier".
           ACCEPT Nom of AttaqueEnnemie.
           perform CiblerAttaqueEnnemi.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cette attaque n existe pas pour cet ennemi"
               ACCEPT NULLe
           else
               perform SaisirStatsAttaqueEnnemi
               Move "MODIF" to Operation of LigneLot
               perform PreparerAttaqueEnnemi
               ACCEPT NULLe
           end-if.

           ACCEPT NomEnnemi of AttaqueEnnemie.
           DISPLAY "Nom de l attaque a supprimer".
           ACCEPT Nom of AttaqueEnnemie.
           perform CiblerAttaqueEnnemi.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cette attaque n existe pas pour cet ennemi"
               ACCEPT NULLe
           else
               Move 0 to ChoixConfirmation
               ACCEPT ChoixConfirmation
               if (ChoixConfirmation = 1) then
                   perform DetaillerAttaqueEnnemi
                   Move "SUPPR" to Operation of LigneLot
                   Move spaces to ValeurApres of LigneLot
                   perform PreparerLigneLot
                   ACCEPT NULLe
               end-if
           end-if.
           Move Nom of Attaque to Cle of AuditContenu.
           Move DetailAttaque to DetailModif of AuditContenu.

       CiblerAttaque.
           Move "attaque" to TableCible of LigneLot.
           Move Nom of Attaque to Cle of LigneLot.
           Move spaces to Cle2 of LigneLot.

       ComposerImageAttaque.
           Move spaces to ImageValeurs.
           Move Degat of Attaque to ImgAttDegat.
           Move Classe of Attaque to ImgAttClasse.

       DecomposerImageAttaque.
           Move ImgAttDegat to Degat of Attaque.
           Move ImgAttClasse to Classe of Attaque.

       PreparerAttaque.
           perform DetaillerAttaque.
           perform ComposerImageAttaque.
           Move ImageValeurs to ValeurApres of LigneLot.
           perform PreparerLigneLot.

       AjouterAttaque.
           DISPLAY "Nom de la nouvelle attaque".
           ACCEPT Nom of Attaque.
           perform CiblerAttaque.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants > 0) then
               DISPLAY "Cette attaque existe deja (ou table injoignable)"
               ACCEPT NULLe
           else
               perform SaisirStatsAttaque
               Move "AJOUT" to Operation of LigneLot
               perform PreparerAttaque
               ACCEPT NULLe
           end-if.

       ModifierAttaque.
           DISPLAY "Nom de l attaque a modifier".
           ACCEPT Nom of Attaque.
           perform CiblerAttaque.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cette attaque n existe pas"
               ACCEPT NULLe
           else
               perform SaisirStatsAttaque
               Move "MODIF" to Operation of LigneLot
               perform PreparerAttaque
               ACCEPT NULLe
           end-if.

       SupprimerAttaque.
           DISPLAY "Nom de l attaque a supprimer".
           ACCEPT Nom of Attaque.
           perform CiblerAttaque.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cette attaque n existe pas"
               ACCEPT NULLe
           else
               Move 0 to ChoixConfirmation
               ACCEPT ChoixConfirmation
               if (ChoixConfirmation = 1) then
                   Move "attaque" to TableCible of AuditContenu
                   Move Nom of Attaque to Cle of AuditContenu
                   Move spaces to DetailModif of AuditContenu
                   Move "SUPPR" to Operation of LigneLot
                   Move spaces to ValeurApres of LigneLot
                   perform PreparerLigneLot
                   ACCEPT NULLe
               end-if
           end-if.
           Move Nom of Objet to Cle of AuditContenu.
           Move DetailObjet to DetailModif of AuditContenu.

       CiblerObjet.
           Move "objet" to TableCible of LigneLot.
           Move Nom of Objet to Cle of LigneLot.
           Move spaces to Cle2 of LigneLot.

       ComposerImageObjet.
           Move spaces to ImageValeurs.
           Move TypeObjet of Objet to ImgObjType.
           Move BonusDegat of Objet to ImgObjDegat.
           Move BonusDefense of Objet to ImgObjDefense.
           Move Prix of Objet to ImgObjPrix.
           Move Effet of Objet to ImgObjEffet.
           Move Puissance of Objet to ImgObjPuissance.

       DecomposerImageObjet.
           Move ImgObjType to TypeObjet of Objet.
           Move ImgObjDegat to BonusDegat of Objet.
           Move ImgObjDefense to BonusDefense of Objet.
           Move ImgObjPrix to Prix of Objet.
           Move ImgObjEffet to Effet of Objet.
           Move ImgObjPuissance to Puissance of Objet.

       PreparerObjet.
           perform DetaillerObjet.
           perform ComposerImageObjet.
           Move ImageValeurs to ValeurApres of LigneLot.
           perform PreparerLigneLot.

       AjouterObjet.
           DISPLAY "Nom du nouvel objet".
           ACCEPT Nom of Objet.
           perform CiblerObjet.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants > 0) then
               DISPLAY "Cet objet existe deja (ou table injoignable)"
               ACCEPT NULLe
           else
               perform SaisirStatsObjet
               Move "AJOUT" to Operation of LigneLot
               perform PreparerObjet
               ACCEPT NULLe
           end-if.

       ModifierObjet.
           DISPLAY "Nom de l objet a modifier".
           ACCEPT Nom of Objet.
           perform CiblerObjet.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cet objet n existe pas"
               ACCEPT NULLe
           else
               perform SaisirStatsObjet
               Move "MODIF" to Operation of LigneLot
               perform PreparerObjet
               ACCEPT NULLe
           end-if.

      *    Un objet encore possede par un personnage ne se supprime pas :
      *    les lignes inventaire deviendraient orphelines et l'ecran
      *    d'equipement ne saurait plus les afficher. Le controle est
      *    refait a la publication (ControlerDependances).

       SupprimerObjet.
           DISPLAY "Nom de l objet a supprimer".
           ACCEPT Nom of Objet.
           perform CiblerObjet.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Cet objet n existe pas"
               ACCEPT NULLe
           else
               perform CompterPossessionsObjet
               if (sqlcode = 0 and NbExistants > 0) then
                   DISPLAY "Cet objet est encore dans " NbExistants
                       " inventaire(s) ou annonce(s), suppression refusee"
                   ACCEPT NULLe
               else
                   DISPLAY "Confirmer la suppression ? (1 = oui)"
                   Move 0 to ChoixConfirmation
                   ACCEPT ChoixConfirmation
                   if (ChoixConfirmation = 1) then
                       Move "objet" to TableCible of AuditContenu
                       Move Nom of Objet to Cle of AuditContenu
                       Move spaces to DetailModif of AuditContenu
                       Move "SUPPR" to Operation of LigneLot
                       Move spaces to ValeurApres of LigneLot
                       perform PreparerLigneLot
                       ACCEPT NULLe
                   end-if
               end-if
           end-if.

      *    Un objet en vente au marche est aussi possede : l'annonce
      *    reviendra dans un inventaire.
       CompterPossessionsObjet.
           exec sql
               select (select count(*) from inventaire
                       where Objet = :Objet.Nom)
                    + (select count(*) from marche
                       where Objet = :Objet.Nom
                         and Statut = 'ENVENTE')
               into :NbExistants
           end-exec.

      *    ************************************
      *    Gestion de la table parametre ******
      *    ************************************
           Move Nom of Parametre to Cle of AuditContenu.
           Move Valeur of Parametre to DetailModif of AuditContenu.

       CiblerParametre.
           Move "parametre" to TableCible of LigneLot.
           Move Nom of Parametre to Cle of LigneLot.
           Move spaces to Cle2 of LigneLot.

       PreparerParametre.
           perform DetaillerParametre.
           Move Valeur of Parametre to ValeurApres of LigneLot.
           perform PreparerLigneLot.

       AjouterParametre.
           DISPLAY "Nom du nouveau parametre".
           ACCEPT Nom of Parametre.
           perform CiblerParametre.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants > 0) then
               DISPLAY "Ce parametre existe deja (ou table injoignable)"
               ACCEPT NULLe
           else
               perform SaisirValeurParametre
               Move "AJOUT" to Operation of LigneLot
               perform PreparerParametre
               ACCEPT NULLe
           end-if.

       ModifierParametre.
           DISPLAY "Nom du parametre a modifier".
           ACCEPT Nom of Parametre.
           perform CiblerParametre.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Ce parametre n existe pas"
               ACCEPT NULLe
           else
               perform SaisirValeurParametre
               Move "MODIF" to Operation of LigneLot
               perform PreparerParametre
               ACCEPT NULLe
           end-if.

       SupprimerParametre.
           DISPLAY "Nom du parametre a supprimer".
           ACCEPT Nom of Parametre.
           perform CiblerParametre.
           perform ControlerExistence.
           if (ErreurSql = 1 or NbExistants = 0) then
               DISPLAY "Ce parametre n existe pas"
               ACCEPT NULLe
           else
               Move 0 to ChoixConfirmation
               ACCEPT ChoixConfirmation
               if (ChoixConfirmation = 1) then
                   Move "parametre" to TableCible of AuditContenu
                   Move Nom of Parametre to Cle of AuditContenu
                   Move spaces to DetailModif of AuditContenu
                   Move "SUPPR" to Operation of LigneLot
                   Move spaces to ValeurApres of LigneLot
                   perform PreparerLigneLot
                   ACCEPT NULLe
               end-if
           end-if.

      *    ****************************************************************
      *    Saisie dans le lot en cours : l'appelant pose la cle (Cibler*),
      *    l'operation, l'image des valeurs apres et le detail d'audit.
      *    L'image avant est celle que laisse la derniere ligne du lot sur
      *    cette cle, a defaut la ligne vivante : enchainer un ajout puis
      *    une modification dans le meme lot reste coherent.
      *    ****************************************************************

       PreparerLigneLot.
           if (LotEnCours = 0) then
               perform OuvrirLot
           end-if.
           if (LotEnCours = 0) then
               DISPLAY "L operation a echoue"
           else
               perform ChercherDerniereLigneLot
               if (LigneDansLot = 0) then
                   perform LireImageCourante
                   Move ImageValeurs to ImageCourante
               end-if
               if (Operation of LigneLot = "AJOUT") then
                   Move spaces to ValeurAvant of LigneLot
               else
                   Move ImageCourante to ValeurAvant of LigneLot
               end-if
               perform EnregistrerLigneLot
           end-if.

       EnregistrerLigneLot.
           Move 0 to NumLigne of LigneLot.
           exec sql
               select isnull(max(NumLigne), 0) + 1
               into :LigneLot.NumLigne
               from lotmodifligne
               where NumLot = :LotEnCours
           end-exec.
           if (sqlcode = 0 and NumLigne of LigneLot > NbLignesMax) then
               DISPLAY "Le lot " LotEnCours " compte deja " NbLignesMax
                   " lignes : soumettez le avant d en commencer"
                   " un autre"
           else
               if (sqlcode = 0) then
                   exec sql
                       insert into lotmodifligne
                           (NumLot, NumLigne, TableCible, Operation,
                            Cle, Cle2, ValeurAvant, ValeurApres)
                       values
                           (:LotEnCours, :LigneLot.NumLigne,
                            :LigneLot.TableCible, :LigneLot.Operation,
                            :LigneLot.Cle, :LigneLot.Cle2,
                            :LigneLot.ValeurAvant,
                            :LigneLot.ValeurApres)
                   end-exec
               end-if
               if (sqlcode = 0) then
                   Move LotEnCours to NumLot of AuditContenu
                   Move Operation of LigneLot to OperationLotCode
                   Move OperationLot to Operation of AuditContenu
                   perform JournaliserAudit
                   DISPLAY "Modification mise en attente dans le lot "
                       LotEnCours " (a soumettre pour approbation)"
               else
                   DISPLAY "L operation a echoue"
               end-if
           end-if.

      *    Le lot OUVERT de l'operateur, s'il en a un (0 sinon).
       ChercherLotEnCours.
           exec sql
               select isnull(max(NumLot), 0)
               into :LotEnCours
               from lotmodif
               where Auteur = :Operateur
                 and Statut = 'OUVERT'
           end-exec.
           if (sqlcode not = 0) then
               Move 0 to LotEnCours
           end-if.

       OuvrirLot.
           Move spaces to Libelle of LotModif.
           perform SaisirLibelleLot
               Until Libelle of LotModif not = spaces.
           exec sql
               insert into lotmodif
                   (NumLot, Auteur, Libelle, Statut, Approbateur,
                    DateCreation)
               select isnull(max(NumLot), 0) + 1, :Operateur,
                      :LotModif.Libelle, 'OUVERT', '', getdate()
               from lotmodif
           end-exec.
           if (sqlcode = 0) then
               perform ChercherLotEnCours
           end-if.

       SaisirLibelleLot.
           DISPLAY "Nouveau lot de modifications : objet du lot".
           ACCEPT Libelle of LotModif.

      *    ****************************************************************
      *    Existence d'une ligne de reference vue du lot en cours : la
      *    derniere ligne du lot sur cette cle fait foi (une suppression
      *    en attente la fait disparaitre, un ajout en attente la fait
      *    exister), sinon la table vivante.
      *    ****************************************************************

       ControlerExistence.
           Move 0 to ErreurSql.
           perform ChercherDerniereLigneLot.
           if (LigneDansLot = 1) then
               if (OperationCourante = "SUPPR") then
                   Move 0 to NbExistants
               else
                   Move 1 to NbExistants
               end-if
           else
               perform LireImageCourante
               Move LigneTrouvee to NbExistants
           end-if.

       ChercherDerniereLigneLot.
           Move 0 to LigneDansLot.
           if (LotEnCours > 0) then
               exec sql
                   select top 1 Operation, ValeurApres
                   into :OperationCourante, :ImageCourante
                   from lotmodifligne
                   where NumLot = :LotEnCours
                     and TableCible = :LigneLot.TableCible
                     and Cle = :LigneLot.Cle
                     and Cle2 = :LigneLot.Cle2
                   order by NumLigne desc
               end-exec
               if (sqlcode = 0) then
                   Move 1 to LigneDansLot
               end-if
           end-if.

      *    ****************************************************************
      *    Ligne vivante de la cle posee dans LigneLot : LigneTrouvee a 1
      *    et son image dans ImageValeurs si elle existe. Une lecture en
      *    erreur (autre que ligne absente) leve ErreurSql.
      *    ****************************************************************

       LireImageCourante.
           Move 0 to LigneTrouvee.
           Move spaces to ImageValeurs.
           evaluate TableCible of LigneLot
               when "ennemi"
                   exec sql
                       select Pv, Niveau, XpReward, Defense, GoldReward
                       into :Ennemi.Pv, :Ennemi.Niveau,
                            :Ennemi.XpReward, :Ennemi.Defense,
                            :Ennemi.GoldReward
                       from ennemi
                       where Nom = :LigneLot.Cle
                   end-exec
                   if (sqlcode = 0) then
                       Move 1 to LigneTrouvee
                       perform ComposerImageEnnemi
                   end-if
               when "ennemiattaque"
                   exec sql
                       select Degat, Effet
                       into :AttaqueEnnemie.Degat, :AttaqueEnnemie.Effet
                       from ennemiattaque
                       where Ennemi = :LigneLot.Cle
                         and Nom = :LigneLot.Cle2
                   end-exec
                   if (sqlcode = 0) then
                       Move 1 to LigneTrouvee
                       perform ComposerImageAttaqueEnnemi
                   end-if
               when "ennemimateriau"
                   exec sql
                       select count(*)
                       into :NbExistants
                       from ennemimateriau
                       where Ennemi = :LigneLot.Cle
                         and Materiau = :LigneLot.Cle2
                   end-exec
                   if (sqlcode = 0 and NbExistants > 0) then
                       Move 1 to LigneTrouvee
                   end-if
               when "attaque"
                   exec sql
                       select Degat, Classe
                       into :Attaque.Degat, :Attaque.Classe
                       from attaque
                       where Nom = :LigneLot.Cle
                   end-exec
                   if (sqlcode = 0) then
                       Move 1 to LigneTrouvee
                       perform ComposerImageAttaque
                   end-if
               when "objet"
                   exec sql
                       select Type, BonusDegat, BonusDefense, Prix,
                              Effet, Puissance
                       into :Objet.TypeObjet, :Objet.BonusDegat,
                            :Objet.BonusDefense, :Objet.Prix,
                            :Objet.Effet, :Objet.Puissance
                       from objet
                       where Nom = :LigneLot.Cle
                   end-exec
                   if (sqlcode = 0) then
                       Move 1 to LigneTrouvee
                       perform ComposerImageObjet
                   end-if
               when "parametre"
                   exec sql
                       select Valeur
                       into :Parametre.Valeur
                       from parametre
                       where Nom = :LigneLot.Cle
                   end-exec
                   if (sqlcode = 0) then
                       Move 1 to LigneTrouvee
                       Move Valeur of Parametre to ImageValeurs
                   end-if
           end-evaluate.
           if (sqlcode < 0) then
               Move 1 to ErreurSql
           end-if.

      *    ************************************
      *    Lots de modifications **************
      *    ************************************

       GererLots.
           Move 9 to ChoixOperation.
           perform GererLots-trt Until ChoixOperation = 0.
       GererLots-trt.
           perform ListerLots.
           if (LotEnCours > 0) then
               DISPLAY "Votre lot en cours : " LotEnCours
           end-if.
           DISPLAY "- 1 - Voir un lot".
           DISPLAY "- 2 - Soumettre mon lot en cours".
           DISPLAY "- 3 - Abandonner mon lot en cours".
           DISPLAY "- 4 - Approuver ou rejeter un lot soumis".
           DISPLAY "- 5 - Retablir un lot publie".
           DISPLAY "- 0 - Retour".
           Move 0 to ChoixOperation.
           ACCEPT ChoixOperation.
           evaluate ChoixOperation
               when 1
                   perform VoirLot
               when 2
                   perform SoumettreLot
               when 3
                   perform AbandonnerLot
               when 4
                   perform ExaminerLotSoumis
               when 5
                   perform RetablirLotPublie
           end-evaluate.

      *    Les vingt derniers lots, du plus recent au plus ancien.
       ListerLots.
           DISPLAY "Lots de modifications :".
           exec sql
               declare CurAdmLots cursor for
               select top 20 NumLot, Auteur, Libelle, Statut
               from lotmodif
               order by NumLot desc
           end-exec.
           exec sql
               open CurAdmLots
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurAdmLots into :LotModif.NumLot,
                             :LotModif.Auteur, :LotModif.Libelle,
                             :LotModif.Statut
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       DISPLAY "  " NumLot of LotModif " "
                           Statut of LotModif " " Auteur of LotModif
                           " " Libelle of LotModif
                   end-if
               end-perform
               exec sql
                   close CurAdmLots
               end-exec
           end-if.

       ChoisirLot.
           Move 0 to LotTrouve.
           Move "Numero du lot" to LibelleValeur.
           Move 1 to BorneMin.
           Move 99999 to BorneMax.
           perform SaisirValeurBornee.
           Move ValeurNumerique to NumLot of LotModif.
           exec sql
               select Auteur, Libelle, Statut, Approbateur,
                      isnull(convert(varchar(16), DatePrevue, 120), '')
               into :LotModif.Auteur, :LotModif.Libelle,
                    :LotModif.Statut, :LotModif.Approbateur,
                    :LotModif.DatePrevue
               from lotmodif
               where NumLot = :LotModif.NumLot
           end-exec.
           if (sqlcode = 0) then
               Move 1 to LotTrouve
           else
               DISPLAY "Ce lot n existe pas"
               ACCEPT NULLe
           end-if.

       VoirLot.
           perform ChoisirLot.
           if (LotTrouve = 1) then
               perform AfficherLot
               ACCEPT NULLe
           end-if.

      *    ****************************************************************
      *    Revue d'un lot : chaque ligne avec ses valeurs avant et apres,
      *    mises en forme comme dans la piste d'audit.
      *    ****************************************************************

       AfficherLot.
           DISPLAY "Lot " NumLot of LotModif " - " Libelle of LotModif.
           DISPLAY "  Statut " Statut of LotModif
               " auteur " Auteur of LotModif
               " approbateur " Approbateur of LotModif.
           if (DatePrevue of LotModif not = spaces) then
               DISPLAY "  Publication prevue le " DatePrevue of LotModif
           end-if.
           Move 0 to ErreurSql.
           perform ChargerLignesLot.
           perform AfficherLigneLot
               varying IdxLigne from 1 by 1
               until IdxLigne > NbLignesLot.

       AfficherLigneLot.
           Move LigneLotTab(IdxLigne) to LigneLot.
           DISPLAY "  " NumLigne of LigneLot " " Operation of LigneLot
               " " TableCible of LigneLot " " Cle of LigneLot
               " " Cle2 of LigneLot.
           if (ValeurAvant of LigneLot not = spaces) then
               Move ValeurAvant of LigneLot to ImageValeurs
               perform DetaillerImage
               DISPLAY "      avant : " DetailModif of AuditContenu
           end-if.
           if (ValeurApres of LigneLot not = spaces) then
               Move ValeurApres of LigneLot to ImageValeurs
               perform DetaillerImage
               DISPLAY "      apres : " DetailModif of AuditContenu
           end-if.
           if (TableCible of LigneLot = "ennemi"
               and Operation of LigneLot = "SUPPR") then
               DISPLAY "      panoplie et materiaux supprimes avec lui"
           end-if.

       DetaillerImage.
           evaluate TableCible of LigneLot
               when "ennemi"
                   perform DecomposerImageEnnemi
                   perform DetaillerEnnemi
               when "ennemiattaque"
                   Move Cle2 of LigneLot to Nom of AttaqueEnnemie
                   perform DecomposerImageAttaqueEnnemi
                   perform DetaillerAttaqueEnnemi
               when "attaque"
                   perform DecomposerImageAttaque
                   perform DetaillerAttaque
               when "objet"
                   perform DecomposerImageObjet
                   perform DetaillerObjet
               when other
                   Move ImageValeurs to DetailModif of AuditContenu
           end-evaluate.

      *    Lignes du lot dans l'ordre de saisie (ordre de publication).
       ChargerLignesLot.
           Move 0 to NbLignesLot.
           exec sql
               declare CurLignesLot cursor for
               select NumLigne, TableCible, Operation, Cle, Cle2,
                      ValeurAvant, ValeurApres
               from lotmodifligne
               where NumLot = :LotModif.NumLot
               order by NumLigne
           end-exec.
           exec sql
               open CurLignesLot
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurLignesLot into :LigneLot.NumLigne,
                             :LigneLot.TableCible, :LigneLot.Operation,
                             :LigneLot.Cle, :LigneLot.Cle2,
                             :LigneLot.ValeurAvant,
                             :LigneLot.ValeurApres
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       if (NbLignesLot >= 200) then
                           Move 1 to FinListe
                           Move "ChargerLignesLot" to ExploitParagraphe
                           perform SignalerErreurLot
                       else
                           add 1 to NbLignesLot
                           Move LigneLot to LigneLotTab(NbLignesLot)
                       end-if
                   end-if
               end-perform
               exec sql
                   close CurLignesLot
               end-exec
           else
               Move "ChargerLignesLot" to ExploitParagraphe
               perform SignalerErreurLot
           end-if.

      *    ****************************************************************
      *    Cycle de vie du lot : l'auteur le soumet (ou l'abandonne), un
      *    autre operateur l'approuve ou le rejette ; chaque etape est
      *    journalisee dans auditcontenu sous la cle du lot.
      *    ****************************************************************

       SoumettreLot.
           if (LotEnCours = 0) then
               DISPLAY "Vous n avez pas de lot en cours"
           else
               Move LotEnCours to NumLot of LotModif
               Move 0 to NbLignesSaisies
               exec sql
                   select count(*)
                   into :NbLignesSaisies
                   from lotmodifligne
                   where NumLot = :LotModif.NumLot
               end-exec
               if (sqlcode = 0 and NbLignesSaisies = 0) then
                   DISPLAY "Le lot est vide : rien a soumettre"
               else
                   exec sql
                       update lotmodif
                       set Statut = 'SOUMIS'
                       where NumLot = :LotModif.NumLot
                         and Statut = 'OUVERT'
                   end-exec
                   if (sqlcode = 0) then
                       Move "SOUMIS" to Operation of AuditContenu
                       Move NbLignesSaisies to DetailNbLignes
                       Move DetailLignesLot
                           to DetailModif of AuditContenu
                       perform JournaliserAuditLot
                       Move 0 to LotEnCours
                       DISPLAY "Lot " NumLot of LotModif " soumis : un"
                           " autre operateur doit l approuver"
                   else
                       DISPLAY "L operation a echoue"
                   end-if
               end-if
           end-if.
           ACCEPT NULLe.

       AbandonnerLot.
           if (LotEnCours = 0) then
               DISPLAY "Vous n avez pas de lot en cours"
               ACCEPT NULLe
           else
               DISPLAY "Abandonner le lot " LotEnCours
                   " et toutes ses lignes ? (1 = oui)"
               Move 0 to ChoixConfirmation
               ACCEPT ChoixConfirmation
               if (ChoixConfirmation = 1) then
                   Move LotEnCours to NumLot of LotModif
                   exec sql
                       update lotmodif
                       set Statut = 'ABANDONNE'
                       where NumLot = :LotModif.NumLot
                         and Statut = 'OUVERT'
                   end-exec
                   if (sqlcode = 0) then
                       Move "ABANDONNE" to Operation of AuditContenu
                       Move spaces to DetailModif of AuditContenu
                       perform JournaliserAuditLot
                       Move 0 to LotEnCours
                       DISPLAY "Lot abandonne"
                   else
                       DISPLAY "L operation a echoue"
                   end-if
                   ACCEPT NULLe
               end-if
           end-if.

      *    Le principe des quatre yeux : l'auteur voit son lot mais ne
      *    peut ni l'approuver ni le rejeter.
       ExaminerLotSoumis.
           perform ChoisirLot.
           if (LotTrouve = 1) then
               perform AfficherLot
               evaluate true
                   when Statut of LotModif not = "SOUMIS"
                       DISPLAY "Seul un lot SOUMIS s approuve"
                           " ou se rejette"
                       ACCEPT NULLe
                   when Auteur of LotModif = Operateur
                       DISPLAY "Un autre operateur que l auteur doit "
                           "approuver ou rejeter ce lot"
                       ACCEPT NULLe
                   when other
                       perform DeciderLot
               end-evaluate
           end-if.

       DeciderLot.
           DISPLAY "- 1 - Approuver et publier maintenant".
           DISPLAY "- 2 - Approuver et planifier la publication".
           DISPLAY "- 3 - Rejeter".
           DISPLAY "- 0 - Ne rien decider".
           Move 0 to ChoixConfirmation.
           ACCEPT ChoixConfirmation.
           evaluate ChoixConfirmation
               when 1
                   perform ApprouverLot
               when 2
                   perform PlanifierLot
               when 3
                   perform RejeterLot
           end-evaluate.

       ApprouverLot.
           exec sql
               update lotmodif
               set Statut = 'APPROUVE',
                   Approbateur = :Operateur,
                   DateDecision = getdate(),
                   DatePrevue = getdate()
               where NumLot = :LotModif.NumLot
                 and Statut = 'SOUMIS'
           end-exec.
           if (sqlcode = 0) then
               Move "APPROUVE" to Operation of AuditContenu
               Move "Publication immediate"
                   to DetailModif of AuditContenu
               perform JournaliserAuditLot
               perform PublierLot
           else
               DISPLAY "L operation a echoue"
           end-if.
           ACCEPT NULLe.

      *    Le lot approuve attend l'heure prevue : l'etape RPGAdmin
      *    PUBLIER de la chaine de nuit le publie a son premier passage
      *    apres cette heure.
       PlanifierLot.
           perform SaisirDatePrevue.
           exec sql
               update lotmodif
               set Statut = 'APPROUVE',
                   Approbateur = :Operateur,
                   DateDecision = getdate(),
                   DatePrevue = convert(datetime, :DatePrevueSaisie)
               where NumLot = :LotModif.NumLot
                 and Statut = 'SOUMIS'
           end-exec.
           if (sqlcode = 0) then
               Move "APPROUVE" to Operation of AuditContenu
               Move DatePrevueSaisie to DetailDatePrevue
               Move DetailPlanification to DetailModif of AuditContenu
               perform JournaliserAuditLot
               DISPLAY "Lot approuve, publie par la chaine de nuit"
                   " apres le " DatePrevueSaisie
           else
               DISPLAY "Date refusee ou operation echouee, lot inchange"
           end-if.
           ACCEPT NULLe.

       SaisirDatePrevue.
           Move 0 to ValeurValide.
           perform SaisirDatePrevue-trt Until ValeurValide = 1.
       SaisirDatePrevue-trt.
           DISPLAY "Date de publication (AAAAMMJJ)".
           ACCEPT DatePrevueJour.
           DISPLAY "Heure de publication (HHMM)".
           ACCEPT SaisieHeure.
           if (DatePrevueJour is numeric and SaisieHeure is numeric
               and SaisieHeure(1:2) <= "23"
               and SaisieHeure(3:2) <= "59") then
               Move SaisieHeure(1:2) to DatePrevueHeure
               Move SaisieHeure(3:2) to DatePrevueMinute
               Move 1 to ValeurValide
           else
               DISPLAY "Date ou heure invalide"
           end-if.

       RejeterLot.
           Move spaces to MotifRejet.
           DISPLAY "Motif du rejet (pour l auteur)".
           ACCEPT MotifRejet.
           exec sql
               update lotmodif
               set Statut = 'REJETE',
                   Approbateur = :Operateur,
                   DateDecision = getdate()
               where NumLot = :LotModif.NumLot
                 and Statut = 'SOUMIS'
           end-exec.
           if (sqlcode = 0) then
               Move "REJETE" to Operation of AuditContenu
               Move MotifRejet to DetailModif of AuditContenu
               perform JournaliserAuditLot
               DISPLAY "Lot rejete, rien n a ete publie"
           else
               DISPLAY "L operation a echoue"
           end-if.
           ACCEPT NULLe.

      *    Retour d'un lot publie a ses valeurs d'avant, tant qu'aucune de
      *    ses lignes n'a ete retouchee depuis.
       RetablirLotPublie.
           perform ChoisirLot.
           if (LotTrouve = 1) then
               perform AfficherLot
               if (Statut of LotModif not = "PUBLIE") then
                   DISPLAY "Seul un lot PUBLIE peut etre retabli"
                   ACCEPT NULLe
               else
                   DISPLAY "Retablir les valeurs d avant ce lot ? "
                       "(1 = oui)"
                   Move 0 to ChoixConfirmation
                   ACCEPT ChoixConfirmation
                   if (ChoixConfirmation = 1) then
                       perform RetablirLot
                       ACCEPT NULLe
                   end-if
               end-if
           end-if.

       JournaliserAuditLot.
           Move "lotmodif" to TableCible of AuditContenu.
           Move NumLot of LotModif to Cle of AuditContenu.
           Move NumLot of LotModif to NumLot of AuditContenu.
           perform JournaliserAudit.

      *    ****************************************************************
      *    Publication planifiee : les lots approuves dont l'heure est
      *    passee, dans l'ordre de leurs heures prevues. Un lot en conflit
      *    n'arrete pas les suivants ; une erreur de base, si.
      *    ****************************************************************

       PublierLotsPlanifies.
           exec sql
               declare CurLotsPlanifies cursor for
               select NumLot
               from lotmodif
               where Statut = 'APPROUVE'
                 and DatePrevue <= getdate()
               order by DatePrevue, NumLot
           end-exec.
           exec sql
               open CurLotsPlanifies
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurLotsPlanifies into :LotModif.NumLot
                   end-exec
                   if (sqlcode not = 0 or NbLotsPlanifies >= 50) then
                       Move 1 to FinListe
                   else
                       add 1 to NbLotsPlanifies
                       Move NumLot of LotModif
                           to LotPlanifie(NbLotsPlanifies)
                   end-if
               end-perform
               exec sql
                   close CurLotsPlanifies
               end-exec
           else
               DISPLAY "Lecture des lots approuves impossible"
               Move "PublierLotsPlanifies" to ExploitParagraphe
               Move spaces to ExploitDetail
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           end-if.
           if (NbLotsPlanifies = 0 and ErreurRencontree = 0) then
               DISPLAY "Aucun lot approuve a publier"
           end-if.
           perform PublierLotPlanifie
               varying IdxLot from 1 by 1
               until IdxLot > NbLotsPlanifies or ErreurRencontree = 1.

       PublierLotPlanifie.
           Move LotPlanifie(IdxLot) to NumLot of LotModif.
           perform PublierLot.
           if (ErreurSql = 1) then
               Move 1 to ErreurRencontree
           else
               if (ConflitLot = 1) then
                   add 1 to NbLotsEnConflit
               else
                   add 1 to NbLotsPublies
               end-if
           end-if.

      *    ****************************************************************
      *    Publication (sens 1) ou retablissement (sens 2) d'un lot, en
      *    une seule transaction : toutes ses lignes passent, ou aucune.
      *    Chaque ligne n'est appliquee que si la ligne vivante est encore
      *    dans l'etat attendu (avant pour publier, apres pour retablir) ;
      *    sinon le lot est en conflit et rien n'est ecrit, hormis la
      *    trace du conflit.
      *    ****************************************************************

       PublierLot.
           Move 1 to SensApplication.
           perform AppliquerLot.

       RetablirLot.
           Move 2 to SensApplication.
           perform AppliquerLot.

       AppliquerLot.
           Move 0 to ConflitLot.
           Move 0 to ErreurSql.
           perform ChargerLignesLot.
           Move NbLignesLot to NumLigneSuivante.
           exec sql
             SET AUTOCOMMIT OFF
           end-exec.
           if (SensApplication = 1) then
               perform AppliquerLigneLot
                   varying IdxLigne from 1 by 1
                   until IdxLigne > NbLignesLot
                      or ConflitLot = 1 or ErreurSql = 1
           else
               perform AppliquerLigneLot
                   varying IdxLigne from NbLignesLot by -1
                   until IdxLigne < 1
                      or ConflitLot = 1 or ErreurSql = 1
           end-if.
           if (ConflitLot = 0 and ErreurSql = 0) then
               perform CloreLotApplique
           end-if.
           if (ConflitLot = 0 and ErreurSql = 0) then
               exec sql
                   commit
               end-exec
               if (SensApplication = 1) then
                   DISPLAY "Lot " NumLot of LotModif " publie"
               else
                   DISPLAY "Lot " NumLot of LotModif " retabli"
               end-if
           else
               exec sql
                   rollback
               end-exec
               if (ConflitLot = 1) then
                   perform ConsignerConflit
               else
                   DISPLAY "Lot " NumLot of LotModif " : erreur de base"
                       " de donnees, rien n a ete applique"
               end-if
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.

       AppliquerLigneLot.
           Move LigneLotTab(IdxLigne) to LigneLot.
           if (SensApplication = 1) then
               Move Operation of LigneLot to OperationEcrite
               Move ValeurAvant of LigneLot to ImageAttendue
               Move ValeurApres of LigneLot to ImageEcrite
               if (Operation of LigneLot = "AJOUT") then
                   Move 0 to ExistenceAttendue
               else
                   Move 1 to ExistenceAttendue
               end-if
           else
               evaluate Operation of LigneLot
                   when "AJOUT"
                       Move "SUPPR" to OperationEcrite
                   when "SUPPR"
                       Move "AJOUT" to OperationEcrite
                   when other
                       Move "MODIF" to OperationEcrite
               end-evaluate
               Move ValeurApres of LigneLot to ImageAttendue
               Move ValeurAvant of LigneLot to ImageEcrite
               if (Operation of LigneLot = "SUPPR") then
                   Move 0 to ExistenceAttendue
               else
                   Move 1 to ExistenceAttendue
               end-if
           end-if.
           perform LireImageCourante.
           if (ErreurSql = 1) then
               Move "LireImageCourante" to ExploitParagraphe
               perform SignalerErreurLot
           else
               perform ControlerLigneVivante
           end-if.
           if (ErreurSql = 0 and ConflitLot = 0) then
               perform EcrireLigneVivante
           end-if.

       ControlerLigneVivante.
           if (LigneTrouvee not = ExistenceAttendue) then
               if (LigneTrouvee = 1) then
                   Move "ligne deja presente" to DetConflitMotif
               else
                   Move "ligne absente" to DetConflitMotif
               end-if
               perform SignalerConflit
           else
               if (LigneTrouvee = 1
                   and ImageValeurs not = ImageAttendue) then
                   Move "valeurs modifiees depuis" to DetConflitMotif
                   perform SignalerConflit
               end-if
           end-if.
           if (ConflitLot = 0) then
               perform ControlerDependances
           end-if.

      *    Regles d'integrite de la console, reverifiees au moment
      *    d'ecrire : une attaque ou un materiau publie suit un ennemi
      *    present, un objet possede ne disparait pas, un ennemi ne
      *    disparait pas en laissant une panoplie qu'on ne saurait pas
      *    retablir. Un retablissement remet la panoplie d'un ennemi
      *    supprime avant l'ennemi lui-meme (ordre inverse du lot) : le
      *    premier controle ne vaut donc qu'a la publication.
       ControlerDependances.
           Move 0 to NbExistants.
           evaluate true
               when OperationEcrite = "AJOUT"
                and SensApplication = 1
                and (TableCible of LigneLot = "ennemiattaque"
                  or TableCible of LigneLot = "ennemimateriau")
                   exec sql
                       select count(*)
                       into :NbExistants
                       from ennemi
                       where Nom = :LigneLot.Cle
                   end-exec
                   if (sqlcode = 0 and NbExistants = 0) then
                       Move "ennemi absent" to DetConflitMotif
                       perform SignalerConflit
                   end-if
               when OperationEcrite = "SUPPR"
                and TableCible of LigneLot = "objet"
                   Move Cle of LigneLot to Nom of Objet
                   perform CompterPossessionsObjet
                   if (sqlcode = 0 and NbExistants > 0) then
                       Move "objet encore possede" to DetConflitMotif
                       perform SignalerConflit
                   end-if
               when OperationEcrite = "SUPPR"
                and TableCible of LigneLot = "ennemi"
                and SensApplication = 2
                   exec sql
                       select (select count(*) from ennemiattaque
                               where Ennemi = :LigneLot.Cle)
                            + (select count(*) from ennemimateriau
                               where Ennemi = :LigneLot.Cle)
                       into :NbExistants
                   end-exec
                   if (sqlcode = 0 and NbExistants > 0) then
                       Move "panoplie ajoutee depuis" to DetConflitMotif
                       perform SignalerConflit
                   end-if
               when other
                   continue
           end-evaluate.
           if (sqlcode < 0) then
               Move "ControlerDependances" to ExploitParagraphe
               perform SignalerErreurLot
           end-if.

       SignalerConflit.
           Move 1 to ConflitLot.
           Move NumLigne of LigneLot to DetConflitLigne.
           Move TableCible of LigneLot to DetConflitTable.
           Move Cle of LigneLot to DetConflitCle.

      *    ****************************************************************
      *    Ecrit la ligne vivante dans l'etat voulu (OperationEcrite,
      *    ImageEcrite) puis la trace dans auditcontenu avec les memes
      *    operations qu'une saisie directe d'autrefois.
      *    ****************************************************************

       EcrireLigneVivante.
           Move ImageEcrite to ImageValeurs.
           evaluate TableCible of LigneLot
               when "ennemi"
                   perform EcrireEnnemi
               when "ennemiattaque"
                   perform EcrireAttaqueEnnemi
               when "ennemimateriau"
                   perform EcrireMateriauEnnemi
               when "attaque"
                   perform EcrireAttaque
               when "objet"
                   perform EcrireObjet
               when "parametre"
                   perform EcrireParametre
           end-evaluate.
           if (ErreurSql = 0 and sqlcode not = 0) then
               Move "EcrireLigneVivante" to ExploitParagraphe
               perform SignalerErreurLot
           end-if.
           if (ErreurSql = 0) then
               evaluate OperationEcrite
                   when "AJOUT"
                       Move "AJOUT" to Operation of AuditContenu
                   when "MODIF"
                       Move "MODIF" to Operation of AuditContenu
                   when other
                       Move "SUPPRESSION" to Operation of AuditContenu
                       Move Cle2 of LigneLot
                           to DetailModif of AuditContenu
               end-evaluate
               Move TableCible of LigneLot to TableCible of AuditContenu
               Move Cle of LigneLot to Cle of AuditContenu
               perform JournaliserAuditApplication
           end-if.

       EcrireEnnemi.
           Move Cle of LigneLot to Nom of Ennemi.
           evaluate OperationEcrite
               when "AJOUT"
                   perform DecomposerImageEnnemi
                   perform DetaillerEnnemi
                   exec sql
                       insert into ennemi
                           (Nom, Pv, Niveau, XpReward, Defense,
                            GoldReward)
                       values
                           (:Ennemi.Nom, :Ennemi.Pv, :Ennemi.Niveau,
                            :Ennemi.XpReward, :Ennemi.Defense,
                            :Ennemi.GoldReward)
                   end-exec
               when "MODIF"
                   perform DecomposerImageEnnemi
                   perform DetaillerEnnemi
                   exec sql
                       update ennemi
                       set Pv = :Ennemi.Pv,
                           Niveau = :Ennemi.Niveau,
                           XpReward = :Ennemi.XpReward,
                           Defense = :Ennemi.Defense,
                           GoldReward = :Ennemi.GoldReward
                       where Nom = :Ennemi.Nom
                   end-exec
               when other
                   if (SensApplication = 1) then
                       perform CapturerDependancesEnnemi
                   end-if
                   if (ErreurSql = 0) then
                       exec sql
                           delete from ennemi
                           where Nom = :Ennemi.Nom
                       end-exec
                   end-if
           end-evaluate.

       EcrireAttaqueEnnemi.
           Move Cle of LigneLot to NomEnnemi of AttaqueEnnemie.
           Move Cle2 of LigneLot to Nom of AttaqueEnnemie.
           evaluate OperationEcrite
               when "AJOUT"
                   perform DecomposerImageAttaqueEnnemi
                   perform DetaillerAttaqueEnnemi
                   exec sql
                       insert into ennemiattaque (Ennemi, Nom, Degat,
                                                  Effet)
                       values (:AttaqueEnnemie.NomEnnemi,
                               :AttaqueEnnemie.Nom,
                               :AttaqueEnnemie.Degat,
                               :AttaqueEnnemie.Effet)
                   end-exec
               when "MODIF"
                   perform DecomposerImageAttaqueEnnemi
                   perform DetaillerAttaqueEnnemi
                   exec sql
                       update ennemiattaque
                       set Degat = :AttaqueEnnemie.Degat,
                           Effet = :AttaqueEnnemie.Effet
                       where Ennemi = :AttaqueEnnemie.NomEnnemi
                         and Nom = :AttaqueEnnemie.Nom
                   end-exec
               when other
                   exec sql
                       delete from ennemiattaque
                       where Ennemi = :AttaqueEnnemie.NomEnnemi
                         and Nom = :AttaqueEnnemie.Nom
                   end-exec
           end-evaluate.

       EcrireMateriauEnnemi.
           Move Cle of LigneLot to Nom of Ennemi.
           Move Cle2 of LigneLot to NomMateriau.
           Move NomMateriau to DetailModif of AuditContenu.
           if (OperationEcrite = "AJOUT") then
               exec sql
                   insert into ennemimateriau (Ennemi, Materiau)
                   values (:Ennemi.Nom, :NomMateriau)
               end-exec
           else
               exec sql
                   delete from ennemimateriau
                   where Ennemi = :Ennemi.Nom
                     and Materiau = :NomMateriau
               end-exec
           end-if.

       EcrireAttaque.
           Move Cle of LigneLot to Nom of Attaque.
           evaluate OperationEcrite
               when "AJOUT"
                   perform DecomposerImageAttaque
                   perform DetaillerAttaque
                   exec sql
                       insert into attaque (Nom, Degat, Classe)
                       values (:Attaque.Nom, :Attaque.Degat,
                               :Attaque.Classe)
                   end-exec
               when "MODIF"
                   perform DecomposerImageAttaque
                   perform DetaillerAttaque
                   exec sql
                       update attaque
                       set Degat = :Attaque.Degat,
                           Classe = :Attaque.Classe
                       where Nom = :Attaque.Nom
                   end-exec
               when other
                   exec sql
                       delete from attaque
                       where Nom = :Attaque.Nom
                   end-exec
           end-evaluate.

       EcrireObjet.
           Move Cle of LigneLot to Nom of Objet.
           evaluate OperationEcrite
               when "AJOUT"
                   perform DecomposerImageObjet
                   perform DetaillerObjet
                   exec sql
                       insert into objet (Nom, Type, BonusDegat,
                                          BonusDefense, Prix, Effet,
                                          Puissance)
                       values (:Objet.Nom, :Objet.TypeObjet,
                               :Objet.BonusDegat, :Objet.BonusDefense,
                               :Objet.Prix, :Objet.Effet,
                               :Objet.Puissance)
                   end-exec
               when "MODIF"
                   perform DecomposerImageObjet
                   perform DetaillerObjet
                   exec sql
                       update objet
                       set Type = :Objet.TypeObjet,
                           BonusDegat = :Objet.BonusDegat,
                           BonusDefense = :Objet.BonusDefense,
                           Prix = :Objet.Prix,
                           Effet = :Objet.Effet,
                           Puissance = :Objet.Puissance
                       where Nom = :Objet.Nom
                   end-exec
               when other
                   exec sql
                       delete from objet
                       where Nom = :Objet.Nom
                   end-exec
           end-evaluate.

       EcrireParametre.
           Move Cle of LigneLot to Nom of Parametre.
           Move ImageValeurs to Valeur of Parametre.
           perform DetaillerParametre.
           evaluate OperationEcrite
               when "AJOUT"
                   exec sql
                       insert into parametre (Nom, Valeur)
                       values (:Parametre.Nom, :Parametre.Valeur)
                   end-exec
               when "MODIF"
                   exec sql
                       update parametre
                       set Valeur = :Parametre.Valeur
                       where Nom = :Parametre.Nom
                   end-exec
               when other
                   exec sql
                       delete from parametre
                       where Nom = :Parametre.Nom
                   end-exec
           end-evaluate.

      *    ****************************************************************
      *    Suppression d'un ennemi a la publication : sa panoplie et ses
      *    materiaux du moment deviennent des lignes SUPPR du lot, avec
      *    leurs valeurs, avant d'etre supprimes ; le retablissement du
      *    lot les remettra en place.
      *    ****************************************************************

       CapturerDependancesEnnemi.
           exec sql
               declare CurLotAttEnn cursor for
               select Nom, Degat, Effet
               from ennemiattaque
               where Ennemi = :Ennemi.Nom
           end-exec.
           exec sql
               open CurLotAttEnn
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurLotAttEnn into :AttaqueEnnemie.Nom,
                             :AttaqueEnnemie.Degat,
                             :AttaqueEnnemie.Effet
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform ComposerImageAttaqueEnnemi
                       Move "ennemiattaque"
                           to TableCible of AuditContenu
                       Move Nom of AttaqueEnnemie to NomMateriau
                       perform CapturerLigneDependante
                       if (ErreurSql = 1) then
                           Move 1 to FinListe
                       end-if
                   end-if
               end-perform
               exec sql
                   close CurLotAttEnn
               end-exec
           else
               Move "CapturerDependancesEnnemi" to ExploitParagraphe
               perform SignalerErreurLot
           end-if.
           if (ErreurSql = 0) then
               perform CapturerMateriauxEnnemi
           end-if.
           if (ErreurSql = 0) then
               exec sql
                   delete from ennemiattaque
                   where Ennemi = :Ennemi.Nom
               end-exec
               if (sqlcode = 0 or sqlcode = 100) then
                   exec sql
                       delete from ennemimateriau
                       where Ennemi = :Ennemi.Nom
                   end-exec
               end-if
               if (sqlcode not = 0 and sqlcode not = 100) then
                   Move "CapturerDependancesEnnemi" to ExploitParagraphe
                   perform SignalerErreurLot
               end-if
           end-if.

       CapturerMateriauxEnnemi.
           exec sql
               declare CurLotMatEnn cursor for
               select Materiau
               from ennemimateriau
               where Ennemi = :Ennemi.Nom
           end-exec.
           exec sql
               open CurLotMatEnn
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurLotMatEnn into :NomMateriau
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       Move spaces to ImageValeurs
                       Move "ennemimateriau"
                           to TableCible of AuditContenu
                       perform CapturerLigneDependante
                       if (ErreurSql = 1) then
                           Move 1 to FinListe
                       end-if
                   end-if
               end-perform
               exec sql
                   close CurLotMatEnn
               end-exec
           else
               Move "CapturerMateriauxEnnemi" to ExploitParagraphe
               perform SignalerErreurLot
           end-if.

      *    Ligne dependante : table dans TableCible d'AuditContenu, nom
      *    (attaque ou materiau) dans NomMateriau, valeurs dans
      *    ImageValeurs.
       CapturerLigneDependante.
           add 1 to NumLigneSuivante.
           exec sql
               insert into lotmodifligne
                   (NumLot, NumLigne, TableCible, Operation, Cle, Cle2,
                    ValeurAvant, ValeurApres)
               values
                   (:LotModif.NumLot, :NumLigneSuivante,
                    :AuditContenu.TableCible, 'SUPPR', :Ennemi.Nom,
                    :NomMateriau, :ImageValeurs, '')
           end-exec.
           if (sqlcode = 0) then
               Move "SUPPRESSION" to Operation of AuditContenu
               Move Nom of Ennemi to Cle of AuditContenu
               Move NomMateriau to DetailModif of AuditContenu
               perform JournaliserAuditApplication
           else
               Move "CapturerLigneDependante" to ExploitParagraphe
               perform SignalerErreurLot
           end-if.

       JournaliserAuditApplication.
           Move NumLot of LotModif to NumLot of AuditContenu.
           perform JournaliserAudit.
           if (sqlcode not = 0) then
               Move "JournaliserAudit" to ExploitParagraphe
               perform SignalerErreurLot
           end-if.

      *    Le lot passe PUBLIE ou RETABLI dans la meme transaction que
      *    ses lignes : s'il a change d'etat entre-temps (autre console,
      *    autre passage de la chaine), rien n'est applique.
       CloreLotApplique.
           if (SensApplication = 1) then
               exec sql
                   update lotmodif
                   set Statut = 'PUBLIE',
                       DatePublication = getdate()
                   where NumLot = :LotModif.NumLot
                     and Statut = 'APPROUVE'
               end-exec
               Move "PUBLIE" to Operation of AuditContenu
           else
               exec sql
                   update lotmodif
                   set Statut = 'RETABLI'
                   where NumLot = :LotModif.NumLot
                     and Statut = 'PUBLIE'
               end-exec
               Move "RETABLI" to Operation of AuditContenu
           end-if.
           if (sqlcode not = 0) then
               Move "CloreLotApplique" to ExploitParagraphe
               perform SignalerErreurLot
           else
               Move NbLignesLot to DetailNbLignes
               Move DetailLignesLot to DetailModif of AuditContenu
               perform JournaliserAuditLot
               if (sqlcode not = 0) then
                   Move "JournaliserAuditLot" to ExploitParagraphe
                   perform SignalerErreurLot
               end-if
           end-if.

      *    Apres l'annulation de la transaction : le conflit est trace
      *    (auditcontenu et journal d'exploitation) et un lot qu'on
      *    voulait publier passe CONFLIT ; son auteur refera un lot sur
      *    les valeurs du moment. Un retablissement refuse laisse le lot
      *    PUBLIE.
       ConsignerConflit.
           DISPLAY "Lot " NumLot of LotModif " non applique : "
               DetailConflit.
           if (SensApplication = 1) then
               exec sql
                   update lotmodif
                   set Statut = 'CONFLIT'
                   where NumLot = :LotModif.NumLot
                     and Statut = 'APPROUVE'
               end-exec
           end-if.
           Move "CONFLIT" to Operation of AuditContenu.
           Move DetailConflit to DetailModif of AuditContenu.
           perform JournaliserAuditLot.
           exec sql
               commit
           end-exec.
           Move "ConsignerConflit" to ExploitParagraphe.
           Move NumLot of LotModif to DetailNumLot.
           Move DetailLot to ExploitDetail.
           perform JournaliserExploitation.

       SignalerErreurLot.
           Move 1 to ErreurSql.
           Move NumLot of LotModif to DetailNumLot.
           Move DetailLot to ExploitDetail.
           perform JournaliserExploitation.

       end program RPGAdmin.
