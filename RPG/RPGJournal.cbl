       program-id. RPGJournal as "RPG.RPGJournal".

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
      *    pose a cote des executables : lu pour l'analyse, puis reecrit
      *    sans les lignes passees en archive.
           select FichierExploitation assign to "RPGOPS.LOG"
               organization is line sequential
               file status is ExploitStatut.
      *    Archive des lignes sorties du journal vivant, une par jour de
      *    rotation (RPGOPS-AAAAMMJJ.LOG), completee si on tourne deux
      *    fois le meme jour.
           select FichierArchiveJournal assign to NomArchiveJournal
               organization is line sequential
               file status is ArchiveStatut.
      *    Lignes conservees, recopiees ensuite dans RPGOPS.LOG.
           select FichierJournalTemp assign to "RPGOPS.TMP"
               organization is line sequential
               file status is TempStatut.
           select FichierTri assign to "RPGOPS.SRT".

       data division.

       file section.

       FD FichierConfig.
       01 LigneConfig PIC X(200).

       FD FichierExploitation.
       01 LigneExploitation PIC X(100).

       FD FichierArchiveJournal.
       01 LigneArchiveJournal PIC X(100).

       FD FichierJournalTemp.
       01 LigneJournalTemp PIC X(100).

      *    Evenements retenus pour le resume, tries par programme,
      *    paragraphe, sqlcode puis horodatage.
       SD FichierTri.
       01 EnregTri.
         05 CleTri.
           10 TriProgramme PIC X(10).
           10 TriParagraphe PIC X(25).
           10 TriSqlcode PIC X(10).
         05 TriHorodatage.
           10 TriDate PIC X(8).
           10 TriHeure PIC X(8).

       working-storage section.

       77 CfgStatut pic xx.
       77 ExploitStatut pic xx.
       77 ArchiveStatut pic xx.
       77 TempStatut pic xx.

      *    ****************************************************************
      *    Evenement d'exploitation : horodatage, programme, paragraphe,
      *    sqlcode et detail (lignes analysees et lignes archivees).
      *    ****************************************************************
       01 EnregExploitation.
         05 ExploitDate PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitHeure PIC 9(8).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitProgramme PIC X(10) VALUE "RPGJournal".
         05 FILLER PIC X VALUE SPACE.
         05 ExploitParagraphe PIC X(25).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitSqlcode PIC -9(9).
         05 FILLER PIC X VALUE SPACE.
         05 ExploitDetail PIC X(30).

       01 DetailJournal.
         05 FILLER PIC X(4) VALUE "Lus ".
         05 DetailLus PIC 9(7).
         05 FILLER PIC X(10) VALUE " Archives ".
         05 DetailArchives PIC 9(7).

      *    ****************************************************************
      *    Ligne du journal relue : meme dessin que EnregExploitation des
      *    programmes qui l'ecrivent.
      *    ****************************************************************
       01 EnregLu.
         05 LuDate PIC X(8).
         05 FILLER PIC X.
         05 LuHeure PIC X(8).
         05 FILLER PIC X.
         05 LuProgramme PIC X(10).
         05 FILLER PIC X.
         05 LuParagraphe PIC X(25).
         05 FILLER PIC X.
         05 LuSqlcode PIC X(10).
         05 LuSqlcodeEdite redefines LuSqlcode PIC -9(9).
         05 FILLER PIC X.
         05 LuDetail.
      *    Detail d'une etape de RPGChaine : "RC nnnn Etape programme".
           10 LuDetailRc PIC X(3).
           10 LuCodeRetour PIC X(4).
           10 FILLER PIC X(7).
           10 LuEtape PIC X(10).
           10 FILLER PIC X(6).
         05 FILLER PIC X(4).
       77 SqlcodeLu pic s9(9).
       77 ParagrapheFin pic x(25).

      *    Periode analysee (AAAAMMJJ) : la veille par defaut, un jour ou
      *    une plage donnes en parametre.
       77 ParametreLancement pic x(80).
       77 ParamMot1 pic x(20).
       77 ParamMot2 pic x(20).
       77 DateDebut pic x(8).
       77 DateFin pic x(8).
      *    Les lignes datees d'avant DateLimite quittent le journal vivant.
       77 DateLimite pic x(8).
       77 DateJour pic 9(8).
       01 NomArchiveDate.
         05 FILLER PIC X(7) VALUE "RPGOPS-".
         05 DateArchiveJournal PIC 9(8).
         05 FILLER PIC X(4) VALUE ".LOG".
       77 NomArchiveJournal pic x(19).

      *    Parametres : duree de retention du journal vivant en jours,
      *    nombre d'occurrences a partir duquel un secours de Program1 est
      *    signale comme repete. Les VALUE sont les secours.
       77 JournalRetention pic 999 value 30.
       77 JournalRepetition pic 9(5) value 3.
       77 NomParam pic x(30).
       77 ValeurParam pic x(100).
       77 ValeurNumerique pic 9(5).

       77 FinFichier pic 9.
       77 FinTri pic 9.
       77 FinListe pic 9.
       77 NbLus pic 9(7) value 0.
       77 NbRetenus pic 9(7) value 0.
       77 NbFinsNormales pic 9(7) value 0.
       77 NbArchivees pic 9(7) value 0.
       77 NbConservees pic 9(7) value 0.

      *    Rupture du resume : groupe programme / paragraphe / sqlcode en
      *    cours, et cumul du paragraphe pour les secours repetes.
       01 CleCourante.
         05 ProgrammeCourant PIC X(10).
         05 ParagrapheCourant PIC X(25).
           88 ParagrapheCourantSecours VALUE "ChargerParametres"
                                             "ChargerCatalogueAttaques"
                                             "VerifierConnexion"
                                             "Menu-init".
         05 SqlcodeCourant PIC X(10).
       77 NbGroupe pic 9(7).
       77 PremierGroupe pic x(16).
       77 DernierGroupe pic x(16).
       77 NbParagraphe pic 9(7).
       77 PremierParagraphe pic x(16).
       77 DernierParagraphe pic x(16).

      *    Horodatage AAAAMMJJHHMMSSCC mis en forme pour l'impression.
       01 HorodatageBrut.
         05 BrutAnnee PIC X(4).
         05 BrutMois PIC X(2).
         05 BrutJour PIC X(2).
         05 BrutHeure PIC X(2).
         05 BrutMinute PIC X(2).
         05 BrutSeconde PIC X(2).
         05 FILLER PIC X(2).
       01 HorodatageImprime.
         05 ImprJour PIC X(2).
         05 FILLER PIC X VALUE "/".
         05 ImprMois PIC X(2).
         05 FILLER PIC X VALUE "/".
         05 ImprAnnee PIC X(4).
         05 FILLER PIC X VALUE SPACE.
         05 ImprHeure PIC X(2).
         05 FILLER PIC X VALUE ":".
         05 ImprMinute PIC X(2).
         05 FILLER PIC X VALUE ":".
         05 ImprSeconde PIC X(2).
       77 PremierImprime pic x(19).
       77 DernierImprime pic x(19).

      *    Secours de Program1 repetes, releves pendant le resume et
      *    imprimes apres lui.
       01 SecoursRepetes.
         05 SecoursLigne occurs 20 times.
           10 SecoursParagraphe PIC X(25).
           10 SecoursNb PIC 9(7).
           10 SecoursPremier PIC X(19).
           10 SecoursDernier PIC X(19).
       77 NbSecours pic 99 value 0.
       77 IdxSecours pic 99.

      *    Etapes de la chaine nocturne terminees en 8 ou plus.
       01 EtapesEnEchec.
         05 EtapeEchecLigne occurs 50 times.
           10 EchecDate PIC X(8).
           10 EchecHeure PIC X(8).
           10 EchecProgramme PIC X(10).
           10 EchecCodeRetour PIC 9999.
       77 NbEtapesEchec pic 99 value 0.
       77 IdxEtapeEchec pic 99.
       77 CodeRetourLu pic 9999.

       77 ErreurRencontree pic 9 value 0.

       77 CNXDB STRING.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       procedure division.

      *********************************************************
      ***** Analyse et rotation du journal d'exploitation *****
      *********************************************************
      *    Lit RPGOPS.LOG sur un jour (la veille par defaut) ou une plage
      *    de jours et imprime : le resume des incidents par programme et
      *    paragraphe, avec le nombre par sqlcode et les premiere et
      *    derniere occurrences ; les secours de Program1 repetes
      *    (parametres, catalogue d'attaques, connexion) ; les etapes de
      *    la chaine nocturne terminees en echec. Les fins normales de
      *    batch (paragraphe <programme>-fin a sqlcode 0) ne sont pas des
      *    incidents. Ensuite, les lignes plus vieilles que la retention
      *    passent dans l'archive du jour RPGOPS-AAAAMMJJ.LOG et le
      *    journal vivant ne garde que les recentes.
       RPGJournal-Programme.
           perform RPGJournal-init.
           perform RPGJournal-trt.
           perform TournerJournal.
           perform RPGJournal-fin.

       RPGJournal-init.
           perform LireConfigConnexion.
           exec sql
               Connect using :CNXDB
           end-exec.
           if (sqlcode not equal 0) then
               DISPLAY "Connexion a la base de donnees impossible"
               Move "RPGJournal-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
           end-if.
           perform ChargerParametres.
           perform LireParametresLancement.
           accept DateJour from date yyyymmdd.
           exec sql
               select convert(varchar(8),
                              dateadd(day, 0 - :JournalRetention,
                                      getdate()), 112)
               into :DateLimite
           end-exec.
           if (sqlcode not = 0) then
               DISPLAY "Calcul de la date de retention impossible"
               Move "RPGJournal-init" to ExploitParagraphe
               perform JournaliserExploitation
               Move 8 to return-code
               stop run
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

      *    ****************************************************************
      *    Une valeur absente, invalide ou hors gabarit laisse le secours
      *    compile.
      *    ****************************************************************

       ChargerParametres.
           exec sql
               declare CurParamJournal cursor for
               select Nom, Valeur from parametre
               where Nom like 'JOURNAL%'
           end-exec.
           exec sql
               open CurParamJournal
           end-exec.
           if (sqlcode = 0) then
               Move 0 to FinListe
               perform until FinListe = 1
                   exec sql
                       fetch CurParamJournal into :NomParam,
                             :ValeurParam
                   end-exec
                   if (sqlcode not = 0) then
                       Move 1 to FinListe
                   else
                       perform AppliquerParametre
                   end-if
               end-perform
               exec sql
                   close CurParamJournal
               end-exec
           end-if.

       AppliquerParametre.
           compute ValeurNumerique = function numval(ValeurParam)
               on size error
                   Move 99999 to ValeurNumerique
           end-compute.
           evaluate NomParam
               when "JOURNALRETENTION"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 999)
                       then
                       Move ValeurNumerique to JournalRetention
                   end-if
               when "JOURNALREPETITION"
                   if (ValeurNumerique > 0 and ValeurNumerique <= 99999)
                       then
                       Move ValeurNumerique to JournalRepetition
                   end-if
           end-evaluate.

      *    ****************************************************************
      *    Sans parametre, la veille ; une date AAAAMMJJ, ce jour-la ;
      *    deux dates, la plage bornes comprises. Un parametre
      *    incomprehensible arrete tout, sans toucher au journal.
      *    ****************************************************************

       LireParametresLancement.
           Move spaces to ParametreLancement.
           accept ParametreLancement from command-line.
           Move spaces to ParamMot1.
           Move spaces to ParamMot2.
           unstring ParametreLancement delimited by all space
               into ParamMot1 ParamMot2
           end-unstring.
           evaluate true
               when ParamMot1 = spaces
                   exec sql
                       select convert(varchar(8),
                                      dateadd(day, -1, getdate()), 112)
                       into :DateDebut
                   end-exec
                   Move DateDebut to DateFin
               when ParamMot1(1:8) is numeric and ParamMot1(9:) = spaces
                    and ParamMot2 = spaces
                   Move ParamMot1(1:8) to DateDebut
                   Move ParamMot1(1:8) to DateFin
               when ParamMot1(1:8) is numeric and ParamMot1(9:) = spaces
                    and ParamMot2(1:8) is numeric
                    and ParamMot2(9:) = spaces
                    and ParamMot2(1:8) >= ParamMot1(1:8)
                   Move ParamMot1(1:8) to DateDebut
                   Move ParamMot2(1:8) to DateFin
               when other
                   DISPLAY "Parametre de lancement invalide : "
                       ParametreLancement
                   DISPLAY "Attendu : rien, une date AAAAMMJJ ou deux "
                       "dates AAAAMMJJ AAAAMMJJ"
                   Move "LireParametresLancement" to ExploitParagraphe
                   perform JournaliserExploitation
                   exec sql
                       Disconnect
                   end-exec
                   Move 8 to return-code
                   stop run
           end-evaluate.

      *    ****************************************************************
      *    Le tri regroupe les evenements retenus par programme,
      *    paragraphe et sqlcode ; les etapes de chaine en echec sont
      *    relevees au passage.
      *    ****************************************************************

       RPGJournal-trt.
           DISPLAY " Journal d'exploitation du " DateDebut " au "
               DateFin " ".
           sort FichierTri
               on ascending key TriProgramme TriParagraphe TriSqlcode
                                TriDate TriHeure
               input procedure is RetenirEvenements
               output procedure is ResumerEvenements.
           perform ImprimerSecoursRepetes.
           perform ImprimerEtapesEnEchec.
           DISPLAY " ".
           DISPLAY NbLus " ligne(s) sur la periode, " NbRetenus
               " incident(s), " NbFinsNormales " fin(s) normale(s)".

       RetenirEvenements.
           open input FichierExploitation.
           if (ExploitStatut not = "00") then
               DISPLAY "Lecture du journal impossible : " ExploitStatut
               Move 1 to ErreurRencontree
           else
               Move 0 to FinFichier
               perform LireEvenement until FinFichier = 1
               close FichierExploitation
           end-if.

       LireEvenement.
           read FichierExploitation into EnregLu
               at end
                   Move 1 to FinFichier
               not at end
                   if (LuDate >= DateDebut and LuDate <= DateFin) then
                       perform RetenirEvenement
                   end-if
           end-read.

       RetenirEvenement.
           add 1 to NbLus.
           Move 0 to SqlcodeLu.
           if (LuSqlcode not = spaces) then
               Move LuSqlcodeEdite to SqlcodeLu
           end-if.
           Move spaces to ParagrapheFin.
           string LuProgramme delimited by space
                  "-fin" delimited by size
               into ParagrapheFin
           end-string.
           evaluate true
               when LuProgramme = "RPGChaine"
                    and LuParagraphe = "ExecuterEtape"
                   perform ReleverEtape
               when LuParagraphe = ParagrapheFin and SqlcodeLu = 0
                   add 1 to NbFinsNormales
               when other
                   Move LuProgramme to TriProgramme
                   Move LuParagraphe to TriParagraphe
                   Move LuSqlcode to TriSqlcode
                   Move LuDate to TriDate
                   Move LuHeure to TriHeure
                   release EnregTri
                   add 1 to NbRetenus
           end-evaluate.

      *    Une ligne par etape lancee par RPGChaine : seules celles
      *    terminees en 8 ou plus sont gardees.
       ReleverEtape.
           if (LuDetailRc = "RC " and LuCodeRetour is numeric) then
               Move LuCodeRetour to CodeRetourLu
               if (CodeRetourLu >= 8 and NbEtapesEchec < 50) then
                   add 1 to NbEtapesEchec
                   Move LuDate to EchecDate(NbEtapesEchec)
                   Move LuHeure to EchecHeure(NbEtapesEchec)
                   Move LuEtape to EchecProgramme(NbEtapesEchec)
                   Move CodeRetourLu to EchecCodeRetour(NbEtapesEchec)
               end-if
           end-if.

      *    ****************************************************************
      *    Resume par rupture : un en-tete par programme, une ligne par
      *    paragraphe et sqlcode avec le nombre et les premiere et
      *    derniere occurrences. A chaque changement de paragraphe, un
      *    secours de Program1 atteignant le seuil est releve.
      *    ****************************************************************

       ResumerEvenements.
           DISPLAY " ".
           DISPLAY "Incidents par programme et paragraphe".
           Move spaces to CleCourante.
           Move 0 to FinTri.
           perform RestituerEvenement until FinTri = 1.
           if (CleCourante not = spaces) then
               perform ImprimerGroupe
               perform CloreParagraphe
           else
               DISPLAY "  Aucun incident sur la periode"
           end-if.

       RestituerEvenement.
           return FichierTri
               at end
                   Move 1 to FinTri
               not at end
                   perform CumulerEvenement
           end-return.

       CumulerEvenement.
           if (CleTri not = CleCourante) then
               if (CleCourante not = spaces) then
                   perform ImprimerGroupe
                   if (TriProgramme not = ProgrammeCourant
                       or TriParagraphe not = ParagrapheCourant) then
                       perform CloreParagraphe
                   end-if
               end-if
               if (TriProgramme not = ProgrammeCourant) then
                   DISPLAY "Programme " TriProgramme
               end-if
               if (TriProgramme not = ProgrammeCourant
                   or TriParagraphe not = ParagrapheCourant) then
                   Move 0 to NbParagraphe
                   Move TriHorodatage to PremierParagraphe
                   Move TriHorodatage to DernierParagraphe
               end-if
               Move CleTri to CleCourante
               Move 0 to NbGroupe
               Move TriHorodatage to PremierGroupe
           end-if.
           add 1 to NbGroupe.
           add 1 to NbParagraphe.
           Move TriHorodatage to DernierGroupe.
           if (TriHorodatage < PremierParagraphe) then
               Move TriHorodatage to PremierParagraphe
           end-if.
           if (TriHorodatage > DernierParagraphe) then
               Move TriHorodatage to DernierParagraphe
           end-if.

       ImprimerGroupe.
           Move PremierGroupe to HorodatageBrut.
           perform MettreEnFormeHorodatage.
           Move HorodatageImprime to PremierImprime.
           Move DernierGroupe to HorodatageBrut.
           perform MettreEnFormeHorodatage.
           Move HorodatageImprime to DernierImprime.
           DISPLAY "  " ParagrapheCourant " sqlcode " SqlcodeCourant
               " x " NbGroupe.
           DISPLAY "      du " PremierImprime " au " DernierImprime.

       CloreParagraphe.
           if (ProgrammeCourant = "Program1"
               and ParagrapheCourantSecours
               and NbParagraphe >= JournalRepetition
               and NbSecours < 20) then
               add 1 to NbSecours
               Move ParagrapheCourant to SecoursParagraphe(NbSecours)
               Move NbParagraphe to SecoursNb(NbSecours)
               Move PremierParagraphe to HorodatageBrut
               perform MettreEnFormeHorodatage
               Move HorodatageImprime to SecoursPremier(NbSecours)
               Move DernierParagraphe to HorodatageBrut
               perform MettreEnFormeHorodatage
               Move HorodatageImprime to SecoursDernier(NbSecours)
           end-if.

       MettreEnFormeHorodatage.
           Move BrutJour to ImprJour.
           Move BrutMois to ImprMois.
           Move BrutAnnee to ImprAnnee.
           Move BrutHeure to ImprHeure.
           Move BrutMinute to ImprMinute.
           Move BrutSeconde to ImprSeconde.

       ImprimerSecoursRepetes.
           DISPLAY " ".
           DISPLAY "Secours repetes de Program1 (" JournalRepetition
               " fois ou plus)".
           if (NbSecours = 0) then
               DISPLAY "  Aucun"
           end-if.
           perform ImprimerUnSecours
               varying IdxSecours from 1 by 1
               until IdxSecours > NbSecours.

       ImprimerUnSecours.
           DISPLAY "  " SecoursParagraphe(IdxSecours) " x "
               SecoursNb(IdxSecours) " du " SecoursPremier(IdxSecours)
               " au " SecoursDernier(IdxSecours).

       ImprimerEtapesEnEchec.
           DISPLAY " ".
           DISPLAY "Etapes de la chaine nocturne en echec".
           if (NbEtapesEchec = 0) then
               DISPLAY "  Aucune"
           end-if.
           perform ImprimerUneEtapeEnEchec
               varying IdxEtapeEchec from 1 by 1
               until IdxEtapeEchec > NbEtapesEchec.

       ImprimerUneEtapeEnEchec.
           Move EchecDate(IdxEtapeEchec) to HorodatageBrut(1:8).
           Move EchecHeure(IdxEtapeEchec) to HorodatageBrut(9:8).
           perform MettreEnFormeHorodatage.
           DISPLAY "  " HorodatageImprime " "
               EchecProgramme(IdxEtapeEchec) " RC "
               EchecCodeRetour(IdxEtapeEchec).

      *    ****************************************************************
      *    Rotation : chaque ligne datee d'avant DateLimite part dans
      *    l'archive du jour, les autres (et toute ligne illisible) dans
      *    RPGOPS.TMP. S'il y a eu des lignes archivees, RPGOPS.TMP est
      *    recopie dans RPGOPS.LOG. Un fichier qui ne s'ouvre pas arrete
      *    la rotation avant toute reecriture : le journal reste entier.
      *    ****************************************************************

       TournerJournal.
           if (ErreurRencontree = 0) then
               Move DateJour to DateArchiveJournal
               Move NomArchiveDate to NomArchiveJournal
               perform RepartirLignes
           end-if.
           if (ErreurRencontree = 0 and NbArchivees > 0) then
               perform RecopierJournalVivant
           end-if.
           if (ErreurRencontree = 0) then
               DISPLAY NbArchivees " ligne(s) d'avant le " DateLimite
                   " archivee(s) dans " NomArchiveJournal ", "
                   NbConservees " conservee(s)"
           end-if.

       RepartirLignes.
           open input FichierExploitation.
           if (ExploitStatut not = "00") then
               DISPLAY "Rotation impossible, journal : " ExploitStatut
               Move 1 to ErreurRencontree
           else
               open output FichierJournalTemp
               if (TempStatut not = "00") then
                   DISPLAY "Rotation impossible, temporaire : "
                       TempStatut
                   Move 1 to ErreurRencontree
               else
                   open extend FichierArchiveJournal
                   if (ArchiveStatut = "35") then
                       open output FichierArchiveJournal
                   end-if
                   if (ArchiveStatut not = "00") then
                       DISPLAY "Rotation impossible, archive : "
                           ArchiveStatut
                       Move 1 to ErreurRencontree
                   else
                       Move 0 to FinFichier
                       perform RepartirUneLigne until FinFichier = 1
                       close FichierArchiveJournal
                   end-if
                   close FichierJournalTemp
               end-if
               close FichierExploitation
           end-if.
           if (ErreurRencontree = 1) then
               Move "RepartirLignes" to ExploitParagraphe
               perform JournaliserExploitation
           end-if.

       RepartirUneLigne.
           read FichierExploitation into EnregLu
               at end
                   Move 1 to FinFichier
               not at end
                   if (LuDate is numeric and LuDate < DateLimite) then
                       write LigneArchiveJournal from EnregLu
                       add 1 to NbArchivees
                   else
                       write LigneJournalTemp from EnregLu
                       add 1 to NbConservees
                   end-if
           end-read.

       RecopierJournalVivant.
           open input FichierJournalTemp.
           if (TempStatut not = "00") then
               DISPLAY "Relecture du temporaire impossible : "
                   TempStatut
               Move "RecopierJournalVivant" to ExploitParagraphe
               perform JournaliserExploitation
               Move 1 to ErreurRencontree
           else
               open output FichierExploitation
               if (ExploitStatut not = "00") then
                   DISPLAY "Reecriture du journal impossible : "
                       ExploitStatut
                   DISPLAY "Lignes recentes conservees dans RPGOPS.TMP"
                   Move 1 to ErreurRencontree
               else
                   Move 0 to FinFichier
                   perform RecopierUneLigne until FinFichier = 1
                   close FichierExploitation
               end-if
               close FichierJournalTemp
           end-if.

       RecopierUneLigne.
           read FichierJournalTemp
               at end
                   Move 1 to FinFichier
               not at end
                   write LigneExploitation from LigneJournalTemp
           end-read.

       RPGJournal-fin.
           Move "RPGJournal-fin" to ExploitParagraphe.
           perform JournaliserExploitation.
           exec sql
               Disconnect
           end-exec.
      *    Code retour pour la chaine nocturne : 0 periode analysee, 4
      *    rien sur la periode, 8 journal illisible ou rotation en echec.
           if (ErreurRencontree = 1) then
               Move 8 to return-code
           else
               if (NbLus = 0) then
                   Move 4 to return-code
               else
                   Move 0 to return-code
               end-if
           end-if.
           stop run.

      *    ****************************************************************
      *    Ajoute l'evenement au journal d'exploitation partage :
      *    horodatage, programme, paragraphe pose par l'appelant, sqlcode
      *    du moment et detail (lignes analysees, lignes archivees). Le
      *    fichier est cree au premier evenement. Un journal inaccessible
      *    ne doit pas faire echouer le traitement lui-meme.
      *    ****************************************************************

       JournaliserExploitation.
           Move sqlcode to ExploitSqlcode.
           accept ExploitDate from date yyyymmdd.
           accept ExploitHeure from time.
           Move NbLus to DetailLus.
           Move NbArchivees to DetailArchives.
           Move DetailJournal to ExploitDetail.
           open extend FichierExploitation.
           if (ExploitStatut = "35") then
               open output FichierExploitation
           end-if.
           if (ExploitStatut = "00") then
               write LigneExploitation from EnregExploitation
               close FichierExploitation
           end-if.

       end program RPGJournal.
