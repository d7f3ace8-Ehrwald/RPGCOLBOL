      **********************************************************
      *    Le journal de combat ne fait que grossir : ce batch agrege les
      *    lignes plus vieilles que la fenetre de retention dans
      *    combatlogresume (par personnage, ennemi, jour, resultat et
      *    etage du donjon) puis
      *    supprime le detail consolide. Chaque journee est traitee dans sa
      *    propre transaction : un plantage en cours de nuit laisse les
      *    journees deja commitees acquises, et la journee interrompue est
       ConsoliderJournee.
           exec sql
               insert into combatlogresume
                   (Personnage, Ennemi, Jour, Resultat, Etage, Nb)
               select Personnage, Ennemi, convert(date, DateHeure),
                      Resultat, Etage, count(*)
               from combatlog
               where convert(varchar(10), DateHeure, 120) = :JourCible
               group by Personnage, Ennemi, convert(date, DateHeure),
                        Resultat, Etage
           end-exec.
           if (sqlcode not = 0) then
               DISPLAY "Echec de consolidation du " JourCible
