
       working-storage section.
       77 choixSuperviseur pic 9 value 9.
      * Restauration de la base (option 6) : elle vide toutes les
      * tables, l'operateur confirme avant l'appel de RestaurationBase.
       77 ConfirmationRestauration pic X value "N".
       77 choix pic x.
       77 CouleurFond pic 99 value 15.
       77 CouleurCaractere pic 99 value 0.
       77 DateSystemeNum pic 9(8) value 0.
      * Chaine d'exploitation parametrable (dbo.ChaineEtape) : une
      * liste ordonnee d'etapes (codes IMPORT, PHOTO, EXCEPTIONS,
      * EXTRAIT, LCBFT, GEL, FICOBA, RELEVES, EXTRACTION,
      * SAUVEGARDE), chacune
      * conditionnee par le code retour de la precedente
      * (rcMaxPrecedent), executee enchainee sans operateur ; chaque
      * passage du jour est memorise dans dbo.ChaineExecution et la
      * relance reprend a l'etape en echec, jamais du debut. Les
      * etapes GestionBanque passent par la cle ETAPEDEMANDEE de
      * l'etat partage, EXTRACTION appelle directement
      * ExtractionClients et SAUVEGARDE SauvegardeBase.
       77 ChaineEtapes-Max pic 99 value 20.
       77 NbEtapesChaine pic 99 value 0.
       77 IndexEtape pic 99 value 0.
           10 line 10 col 5 value "- 3 - Extraction du fichier clients . :".
           10 line 11 col 5 value "- 4 - Chaine d'exploitation ......... :".
           10 line 12 col 5 value "- 5 - Parametrage de la chaine ...... :".
           10 line 13 col 5 value "- 6 - Restauration de la base ....... :".
           10 line 14 col 5 value "- 0 - Fin de session ................ :".
           10 line 15 col 5 value "Dernier passage (date heure code retour) :".

       procedure division.
               when 3 perform Lancer-Extraction
               when 4 perform Lancer-Chaine
               when 5 perform ParametrageChaine
               when 6 perform Lancer-Restauration
           end-evaluate.

       superviseur-AfficherEtat.
           move 3 to IndexModule.
           perform EtatModules-Stamper.

      * Hors du suivi des modules : la restauration n'est pas un
      * passage d'exploitation et affiche elle-meme son resultat.
       Lancer-Restauration.
           move "N" to ConfirmationRestauration.
           display "La base sera entierement remplacee. Continuer [O]/[N] : " line 24 col 1.
           accept ConfirmationRestauration line 24 col 57.
           if ConfirmationRestauration = "o"
               move "O" to ConfirmationRestauration
           end-if.
           if ConfirmationRestauration = "O"
               call "RestaurationBase"
               move 0 to return-code
           end-if.

       EtatModules-Stamper.
           move return-code to ModuleRC(IndexModule).
           accept DateSystemeComplete from century-date.
           display EtapeLibelle(IndexEtape) line LigneChaineEcran col 3.
           display "en cours..." line LigneChaineEcran col 36.
      *    Le code de l'etape est depose dans la cle du poste ; le
      *    module appele (GestionBanque, ExtractionClients ou
      *    SauvegardeBase) le lit, l'efface et execute l'etape sans
      *    operateur.
           perform EtatExploitation-CleEtape.
           move spaces to EtatExploitValeur.
           move EtapeCode(IndexEtape) to EtatExploitValeur(1:12).
           perform EtatExploitation-Ecrire.
           evaluate EtapeCode(IndexEtape)
               when "EXTRACTION"
                   call "ExtractionClients"
               when "SAUVEGARDE"
                   call "SauvegardeBase"
               when other
                   call "GestionBanque"
           end-evaluate.
           move return-code to EtapeRcJour(IndexEtape).
           move return-code to RcPrecedent.
           move 0 to return-code.

       ParametrageChaine-Champs.
           move spaces to codeEtape of SaisieEtape.
           display "Etapes : IMPORT PHOTO EXCEPTIONS EXTRAIT LCBFT GEL FICOBA RELEVES" line 23 col 1.
           display "ou EXTRACTION, SAUVEGARDE" line 19 col 48.
           display "Code etape .................. : " line 19 col 1.
           accept codeEtape of SaisieEtape line 19 col 34 size 12.
           move spaces to libelle of SaisieEtape.
           display "Libelle ..................... : " line 20 col 1.
           accept libelle of SaisieEtape line 20 col 34 size 30.
