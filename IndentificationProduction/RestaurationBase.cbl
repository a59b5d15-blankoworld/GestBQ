       program-id. RestaurationBase as "MyFirstCobol.RestaurationBase".
       author. Quintard Guillaume.
       date-written. 15/10/2026.
      *Objet. Restauration d'une sauvegarde logique produite par
      * SauvegardeBase (meme prefixe, cle SAUVEGARDE de
      * GestionBanque.cfg). Lancee par l'operateur (menu du
      * superviseur), jamais en chaine : l'operateur donne la journee
      * de la sauvegarde puis tape RESTAURER pour confirmer.
      *  1. Avant de toucher la base, tout le jeu est verifie : le
      *     catalogue (entete, fin, nombre de tables et somme), chaque
      *     fichier de table (entete au bon nom et a la bonne journee,
      *     nombre de lignes et somme de controle des lignes D egaux a
      *     la fin du fichier, fin du fichier egale au catalogue), et
      *     la concordance des tables
      *     du catalogue avec celles de la base. Au moindre ecart rien
      *     n'est restaure (code retour 8).
      *  2. Dans une seule transaction, contraintes et declencheurs
      *     suspendus, toutes les tables sont videes puis rechargees.
      *  3. Les contraintes sont revalidees, puis chaque table est
      *     recomptee dans la base (COUNT et somme de controle) ; la
      *     transaction n'est validee que si tout concorde, sinon elle
      *     est annulee et la base reste telle qu'avant (code retour
      *     12).

       environment division.
       configuration section.
       source-computer. SRF-EN2-03.
       object-computer. SRF-EN2-07.
       input-output section.
       file-control.
       select FichierConfig
          assign to "GestionBanque.cfg"
          organization is line sequential
          file status is ConfigStatus.
       select FichierCatalogue
          assign to CheminFichierCatalogue
          organization is line sequential
          access sequential
          file status is Catalogue-Status.
       select FichierTable
          assign to CheminFichierTable
          organization is line sequential
          access sequential
          file status is Table-Status.

       data division.
       file section.
       fd FichierConfig record varying from 0 to 255.
       01 EnrFichierConfig pic x(255).
       fd FichierCatalogue record varying from 0 to 255.
       01 EnrFichierCatalogue pic x(255).
       fd FichierTable record varying from 0 to 8000
           depending on LongueurEnrTable.
       01 EnrFichierTable pic x(8000).

       working-storage section.
       77 reponse pic x.
       77 CNXDB string.
       77 CheminServeurBase pic X(80) value "SRF-EN2-07\SQLEXPRESS".
       77 CheminNomBase pic X(30) value "Cigales".
       77 ConfigStatus pic 99 value 0.
       77 ConfigCle pic X(20).
       77 ConfigValeur pic X(200).
       77 PrefixeSauvegarde pic X(150) value spaces.
       77 CheminFichierCatalogue pic X(200) value spaces.
       77 CheminFichierTable pic X(200) value spaces.
       77 Catalogue-Status pic 99 value 0.
       77 Table-Status pic 99 value 0.
       77 LongueurEnrTable pic 9(5) value 0.
       77 JourneeSauvegarde pic X(8) value spaces.
       77 Confirmation pic X(9) value spaces.
      * Tables du catalogue : nom, totaux attendus, presence dans la
      * base, et les colonnes/expression de controle lues dans le
      * fichier au moment du chargement.
       77 Tables-Max pic 9(3) value 200.
       77 NbTables pic 9(3) value 0.
       77 NbTablesAnnoncees pic 9(3) value 0.
      * Somme des lignes T du catalogue, et celle que porte sa fin.
       77 SommeCatalogue pic S9(16)V99 value 0.
       77 SommeAnnoncee pic S9(16)V99 value 0.
       77 IndexTable pic 9(3) value 0.
       77 IndexRecherche pic 9(3) value 0.
       01 TablesRestauration occurs 200 times.
           10 TabNom pic X(128).
           10 TabNbLignes pic 9(9).
           10 TabSomme pic S9(16)V99.
       77 TableTrouvee pic 9 value 0.
       77 NomTable SQL char-varying(128).
       77 finTables pic 9 value 0.
       77 NbTablesBase pic 9(3) value 0.
      * Zones de lecture d'un enregistrement (catalogue ou table).
       77 TypeEnr pic X value space.
       77 ChampNom pic X(128) value spaces.
       77 ChampJournee pic X(8) value spaces.
       77 ChampNombre pic X(9) value spaces.
       77 ChampSomme pic X(19) value spaces.
       01 MontantControle.
           05 MontantControleSigne pic S9(16)V99 sign leading separate.
       01 MontantControleTexte redefines MontantControle pic X(19).
       77 NombreLu pic 9(9) value 0.
       77 SommeLue pic S9(16)V99 value 0.
       77 EnteteCatalogueLu pic 9 value 0.
       77 FinCatalogueLue pic 9 value 0.
       77 EnteteTableLu pic 9 value 0.
       77 FinTableLue pic 9 value 0.
       77 finFichier pic 9 value 0.
       77 NbLignesFichier pic 9(9) value 0.
       77 SommeFichier pic S9(16)V99 value 0.
       77 NbAnomalies pic 9(5) value 0.
      * Chargement.
       77 ListeColonnes pic X(7990) value spaces.
       77 ExpressionControle pic X(7990) value spaces.
       77 RequeteRestauration pic X(16000) value spaces.
       77 AvecIdentite pic 9(9) value 0.
       77 EchecRestauration pic 9 value 0.
       77 NbLignesBase pic 9(9) value 0.
       77 SommeBase pic S9(16)V99 value 0.
       77 NbLignesRestaurees pic 9(9) value 0.
       77 StrSqlcode pic -(9)9.
           exec sql
               include SQLCA
           end-exec.
           exec sql
               include SQLDA
           end-exec.

       procedure division.
       principal section.
       Restauration.
           perform Restauration-init.
           if JourneeSauvegarde <> spaces and Confirmation = "RESTAURER"
               perform Verification-Jeu
               if NbAnomalies > 0
                   display "Jeu de sauvegarde refuse : " NbAnomalies
                       " anomalie(s), base non modifiee."
                   move 8 to return-code
               else
                   perform Restauration-Charger
               end-if
           else
               display "Restauration abandonnee, base non modifiee."
           end-if.
           perform Restauration-fin.

       Restauration-init.
           perform Configuration-Lire.
           perform Connexion-Base.
           display "Journee de la sauvegarde a restaurer (AAAAMMJJ) : ".
           accept JourneeSauvegarde.
           if JourneeSauvegarde <> spaces
               display "La base " CheminNomBase " va etre entierement remplacee."
               display "Taper RESTAURER pour confirmer : "
               accept Confirmation
           end-if.

       Configuration-Lire.
           open input FichierConfig.
           if ConfigStatus = 0
               perform Configuration-LireLigne until ConfigStatus <> 0
               close FichierConfig
           end-if.
       Configuration-LireLigne.
           read FichierConfig
               at end move 10 to ConfigStatus
               not at end perform Configuration-AnalyseLigne
           end-read.
       Configuration-AnalyseLigne.
           move spaces to ConfigCle.
           move spaces to ConfigValeur.
           unstring EnrFichierConfig delimited by "="
               into ConfigCle ConfigValeur
           end-unstring.
           evaluate ConfigCle
               when "SAUVEGARDE" move ConfigValeur to PrefixeSauvegarde
               when "SERVEUR" move ConfigValeur to CheminServeurBase
               when "BASE" move ConfigValeur to CheminNomBase
           end-evaluate.

       Connexion-Base.
           string
               "Trusted_Connection=yes;Database=" delimited by size
               CheminNomBase delimited by space
               ";server=" delimited by size
               CheminServeurBase delimited by space
               ";factory=System.Data.SqlClient;" delimited by size
               into CNXDB
           end-string.
           exec sql
               Connect using :CNXDB
           end-exec.
           exec sql
               set autocommit on
           end-exec.

      **********************************
      * 1. Verification du jeu, base intacte
      **********************************
       Verification-Jeu.
           move 0 to NbAnomalies.
           perform Verification-Catalogue.
           if NbAnomalies = 0
               perform Verification-Table
                   varying IndexTable from 1 by 1
                   until IndexTable > NbTables
               perform Verification-TablesBase
           end-if.

       Verification-Catalogue.
           move 0 to NbTables.
           move 0 to SommeCatalogue.
           move 0 to SommeAnnoncee.
           move 0 to EnteteCatalogueLu.
           move 0 to FinCatalogueLue.
           move 0 to finFichier.
           move spaces to CheminFichierCatalogue.
           string
               PrefixeSauvegarde delimited by space
               JourneeSauvegarde delimited by size
               "-CATALOGUE.txt" delimited by size
               into CheminFichierCatalogue
           end-string.
           open input FichierCatalogue.
           if Catalogue-Status <> 0
               display "Catalogue introuvable : " CheminFichierCatalogue
               add 1 to NbAnomalies
           else
               perform Verification-CatalogueLigne until finFichier = 1
               close FichierCatalogue
               if EnteteCatalogueLu = 0 or FinCatalogueLue = 0
                   display "Catalogue incomplet (entete ou fin absente)"
                   add 1 to NbAnomalies
               else
                   if NbTablesAnnoncees <> NbTables
                       display "Catalogue : " NbTables " tables lues, "
                           NbTablesAnnoncees " annoncees"
                       add 1 to NbAnomalies
                   end-if
                   if SommeAnnoncee <> SommeCatalogue
                       display "Catalogue : somme des tables differente de sa fin"
                       add 1 to NbAnomalies
                   end-if
               end-if
           end-if.

       Verification-CatalogueLigne.
           read FichierCatalogue
               at end move 1 to finFichier
               not at end perform Verification-CatalogueEnr
           end-read.

       Verification-CatalogueEnr.
           perform Enregistrement-Decouper-Catalogue.
           evaluate TypeEnr
               when "H"
                   move 1 to EnteteCatalogueLu
                   if ChampJournee <> JourneeSauvegarde
                       display "Catalogue d'une autre journee : " ChampJournee
                       add 1 to NbAnomalies
                   end-if
               when "T"
                   if NbTables >= Tables-Max
                       display "Plus de tables que la limite geree : " Tables-Max
                       add 1 to NbAnomalies
                   else
                       add 1 to NbTables
                       move ChampNom to TabNom(NbTables)
                       move NombreLu to TabNbLignes(NbTables)
                       move SommeLue to TabSomme(NbTables)
                       add SommeLue to SommeCatalogue
                   end-if
               when "F"
                   move 1 to FinCatalogueLue
                   move NombreLu to NbTablesAnnoncees
                   move SommeLue to SommeAnnoncee
           end-evaluate.

      * H|CATALOGUE|journee|heure|base, T|table|lignes|somme,
      * F|CATALOGUE|tables|somme.
       Enregistrement-Decouper-Catalogue.
           move spaces to TypeEnr ChampNom ChampJournee ChampNombre ChampSomme.
           move 0 to NombreLu.
           move 0 to SommeLue.
           move EnrFichierCatalogue(1:1) to TypeEnr.
           evaluate TypeEnr
               when "H"
                   unstring EnrFichierCatalogue(3:) delimited by "|"
                       into ChampNom ChampJournee
                   end-unstring
               when "T"
               when "F"
                   unstring EnrFichierCatalogue(3:) delimited by "|"
                       into ChampNom ChampNombre ChampSomme
                   end-unstring
                   perform Enregistrement-Totaux
           end-evaluate.

       Enregistrement-Totaux.
           if ChampNombre is numeric
               move ChampNombre to NombreLu
           else
               add 1 to NbAnomalies
           end-if.
           move ChampSomme to MontantControleTexte.
           if MontantControleSigne is numeric
               move MontantControleSigne to SommeLue
           else
               add 1 to NbAnomalies
           end-if.

       Fichier-Nommer.
           move spaces to CheminFichierTable.
           string
               PrefixeSauvegarde delimited by space
               JourneeSauvegarde delimited by size
               "-" delimited by size
               TabNom(IndexTable) delimited by space
               ".txt" delimited by size
               into CheminFichierTable
           end-string.

      * Chaque fichier relu en entier : entete, lignes D comptees et
      * sommees, fin ; les trois doivent concorder avec le catalogue.
       Verification-Table.
           perform Fichier-Nommer.
           move 0 to EnteteTableLu.
           move 0 to FinTableLue.
           move 0 to NbLignesFichier.
           move 0 to SommeFichier.
           move 0 to finFichier.
           open input FichierTable.
           if Table-Status <> 0
               display "Fichier absent : " CheminFichierTable
               add 1 to NbAnomalies
           else
               perform Verification-TableLigne until finFichier = 1
               close FichierTable
               if EnteteTableLu = 0 or FinTableLue = 0
                   display "Fichier incomplet : " CheminFichierTable
                   add 1 to NbAnomalies
               end-if
               if NbLignesFichier <> TabNbLignes(IndexTable)
                   or SommeFichier <> TabSomme(IndexTable)
                   display "Totaux differents du catalogue : " TabNom(IndexTable)
                   add 1 to NbAnomalies
               end-if
           end-if.

       Verification-TableLigne.
           read FichierTable
               at end move 1 to finFichier
               not at end perform Verification-TableEnr
           end-read.

       Verification-TableEnr.
           move EnrFichierTable(1:1) to TypeEnr.
           evaluate TypeEnr
               when "H"
                   move 1 to EnteteTableLu
                   move spaces to ChampNom ChampJournee
                   unstring EnrFichierTable(3:) delimited by "|"
                       into ChampNom ChampJournee
                   end-unstring
                   if ChampNom <> TabNom(IndexTable)
                       or ChampJournee <> JourneeSauvegarde
                       display "Entete inattendue dans " CheminFichierTable
                       add 1 to NbAnomalies
                   end-if
               when "D"
                   move EnrFichierTable(3:19) to MontantControleTexte
                   if MontantControleSigne is numeric
                       add 1 to NbLignesFichier
                       add MontantControleSigne to SommeFichier
                   else
                       display "Ligne illisible dans " CheminFichierTable
                       add 1 to NbAnomalies
                   end-if
               when "F"
                   move 1 to FinTableLue
                   move spaces to ChampNom ChampNombre ChampSomme
                   unstring EnrFichierTable(3:) delimited by "|"
                       into ChampNom ChampNombre ChampSomme
                   end-unstring
                   perform Enregistrement-Totaux
                   if NombreLu <> NbLignesFichier or SommeLue <> SommeFichier
                       display "Fin de fichier en ecart : " CheminFichierTable
                       add 1 to NbAnomalies
                   end-if
                   if NombreLu <> TabNbLignes(IndexTable)
                       or SommeLue <> TabSomme(IndexTable)
                       display "Fin de fichier differente du catalogue : "
                           CheminFichierTable
                       add 1 to NbAnomalies
                   end-if
           end-evaluate.

      * Une table de la base absente du jeu, ou l'inverse, signale une
      * sauvegarde d'une autre version du schema : refusee.
       Verification-TablesBase.
           move 0 to NbTablesBase.
           move 0 to finTables.
           exec sql
               DECLARE curTablesRestauration CURSOR FOR
                   SELECT TABLE_NAME
                   FROM INFORMATION_SCHEMA.TABLES
                   WHERE TABLE_SCHEMA = 'dbo'
                       AND TABLE_TYPE = 'BASE TABLE'
                   ORDER BY TABLE_NAME
           end-exec.
           exec sql
               OPEN curTablesRestauration
           end-exec.
           perform Verification-TableBase until finTables = 1.
           exec sql
               CLOSE curTablesRestauration
           end-exec.
           if NbTablesBase <> NbTables
               display "Base : " NbTablesBase " tables, sauvegarde : " NbTables
               add 1 to NbAnomalies
           end-if.

       Verification-TableBase.
           exec sql
               FETCH curTablesRestauration into :NomTable
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finTables
           else
               add 1 to NbTablesBase
               move 0 to TableTrouvee
               perform Verification-Rechercher
                   varying IndexRecherche from 1 by 1
                   until IndexRecherche > NbTables or TableTrouvee = 1
               if TableTrouvee = 0
                   display "Table absente de la sauvegarde : " NomTable
                   add 1 to NbAnomalies
               end-if
           end-if.

       Verification-Rechercher.
           if TabNom(IndexRecherche) = NomTable
               move 1 to TableTrouvee
           end-if.

      **********************************
      * 2. Chargement en une transaction
      **********************************
       Restauration-Charger.
           move 0 to EchecRestauration.
           move 0 to NbLignesRestaurees.
           exec sql
               set autocommit off
           end-exec.
           perform Restauration-Suspendre
               varying IndexTable from 1 by 1
               until IndexTable > NbTables or EchecRestauration = 1.
           perform Restauration-Vider
               varying IndexTable from 1 by 1
               until IndexTable > NbTables or EchecRestauration = 1.
           perform Restauration-Table
               varying IndexTable from 1 by 1
               until IndexTable > NbTables or EchecRestauration = 1.
           perform Restauration-Reactiver
               varying IndexTable from 1 by 1
               until IndexTable > NbTables or EchecRestauration = 1.
           perform Controle-Table
               varying IndexTable from 1 by 1
               until IndexTable > NbTables or EchecRestauration = 1.
           if EchecRestauration = 0
               exec sql
                   commit
               end-exec
               display "Restauration validee : " NbTables " tables, "
                   NbLignesRestaurees " lignes."
           else
               exec sql
                   rollback
               end-exec
               display "Restauration annulee, base remise en l'etat."
               move 12 to return-code
           end-if.
           exec sql
               set autocommit on
           end-exec.

      * Contraintes et declencheurs suspendus pour toutes les tables
      * avant de vider la premiere : une cle etrangere appartient a la
      * table fille, l'ordre des tables n'a ainsi plus d'importance.
       Restauration-Suspendre.
           move spaces to RequeteRestauration.
           string
               "ALTER TABLE dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "] NOCHECK CONSTRAINT ALL; ALTER TABLE dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "] DISABLE TRIGGER ALL" delimited by size
               into RequeteRestauration
           end-string.
           perform Requete-Executer.

       Restauration-Vider.
           move spaces to RequeteRestauration.
           string
               "DELETE FROM dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "]" delimited by size
               into RequeteRestauration
           end-string.
           perform Requete-Executer.

       Restauration-Table.
           perform Fichier-Nommer.
           move TabNom(IndexTable) to NomTable.
           move 0 to AvecIdentite.
           exec sql
               SELECT ISNULL(OBJECTPROPERTY(OBJECT_ID('dbo.' + QUOTENAME(:NomTable)),
                   'TableHasIdentity'), 0)
               INTO :AvecIdentite
           end-exec.
           if AvecIdentite = 1
               perform Restauration-IdentiteOn
           end-if.
           move 0 to finFichier.
           open input FichierTable.
           if Table-Status <> 0
               display "Fichier absent : " CheminFichierTable
               move 1 to EchecRestauration
           else
               perform Restauration-Ligne
                   until finFichier = 1 or EchecRestauration = 1
               close FichierTable
           end-if.
           if AvecIdentite = 1 and EchecRestauration = 0
               perform Restauration-IdentiteOff
           end-if.

       Restauration-IdentiteOn.
           move spaces to RequeteRestauration.
           string
               "SET IDENTITY_INSERT dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "] ON" delimited by size
               into RequeteRestauration
           end-string.
           perform Requete-Executer.

       Restauration-IdentiteOff.
           move spaces to RequeteRestauration.
           string
               "SET IDENTITY_INSERT dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "] OFF" delimited by size
               into RequeteRestauration
           end-string.
           perform Requete-Executer.

       Restauration-Ligne.
           read FichierTable
               at end move 1 to finFichier
               not at end perform Restauration-Enr
           end-read.

      * Les valeurs de la ligne D sont deja des litteraux SQL : elles
      * forment la clause VALUES telles quelles (a partir de la
      * colonne 23, apres le montant de controle).
       Restauration-Enr.
           evaluate EnrFichierTable(1:1)
               when "C"
                   move spaces to ListeColonnes
                   move EnrFichierTable(3:LongueurEnrTable - 2) to ListeColonnes
               when "M"
                   move spaces to ExpressionControle
                   move EnrFichierTable(3:LongueurEnrTable - 2) to ExpressionControle
               when "D"
                   move spaces to RequeteRestauration
                   string
                       "INSERT INTO dbo.[" delimited by size
                       TabNom(IndexTable) delimited by space
                       "] (" delimited by size
                       ListeColonnes delimited by "  "
                       ") VALUES (" delimited by size
                       EnrFichierTable(23:LongueurEnrTable - 22) delimited by size
                       ")" delimited by size
                       into RequeteRestauration
                   end-string
                   perform Requete-Executer
                   if EchecRestauration = 0
                       add 1 to NbLignesRestaurees
                   end-if
           end-evaluate.

      * Revalidation complete (WITH CHECK) : une donnee incoherente
      * fait echouer l'instruction, donc la restauration.
       Restauration-Reactiver.
           move spaces to RequeteRestauration.
           string
               "ALTER TABLE dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "] WITH CHECK CHECK CONSTRAINT ALL; ALTER TABLE dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "] ENABLE TRIGGER ALL" delimited by size
               into RequeteRestauration
           end-string.
           perform Requete-Executer.

       Requete-Executer.
           exec sql
               EXECUTE IMMEDIATE :RequeteRestauration
           end-exec.
           if SQLCODE < 0
               move SQLCODE to StrSqlcode
               display "Erreur SQL " StrSqlcode " sur " TabNom(IndexTable)
               move 1 to EchecRestauration
           end-if.

      **********************************
      * 3. Controle apres chargement
      **********************************
      * L'expression de controle relue dans le fichier (enregistrement
      * M) est rejouee sur la table rechargee.
       Controle-Table.
           perform Fichier-Nommer.
           move spaces to ExpressionControle.
           move 0 to finFichier.
           open input FichierTable.
           if Table-Status = 0
               perform Controle-LireExpression
                   until finFichier = 1 or ExpressionControle <> spaces
               close FichierTable
           end-if.
           if ExpressionControle = spaces
               move "0" to ExpressionControle
           end-if.
           move spaces to RequeteRestauration.
           string
               "SELECT COUNT(*), CAST(ISNULL(SUM(" delimited by size
               ExpressionControle delimited by "  "
               "),0) AS DECIMAL(18,2)) FROM dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "]" delimited by size
               into RequeteRestauration
           end-string.
           move 0 to NbLignesBase.
           move 0 to SommeBase.
           exec sql
               PREPARE stmtControleRestauration FROM :RequeteRestauration
           end-exec.
           exec sql
               DECLARE curControleRestauration CURSOR FOR stmtControleRestauration
           end-exec.
           exec sql
               OPEN curControleRestauration
           end-exec.
           exec sql
               FETCH curControleRestauration into :NbLignesBase, :SommeBase
           end-exec.
           if SQLCODE <> 0
               move 1 to EchecRestauration
           end-if.
           exec sql
               CLOSE curControleRestauration
           end-exec.
           if NbLignesBase <> TabNbLignes(IndexTable)
               or SommeBase <> TabSomme(IndexTable)
               display "Controle en ecart apres chargement : " TabNom(IndexTable)
               move 1 to EchecRestauration
           end-if.

       Controle-LireExpression.
           read FichierTable
               at end move 1 to finFichier
               not at end
                   if EnrFichierTable(1:1) = "M"
                       move EnrFichierTable(3:LongueurEnrTable - 2) to ExpressionControle
                   end-if
           end-read.

       Restauration-fin.
           display "Appuyer sur Entree pour terminer.".
           accept reponse.
           goback.

       end program RestaurationBase.
