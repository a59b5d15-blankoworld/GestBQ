       program-id. SauvegardeBase as "MyFirstCobol.SauvegardeBase".
       author. Quintard Guillaume.
       date-written. 15/10/2026.
      *Objet. Sauvegarde logique de la base (etape SAUVEGARDE de la
      * chaine d'exploitation) : chaque table dbo est dechargee dans un
      * fichier sequentiel <prefixe><journee>-<table>.txt, et la liste
      * des tables dans <prefixe><journee>-CATALOGUE.txt (cle
      * SAUVEGARDE de GestionBanque.cfg pour le prefixe). Chaque
      * fichier porte un entete et une fin avec le nombre de lignes et
      * la somme de controle des colonnes montant* et solde* ; les
      * totaux ecrits sont compares a ceux de la base (COUNT / SUM),
      * un ecart rend le code retour 8. RestaurationBase relit le jeu
      * de fichiers et le recharge.
      *
      * Enregistrements d'un fichier de table :
      *   H|table|journee|heure           entete
      *   C|[col1],[col2],...              colonnes dechargees
      *   M|expression                     expression de controle SQL
      *   D|montant|valeurs                une ligne de la table, les
      *                                    valeurs deja en litteraux SQL
      *   F|table|nombre de lignes|somme   fin
      * Le catalogue : H|CATALOGUE|journee|heure|base, une ligne
      * T|table|lignes|somme par table, puis F|CATALOGUE|tables|somme.
      * Montants et sommes en signe de tete separe, 2 decimales
      * implicites (MontantControle).

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
       fd FichierTable record varying from 0 to 8000.
       01 EnrFichierTable pic x(8000).

       working-storage section.
       77 reponse pic x.
       77 CNXDB string.
       77 CheminServeurBase pic X(80) value "SRF-EN2-07\SQLEXPRESS".
       77 CheminNomBase pic X(30) value "Cigales".
       77 ConfigStatus pic 99 value 0.
       77 ConfigCle pic X(20).
       77 ConfigValeur pic X(200).
      * Prefixe (repertoire et debut de nom) des fichiers de sauvegarde,
      * cle SAUVEGARDE ; a defaut, le repertoire courant.
       77 PrefixeSauvegarde pic X(150) value spaces.
       77 CheminFichierCatalogue pic X(200) value spaces.
       77 CheminFichierTable pic X(200) value spaces.
       77 Catalogue-Status pic 99 value 0.
       77 Table-Status pic 99 value 0.
      * Etape SAUVEGARDE de la chaine d'exploitation (meme mecanique
      * que l'etape EXTRACTION d'ExtractionClients).
       77 ModeChaine pic X value "N".
       77 NomPoste pic X(16) value spaces.
       77 EtatExploitCle pic X(40) value spaces.
       77 EtatExploitValeur pic X(80) value spaces.
       01 DateSystemeComplete.
           10 AnneeSysteme pic 9(4).
           10 MoisSysteme pic 9(2).
           10 JourSysteme pic 9(2).
       01 HeureSysteme.
           10 HeureHH pic 99.
           10 HeureMM pic 99.
           10 HeureSS pic 99.
           10 HeureCC pic 99.
      * Tables dbo a decharger, chargees avant le premier dechargement.
       77 Tables-Max pic 9(3) value 200.
       77 NbTables pic 9(3) value 0.
       77 IndexTable pic 9(3) value 0.
       77 finTables pic 9 value 0.
       01 TablesSauvegarde occurs 200 times.
           10 TabNom pic X(128).
           10 TabNbLignes pic 9(9).
           10 TabSomme pic S9(16)V99.
       77 NomTable SQL char-varying(128).
      * Colonnes de la table courante et expressions construites.
       77 finColonnes pic 9 value 0.
       77 NbColonnes pic 9(4) value 0.
       77 NbColonnesControle pic 9(4) value 0.
       01 ColonneLue.
           10 nomColonne SQL char-varying(128).
           10 typeColonne SQL char-varying(128).
       77 NomColonneMin pic X(128) value spaces.
       77 StyleConversion pic X(3) value spaces.
       77 ListeColonnes pic X(7990) value spaces.
       77 PtrColonnes pic 9(5) value 1.
       77 ExpressionLigne pic X(24000) value spaces.
       77 PtrLigne pic 9(5) value 1.
       77 ExpressionControle pic X(7990) value spaces.
       77 PtrControle pic 9(5) value 1.
       77 RequeteSauvegarde pic X(32000) value spaces.
      * Totaux de la table courante : base (avant dechargement) et
      * fichier (lignes ecrites).
       77 NbLignesBase pic 9(9) value 0.
       77 SommeBase pic S9(16)V99 value 0.
       77 NbLignesEcrites pic 9(9) value 0.
       77 SommeEcrite pic S9(16)V99 value 0.
       77 finLignes pic 9 value 0.
       01 LigneLue.
           10 montantLigne pic S9(16)V99.
           10 longueurLigne pic 9(9).
           10 valeursLigne SQL char-varying(7990).
       77 LigneTable pic X(8000) value spaces.
       77 LigneCatalogue pic X(255) value spaces.
       01 MontantControle.
           05 MontantControleSigne pic S9(16)V99 sign leading separate.
       01 MontantControleTexte redefines MontantControle pic X(19).
       77 NbTablesEnEcart pic 9(3) value 0.
       77 NbLignesTotal pic 9(9) value 0.
      * Nombre de tables de la fin du catalogue, sur 9 chiffres comme
      * les nombres de lignes.
       77 NbTablesCatalogue pic 9(9) value 0.
       77 SommeTotale pic S9(16)V99 value 0.
           exec sql
               include SQLCA
           end-exec.
           exec sql
               include SQLDA
           end-exec.

       procedure division.
       principal section.
       Sauvegarde.
           perform Sauvegarde-init.
           if Catalogue-Status = 0
               perform Sauvegarde-Table
                   varying IndexTable from 1 by 1
                   until IndexTable > NbTables
               perform Sauvegarde-FinCatalogue
           end-if.
           perform Sauvegarde-fin.

       Sauvegarde-init.
           perform Configuration-Lire.
           perform Connexion-Base.
           perform Chaine-LireEtapeDemandee.
           accept DateSystemeComplete from century-date.
           accept HeureSysteme from time.
           perform Tables-Charger.
           move spaces to CheminFichierCatalogue.
           string
               PrefixeSauvegarde delimited by space
               DateSystemeComplete delimited by size
               "-CATALOGUE.txt" delimited by size
               into CheminFichierCatalogue
           end-string.
           open output FichierCatalogue.
           if Catalogue-Status <> 0
               display "Impossible de creer le catalogue, status " Catalogue-Status
               move 12 to return-code
           else
               move spaces to LigneCatalogue
               string
                   "H|CATALOGUE|" delimited by size
                   DateSystemeComplete delimited by size
                   "|" delimited by size
                   HeureSysteme(1:6) delimited by size
                   "|" delimited by size
                   CheminNomBase delimited by space
                   into LigneCatalogue
               end-string
               write EnrFichierCatalogue from LigneCatalogue
           end-if.

      * Memes cles SERVEUR/BASE que GestionBanque.cfg, plus SAUVEGARDE
      * pour le prefixe des fichiers.
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

      * Etape de chaine demandee par le superviseur du meme poste :
      * lue puis effacee aussitot (cf. ExtractionClients).
       Chaine-LireEtapeDemandee.
           move "N" to ModeChaine.
           move spaces to NomPoste.
           accept NomPoste from environment "COMPUTERNAME".
           if NomPoste = spaces
               move "POSTE" to NomPoste
           end-if.
           move spaces to EtatExploitCle.
           string
               "ETAPEDEMANDEE-" delimited by size
               NomPoste delimited by " "
               into EtatExploitCle
           end-string.
           move spaces to EtatExploitValeur.
           exec sql
               SELECT valeurEtat INTO :EtatExploitValeur
               FROM dbo.EtatExploitation
               WHERE cleEtat = :EtatExploitCle
           end-exec.
           if SQLCODE = 0 and EtatExploitValeur(1:10) = "SAUVEGARDE"
               move "O" to ModeChaine
               move spaces to EtatExploitValeur
               exec sql
                   UPDATE dbo.EtatExploitation
                       SET valeurEtat = :EtatExploitValeur
                   WHERE cleEtat = :EtatExploitCle
               end-exec
           end-if.

      * Toutes les tables utilisateur du schema dbo, dans l'ordre
      * alphabetique.
       Tables-Charger.
           move 0 to NbTables.
           move 0 to finTables.
           exec sql
               DECLARE curTablesSauvegarde CURSOR FOR
                   SELECT TABLE_NAME
                   FROM INFORMATION_SCHEMA.TABLES
                   WHERE TABLE_SCHEMA = 'dbo'
                       AND TABLE_TYPE = 'BASE TABLE'
                   ORDER BY TABLE_NAME
           end-exec.
           exec sql
               OPEN curTablesSauvegarde
           end-exec.
           perform Tables-ChargerLigne until finTables = 1.
           exec sql
               CLOSE curTablesSauvegarde
           end-exec.

       Tables-ChargerLigne.
           exec sql
               FETCH curTablesSauvegarde into :NomTable
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finTables
           else
               if NbTables >= Tables-Max
                   display "Plus de tables que la limite geree : " Tables-Max
                   move 12 to return-code
                   move 1 to finTables
               else
                   add 1 to NbTables
                   move NomTable to TabNom(NbTables)
                   move 0 to TabNbLignes(NbTables)
                   move 0 to TabSomme(NbTables)
               end-if
           end-if.

      **********************************
      * Dechargement d'une table
      **********************************
       Sauvegarde-Table.
           move TabNom(IndexTable) to NomTable.
           perform Sauvegarde-Colonnes.
           move spaces to CheminFichierTable.
           string
               PrefixeSauvegarde delimited by space
               DateSystemeComplete delimited by size
               "-" delimited by size
               TabNom(IndexTable) delimited by space
               ".txt" delimited by size
               into CheminFichierTable
           end-string.
           open output FichierTable.
           if Table-Status <> 0
               display "Impossible de creer " CheminFichierTable
               add 1 to NbTablesEnEcart
           else
               perform Sauvegarde-Entete
               perform Sauvegarde-Controle
               perform Sauvegarde-Lignes
               perform Sauvegarde-Fin-Table
               close FichierTable
           end-if.

      * Liste des colonnes, expression de ligne (chaque valeur rendue
      * en litteral SQL pret a reinserer, NULL compris) et expression
      * de controle (somme des colonnes numeriques montant* / solde*).
      * Colonnes calculees et rowversion ne se dechargent pas.
       Sauvegarde-Colonnes.
           move 0 to NbColonnes.
           move 0 to NbColonnesControle.
           move 0 to finColonnes.
           move spaces to ListeColonnes.
           move spaces to ExpressionLigne.
           move spaces to ExpressionControle.
           move 1 to PtrColonnes.
           move 1 to PtrLigne.
           move 1 to PtrControle.
           exec sql
               DECLARE curColonnesSauvegarde CURSOR FOR
                   SELECT COLUMN_NAME, DATA_TYPE
                   FROM INFORMATION_SCHEMA.COLUMNS
                   WHERE TABLE_SCHEMA = 'dbo'
                       AND TABLE_NAME = :NomTable
                       AND DATA_TYPE NOT IN ('timestamp', 'rowversion')
                       AND COLUMNPROPERTY(OBJECT_ID('dbo.' + QUOTENAME(TABLE_NAME)),
                           COLUMN_NAME, 'IsComputed') = 0
                   ORDER BY ORDINAL_POSITION
           end-exec.
           exec sql
               OPEN curColonnesSauvegarde
           end-exec.
           perform Sauvegarde-ColonneLigne until finColonnes = 1.
           exec sql
               CLOSE curColonnesSauvegarde
           end-exec.
           if NbColonnesControle = 0
               move "0" to ExpressionControle
           end-if.

       Sauvegarde-ColonneLigne.
           exec sql
               FETCH curColonnesSauvegarde into
                   :ColonneLue.nomColonne
                   ,:ColonneLue.typeColonne
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finColonnes
           else
               add 1 to NbColonnes
               if NbColonnes > 1
                   string "," delimited by size
                       into ListeColonnes with pointer PtrColonnes
                   end-string
                   string "+N','+" delimited by size
                       into ExpressionLigne with pointer PtrLigne
                   end-string
               end-if
               string
                   "[" delimited by size
                   nomColonne of ColonneLue delimited by space
                   "]" delimited by size
                   into ListeColonnes with pointer PtrColonnes
               end-string
               perform Sauvegarde-ExpressionValeur
               perform Sauvegarde-ExpressionControle
           end-if.

      * Dates en ISO (style 126), flottants et money sans perte
      * (style 2), binaires en 0x... non quotes ; le reste en texte
      * entre N'...', apostrophes doublees et fins de ligne rendues
      * par NCHAR() pour qu'une valeur tienne sur une seule ligne.
       Sauvegarde-ExpressionValeur.
           evaluate typeColonne of ColonneLue
               when "binary"
               when "varbinary"
               when "image"
                   string
                       "ISNULL(CONVERT(VARCHAR(MAX),CONVERT(VARBINARY(MAX),[" delimited by size
                       nomColonne of ColonneLue delimited by space
                       "]),1),'NULL')" delimited by size
                       into ExpressionLigne with pointer PtrLigne
                   end-string
               when other
                   move "0" to StyleConversion
                   evaluate typeColonne of ColonneLue
                       when "date"
                       when "time"
                       when "datetime"
                       when "datetime2"
                       when "smalldatetime"
                       when "datetimeoffset"
                           move "126" to StyleConversion
                       when "float"
                       when "real"
                       when "money"
                       when "smallmoney"
                           move "2" to StyleConversion
                   end-evaluate
                   string
                       "ISNULL(N'N'''+REPLACE(REPLACE(REPLACE(" delimited by size
                       "CONVERT(NVARCHAR(MAX),[" delimited by size
                       nomColonne of ColonneLue delimited by space
                       "]," delimited by size
                       StyleConversion delimited by space
                       "),N'''',N''''''),NCHAR(13),N'''+NCHAR(13)+N''')," delimited by size
                       "NCHAR(10),N'''+NCHAR(10)+N''')+N'''',N'NULL')" delimited by size
                       into ExpressionLigne with pointer PtrLigne
                   end-string
           end-evaluate.

       Sauvegarde-ExpressionControle.
           move nomColonne of ColonneLue to NomColonneMin.
           inspect NomColonneMin converting
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".
           if NomColonneMin(1:7) = "montant" or NomColonneMin(1:5) = "solde"
               evaluate typeColonne of ColonneLue
                   when "decimal"
                   when "numeric"
                   when "money"
                   when "smallmoney"
                   when "int"
                   when "bigint"
                   when "smallint"
                   when "tinyint"
                   when "float"
                   when "real"
                       add 1 to NbColonnesControle
                       if NbColonnesControle > 1
                           string "+" delimited by size
                               into ExpressionControle with pointer PtrControle
                           end-string
                       end-if
                       string
                           "ISNULL(CAST([" delimited by size
                           nomColonne of ColonneLue delimited by space
                           "] AS DECIMAL(18,2)),0)" delimited by size
                           into ExpressionControle with pointer PtrControle
                       end-string
               end-evaluate
           end-if.

       Sauvegarde-Entete.
           move spaces to LigneTable.
           string
               "H|" delimited by size
               TabNom(IndexTable) delimited by space
               "|" delimited by size
               DateSystemeComplete delimited by size
               "|" delimited by size
               HeureSysteme(1:6) delimited by size
               into LigneTable
           end-string.
           write EnrFichierTable from LigneTable.
           move spaces to LigneTable.
           string
               "C|" delimited by size
               ListeColonnes delimited by "  "
               into LigneTable
           end-string.
           write EnrFichierTable from LigneTable.
           move spaces to LigneTable.
           string
               "M|" delimited by size
               ExpressionControle delimited by "  "
               into LigneTable
           end-string.
           write EnrFichierTable from LigneTable.

      * Totaux de la base avant dechargement, compares en fin de table
      * a ce qui a ete ecrit : la sauvegarde se lance apres l'arrete,
      * une table modifiee pendant le dechargement est signalee.
       Sauvegarde-Controle.
           move spaces to RequeteSauvegarde.
           string
               "SELECT COUNT(*), CAST(ISNULL(SUM(" delimited by size
               ExpressionControle delimited by "  "
               "),0) AS DECIMAL(18,2)) FROM dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "]" delimited by size
               into RequeteSauvegarde
           end-string.
           move 0 to NbLignesBase.
           move 0 to SommeBase.
           exec sql
               PREPARE stmtControleSauvegarde FROM :RequeteSauvegarde
           end-exec.
           exec sql
               DECLARE curControleSauvegarde CURSOR FOR stmtControleSauvegarde
           end-exec.
           exec sql
               OPEN curControleSauvegarde
           end-exec.
           exec sql
               FETCH curControleSauvegarde into :NbLignesBase, :SommeBase
           end-exec.
           exec sql
               CLOSE curControleSauvegarde
           end-exec.

       Sauvegarde-Lignes.
           move 0 to NbLignesEcrites.
           move 0 to SommeEcrite.
           move 0 to finLignes.
           move spaces to RequeteSauvegarde.
           string
               "SELECT CAST(x.m AS DECIMAL(18,2)), LEN(x.l), x.l FROM dbo.[" delimited by size
               TabNom(IndexTable) delimited by space
               "] CROSS APPLY (SELECT " delimited by size
               ExpressionControle delimited by "  "
               " AS m, " delimited by size
               ExpressionLigne delimited by "  "
               " AS l) x" delimited by size
               into RequeteSauvegarde
           end-string.
           exec sql
               PREPARE stmtLignesSauvegarde FROM :RequeteSauvegarde
           end-exec.
           exec sql
               DECLARE curLignesSauvegarde CURSOR FOR stmtLignesSauvegarde
           end-exec.
           exec sql
               OPEN curLignesSauvegarde
           end-exec.
           perform Sauvegarde-Ligne until finLignes = 1.
           exec sql
               CLOSE curLignesSauvegarde
           end-exec.

      * Une ligne trop longue pour l'enregistrement n'est pas ecrite
      * tronquee : la table part en ecart et le code retour le dit.
       Sauvegarde-Ligne.
           exec sql
               FETCH curLignesSauvegarde into
                   :LigneLue.montantLigne
                   ,:LigneLue.longueurLigne
                   ,:LigneLue.valeursLigne
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finLignes
           else
               if longueurLigne of LigneLue > 7970
                   display "Ligne trop longue dans " NomTable
               else
                   move montantLigne of LigneLue to MontantControleSigne
                   move spaces to LigneTable
                   string
                       "D|" delimited by size
                       MontantControleTexte delimited by size
                       "|" delimited by size
                       valeursLigne of LigneLue(1:longueurLigne of LigneLue)
                           delimited by size
                       into LigneTable
                   end-string
                   write EnrFichierTable from LigneTable
                   add 1 to NbLignesEcrites
                   add montantLigne of LigneLue to SommeEcrite
               end-if
           end-if.

       Sauvegarde-Fin-Table.
           move SommeEcrite to MontantControleSigne.
           move spaces to LigneTable.
           string
               "F|" delimited by size
               TabNom(IndexTable) delimited by space
               "|" delimited by size
               NbLignesEcrites delimited by size
               "|" delimited by size
               MontantControleTexte delimited by size
               into LigneTable
           end-string.
           write EnrFichierTable from LigneTable.
           move NbLignesEcrites to TabNbLignes(IndexTable).
           move SommeEcrite to TabSomme(IndexTable).
           add NbLignesEcrites to NbLignesTotal.
           add SommeEcrite to SommeTotale.
           if NbLignesEcrites <> NbLignesBase or SommeEcrite <> SommeBase
               add 1 to NbTablesEnEcart
               display "ECART " NomTable " base=" NbLignesBase
                   " ecrites=" NbLignesEcrites
           end-if.
           move spaces to LigneCatalogue.
           string
               "T|" delimited by size
               TabNom(IndexTable) delimited by space
               "|" delimited by size
               NbLignesEcrites delimited by size
               "|" delimited by size
               MontantControleTexte delimited by size
               into LigneCatalogue
           end-string.
           write EnrFichierCatalogue from LigneCatalogue.

       Sauvegarde-FinCatalogue.
           move SommeTotale to MontantControleSigne.
           move NbTables to NbTablesCatalogue.
           move spaces to LigneCatalogue.
           string
               "F|CATALOGUE|" delimited by size
               NbTablesCatalogue delimited by size
               "|" delimited by size
               MontantControleTexte delimited by size
               into LigneCatalogue
           end-string.
           write EnrFichierCatalogue from LigneCatalogue.
           close FichierCatalogue.
           if NbTablesEnEcart > 0
               move 8 to return-code
           end-if.

       Sauvegarde-fin.
           display "Sauvegarde terminee. Tables=" NbTables
               " lignes=" NbLignesTotal " en ecart=" NbTablesEnEcart
               " le " DateSystemeComplete.
      *    En etape de chaine, personne au clavier.
           if ModeChaine <> "O"
               accept reponse
           end-if.
           goback.

       end program SauvegardeBase.
