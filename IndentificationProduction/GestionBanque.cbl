       select FichierJournalPrel
          assign to CheminFichierJournalPrel
          organization is line sequential access sequential.
       select FichierRetoursSEPA
          assign to CheminFichierRetoursSEPA
          organization is line sequential
          file status is RetoursSEPA-Status.
       select FichierEtatRetours
          assign to CheminFichierEtatRetours
          organization is line sequential access sequential.
       select FichierPrelRecus
          assign to CheminFichierPrelRecus
          organization is line sequential
          file status is PrelRecus-Status.
       select FichierRejetsPrelRecus
          assign to CheminFichierRejetsPrelRecus
          organization is line sequential access sequential.
       select FichierEtatDAT
          assign to CheminFichierEtatDAT
          organization is line sequential access sequential.
       select FichierEtatLCBFT
          assign to CheminFichierEtatLCBFT
          organization is line sequential access sequential.
       select FichierListeGel
          assign to CheminFichierListeGel
          organization is line sequential
          file status is ListeGel-Status.
       select FichierEtatKYC
          assign to CheminFichierEtatKYC
          organization is line sequential access sequential.
       select FichierCompensation
          assign to CheminFichierCompensation
          organization is line sequential access sequential.
       select FichierImpayesChq
          assign to CheminFichierImpayesChq
          organization is line sequential
          file status is ImpayesChq-Status.
       select FichierDetailFrais
          assign to CheminFichierDetailFrais
          organization is line sequential access sequential.
       select FichierEtatSuccession
          assign to CheminFichierEtatSuccession
          organization is line sequential access sequential.
       select FichierInvMobilite
          assign to CheminFichierInvMobilite
          organization is line sequential access sequential.
       select FichierMobEntrante
          assign to CheminFichierMobEntrante
          organization is line sequential
          file status is MobEntrante-Status.
       select FichierEtatMobilite
          assign to CheminFichierEtatMobilite
          organization is line sequential access sequential.
       select FichierEtatPNB
          assign to CheminFichierEtatPNB
          organization is line sequential access sequential.
       select FichierFICOBA
          assign to CheminFichierFICOBA
          organization is line sequential access sequential.
       select FichierEtatTreso
          assign to CheminFichierEtatTreso
          organization is line sequential access sequential.
       select FichierAlertes
          assign to CheminFichierAlertes
          organization is line sequential access sequential.
       select FichierReleveElec
          assign to CheminFichierReleveElec
          organization is line sequential access sequential.
       select FichierRemiseVir
          assign to CheminFichierRemiseVir
          organization is line sequential
          file status is RemiseVir-Status.
       select FichierCRRemiseVir
          assign to CheminFichierCRRemiseVir
          organization is line sequential access sequential.
       select FichierEcartsCaisse
          assign to CheminFichierEcartsCaisse
          organization is line sequential access sequential.
       select FichierRetardsReclam
          assign to CheminFichierRetardsReclam
          organization is line sequential access sequential.

       data division.
       file section.
       01 EnrFichierPrelevement pic x(255).
       fd FichierJournalPrel record varying from 0 to 255.
       01 EnrFichierJournalPrel pic x(255).
       fd FichierRetoursSEPA record varying from 0 to 255.
       01 EnrFichierRetoursSEPA pic x(255).
       fd FichierEtatRetours record varying from 0 to 255.
       01 EnrFichierEtatRetours pic x(255).
       fd FichierPrelRecus record varying from 0 to 255.
       01 EnrFichierPrelRecus pic x(255).
       fd FichierRejetsPrelRecus record varying from 0 to 255.
       01 EnrFichierRejetsPrelRecus pic x(255).
       fd FichierEtatDAT record varying from 0 to 255.
       01 EnrFichierEtatDAT pic x(255).
       fd FichierEtatLCBFT record varying from 0 to 255.
       01 EnrFichierEtatLCBFT pic x(255).
       fd FichierListeGel record varying from 0 to 255.
       01 EnrFichierListeGel pic x(255).
       fd FichierEtatKYC record varying from 0 to 255.
       01 EnrFichierEtatKYC pic x(255).
       fd FichierCompensation record varying from 0 to 255.
       01 EnrFichierCompensation pic x(255).
       fd FichierImpayesChq record varying from 0 to 255.
       01 EnrFichierImpayesChq pic x(255).
       fd FichierDetailFrais record varying from 0 to 255.
       01 EnrFichierDetailFrais pic x(255).
       fd FichierEtatSuccession record varying from 0 to 255.
       01 EnrFichierEtatSuccession pic x(255).
       fd FichierInvMobilite record varying from 0 to 255.
       01 EnrFichierInvMobilite pic x(255).
       fd FichierMobEntrante record varying from 0 to 255.
       01 EnrFichierMobEntrante pic x(255).
       fd FichierEtatMobilite record varying from 0 to 255.
       01 EnrFichierEtatMobilite pic x(255).
       fd FichierEtatPNB record varying from 0 to 255.
       01 EnrFichierEtatPNB pic x(255).
       fd FichierFICOBA record varying from 0 to 255.
       01 EnrFichierFICOBA pic x(255).
       fd FichierEtatTreso record varying from 0 to 255.
       01 EnrFichierEtatTreso pic x(255).
       fd FichierAlertes record varying from 0 to 255.
       01 EnrFichierAlertes pic x(255).
       fd FichierReleveElec record varying from 0 to 255.
       01 EnrFichierReleveElec pic x(255).
       fd FichierRemiseVir record varying from 0 to 255.
       01 EnrFichierRemiseVir pic x(255).
       fd FichierCRRemiseVir record varying from 0 to 255.
       01 EnrFichierCRRemiseVir pic x(255).
       fd FichierEcartsCaisse record varying from 0 to 255.
       01 EnrFichierEcartsCaisse pic x(255).
       fd FichierRetardsReclam record varying from 0 to 255.
       01 EnrFichierRetardsReclam pic x(255).
       working-storage section.
       77 choixMenu pic 99.
       77 choix pic x.
      * "-" + index sur 3) fait 21 caracteres, un X(20) tronquait
      * l'index et dupliquait les EndToEndId d'une meme remise.
       77 ReferenceSEPA PIC X(25) VALUE SPACES.
      * MsgId de la remise en cours d'ecriture ("GESTBQ" ou
      * "GESTBQPRL" + date + heure), memorise avec chaque EndToEndId
      * dans dbo.RemiseSEPA : l'EndToEndId seul se repete d'une remise
      * a l'autre de la meme journee, le couple ne se repete jamais.
       77 MsgIdRemise PIC X(35) VALUE SPACES.
       01 CompteSEPA.
           10 codeCompte PIC 9(12).
           10 IBAN SQL CHAR-VARYING(34).
           10 VirMontant PIC 9(11)V99.
           10 VirMotif PIC X(35).
           10 VirDevise PIC X(3).
      *    SAISI (GenerationSEPA-Saisie), PERMANENT (virement genere
      *    d'office a l'ouverture de la journee comptable) ou SAISIEATD
      *    (fonds saisis vires au creancier a la meme ouverture) ou
      *    REMISECLI (ordre d'une remise de virements d'un client
      *    entreprise) : le journal FichierJournalSEPA distingue les
      *    origines.
           10 VirOrigine PIC X(9).
      *    BIC du beneficiaire externe (repertoire), emis en <CdtrAgt>
      *    quand il est renseigne ; a blanc pour les comptes internes.
           10 VirBIC PIC X(11).
      *    Compte client debite par le virement (virements permanents),
      *    0 quand l'ordre n'a pas ete comptabilise chez nous : c'est le
      *    compte que le traitement des retours SEPA recredite.
           10 VirCodeCompte PIC 9(12).
      *    Gel des avoirs : personne controlee a la remise (voir
      *    GenerationSEPA-FiltrerGel) et virement retenu (1) ou remis.
           10 VirBloqueGel PIC 9.
           10 VirTypeGel PIC X.
           10 VirCodeGel PIC X(36).
           10 VirNomGel PIC X(60).
       01 HeureSysteme.
           10 HeureHH PIC 99.
           10 HeureMM PIC 99.
           10 prenomClient SQL CHAR-VARYING(50).
           10 codePostalClient SQL CHAR-VARYING(20).
           10 VilleClient SQL CHAR-VARYING(50).
           10 codeAgence SQL CHAR(5).
       77 DateLimiteDormance PIC 9(8) VALUE 0.
       77 PositionNette PIC S9(13)V99 VALUE 0.
       77 StrPositionNette PIC -(11)9,99.
       77 NbExceptionsBanque PIC 9(5) VALUE 0.
       77 TotalNetBanque PIC S9(13)V99 VALUE 0.
       77 StrTotalNetBanque PIC -(11)9,99.
      * Rupture de premier niveau par agence du client titulaire et
      * devise (une agence peut tenir des comptes en plusieurs devises).
       77 AgenceExceptionCourante PIC X(5) VALUE SPACES.
       77 DeviseAgenceException PIC X(3) VALUE SPACES.
       77 AgenceExceptionOuverte PIC 9 VALUE 0.
       77 NbExceptionsAgence PIC 9(5) VALUE 0.
       77 TotalNetAgence PIC S9(13)V99 VALUE 0.
       77 NbExceptionsTotal PIC 9(5) VALUE 0.
       77 StrTotalNetExceptions PIC -(11)9,99.
       77 LigneException PIC X(255) VALUE SPACES.
           10 fraisTenue PIC 9(7)V99.
           10 fraisCorrectionRIB PIC 9(7)V99.
           10 fraisReleve PIC 9(7)V99.
           10 fraisCommission PIC 9(7)V99.
           10 fraisRejetPrel PIC 9(7)V99.
           10 fraisRejetCheque PIC 9(7)V99.
           10 fraisLettreDecouvert PIC 9(7)V99.
       01 CompteFrais.
           10 codeCompte PIC 9(12).
           10 codeBanque SQL CHAR(5).
       77 AnneeIFU PIC 9(4) VALUE 0.
       77 DateDebutIFU PIC 9(8) VALUE 0.
       77 DateFinIFU PIC 9(8) VALUE 0.
       77 PartJointIFU PIC 9(13)V99 VALUE 0.
       77 MentionJointIFU PIC X(16) VALUE SPACES.
       77 finIFU PIC 9 VALUE 0.
       77 NbClientsIFU PIC 9(7) VALUE 0.
       77 NbSansTauxIFU PIC 9(5) VALUE 0.
           10 codeCompte PIC 9(12).
           10 codeDevise SQL CHAR(3).
           10 montant PIC 9(13)V99.
           10 nbTitulaires PIC 9(3).
           10 roleIFU SQL CHAR(1).
      * Identite du client en cours de rupture, gardee pour la ligne
      * client ecrite au changement de codeClient.
       01 IFUClientEnCours.
           10 codeDevise SQL CHAR(3).
           10 statutCompte SQL CHAR(1).
           10 fraisReleve PIC 9(7)V99.
           10 roleReleve SQL CHAR(1).
      * Image disque du point de reprise de la production de masse
       01 RepriseRelEnr.
           05 RepriseRelClient PIC X(36).
           10 noChequeFin PIC 9(7).
           10 dateOpposition PIC 9(8).
           10 motif SQL CHAR-VARYING(30).
      * Cheques sans provision : le cheque presente est rejete et
      * inscrit dans dbo.ChequeRejete (statut R rejete, G regularise),
      * le client recoit la lettre d'information prealable (modele cle
      * MODINFOCHQ) puis la lettre d'injonction (MODINJONCTION) et
      * entre au registre des interdits bancaires
      * (dbo.InterdictionBancaire, statut A active, L levee) pour cinq
      * ans a compter du dernier rejet. Aucun carnet n'est commande ni
      * remis a un interdit. La regularisation de tous ses cheques
      * rejetes leve l'interdiction et produit l'attestation (modele
      * cle MODATTREGUL).
       77 CheminModeleInfoCheque PIC X(200) VALUE SPACES.
       77 CheminModeleInjonction PIC X(200) VALUE SPACES.
       77 CheminModeleAttestRegul PIC X(200) VALUE SPACES.
       77 DureeInterdiction PIC 99 VALUE 5.
       77 ClientInterdit PIC 9 VALUE 0.
       77 NbInterdictionsActives PIC 9(5) VALUE 0.
       77 DateFinInterdiction PIC 9(8) VALUE 0.
       77 NbChequesRejetes PIC 9(5) VALUE 0.
       77 finInterdits PIC 9 VALUE 0.
       77 noLigneInterdit PIC 99 VALUE 0.
       77 ChoixRegularisation PIC X VALUE SPACE.
       77 StrMontantRejet PIC Z(10)9,99.
       01 ClientCheque.
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
           10 codePostal SQL CHAR-VARYING(20).
           10 Ville SQL CHAR-VARYING(50).
       01 InterditLu.
           10 codeClient SQL CHAR(36).
           10 nom SQL CHAR(30).
           10 prenom SQL CHAR(20).
           10 dateDebut PIC 9(8).
           10 dateFin PIC 9(8).
           10 nbRejets PIC 9(5).
      * Navigation des listes longues (listeComptes, listeBanques,
      * ConsultationAudit) : page precedente, aller directement a une
      * valeur de cle, et numero de page courant. La navigation repose
           10 dateFin PIC 9(8).
           10 dateDerniereExecution PIC 9(8).
           10 libelle SQL CHAR-VARYING(35).
      * Retours SEPA sur nos remises (traitements, option 12) : le
      * rapport de statut pain.002 et les retours R-transactions
      * (pacs.004) renvoyes par la banque sont relus transaction par
      * transaction. Chaque EndToEndId emis est memorise des la
      * generation dans dbo.RemiseSEPA (type V virement / P
      * prelevement, MsgId de la remise, compte debite quand l'ordre a
      * ete comptabilise chez nous, mandat, montant) ; le retour y est
      * retrouve par OrgnlMsgId + OrgnlEndToEndId, contrepasse dans
      * dbo.Mouvement, et le mandat est suspendu dans dbo.Mandat
      * (statutMandat S, motif) quand le code motif l'invalide. Les
      * colonnes motifRetour / dateRetour de dbo.RemiseSEPA empechent
      * de contrepasser deux fois le meme retour si le fichier est
      * relu.
       77 CheminFichierRetoursSEPA PIC X(200) VALUE "RetoursSepa.xml".
       77 CheminFichierEtatRetours PIC X(200) VALUE "RetoursSepa.txt".
       77 RetoursSEPA-Status PIC 99 VALUE 0.
       77 finRetourSEPA PIC 9 VALUE 0.
       77 finRemiseRetour PIC 9 VALUE 0.
      * Zones du retour en cours d'extraction
       77 MsgIdRetour PIC X(35) VALUE SPACES.
       77 EndToEndRetour PIC X(35) VALUE SPACES.
       77 StatutGroupeRetour PIC X(4) VALUE SPACES.
       77 StatutRetour PIC X(4) VALUE SPACES.
       77 CodeMotifRetour PIC X(4) VALUE SPACES.
       77 MotifGroupeRetour PIC X(4) VALUE SPACES.
       77 TransactionRetourEnCours PIC 9 VALUE 0.
       77 AttenteMotifRetour PIC 9 VALUE 0.
       77 NbTransactionsRetour PIC 9(5) VALUE 0.
       77 RemiseTrouvee PIC 9 VALUE 0.
       77 MandatASuspendre PIC 9 VALUE 0.
       77 LibelleMotifRetour PIC X(30) VALUE SPACES.
       77 CompteRetourSEPA PIC 9(12) VALUE 0.
       77 NbRetoursLus PIC 9(5) VALUE 0.
       77 NbRetoursContrepasses PIC 9(5) VALUE 0.
       77 NbRetoursInconnus PIC 9(5) VALUE 0.
       77 NbRetoursDejaTraites PIC 9(5) VALUE 0.
       77 NbMandatsSuspendus PIC 9(5) VALUE 0.
      * Rupture par remise de l'etat des retours
       77 MsgIdRetourCourant PIC X(35) VALUE SPACES.
       77 NbRetoursRemise PIC 9(5) VALUE 0.
       77 NbTxRemise PIC 9(5) VALUE 0.
       77 TotalRetoursRemise PIC 9(13)V99 VALUE 0.
       77 TotalRetoursJournee PIC 9(13)V99 VALUE 0.
       77 StrMontantRetour PIC Z(11)9,99.
       77 LigneRetour PIC X(255) VALUE SPACES.
       01 RemiseLue.
           10 endToEndId SQL CHAR-VARYING(35).
           10 msgId SQL CHAR-VARYING(35).
           10 typeRemise SQL CHAR(1).
           10 codeCompte PIC 9(12).
           10 referenceMandat SQL CHAR-VARYING(35).
           10 nomContrepartie SQL CHAR-VARYING(50).
           10 iban SQL CHAR-VARYING(34).
           10 montant PIC 9(11)V99.
           10 codeDevise SQL CHAR(3).
           10 dateRemise PIC 9(8).
           10 motifRetour SQL CHAR(4).
           10 dateRetour PIC 9(8).
           10 compteContrepassation PIC 9(12).
       01 SaisieRemise.
           10 endToEndId PIC X(35).
           10 msgId PIC X(35).
           10 typeRemise PIC X.
           10 codeCompte PIC 9(12).
           10 referenceMandat PIC X(35).
           10 nomContrepartie PIC X(50).
           10 iban PIC X(34).
           10 montant PIC 9(11)V99.
           10 codeDevise PIC X(3).
      * Prelevements SEPA recus sur nos comptes (traitements 13) : les
      * ordres presentes par les banques des creanciers sont memorises
      * dans dbo.PrelevementRecu (statut D debite, R rejete, B
      * rembourse au debiteur) ; dbo.CreancierClient porte la liste
      * des creanciers autorises / refuses et les oppositions du
      * client.
       77 CheminFichierPrelRecus PIC X(200) VALUE "PrelevementsRecus.csv".
       77 CheminFichierRejetsPrelRecus PIC X(200) VALUE "RejetsPrelevementsRecus.txt".
       77 PrelRecus-Status PIC 99 VALUE 0.
       77 ChoixPrelRecus PIC X VALUE SPACE.
       77 ChoixCreancier PIC X VALUE SPACE.
       77 finPrelRecus PIC 9 VALUE 0.
       77 finCreancierClient PIC 9 VALUE 0.
       77 NbPrelRecusAcceptes PIC 9(5) VALUE 0.
       77 NbPrelRecusRejetes PIC 9(5) VALUE 0.
       77 CountChampsPrelRecu PIC 99 VALUE 0.
       77 CodeRejetPrelRecu PIC X(4) VALUE SPACES.
       77 MontantPrelRecuBrut PIC 9(13) VALUE 0.
       77 MontantPrelRecu PIC 9(11)V99 VALUE 0.
       77 DateEcheancePrelRecu PIC 9(8) VALUE 0.
       77 StatutPrelRecuEcrit PIC X VALUE SPACE.
       77 NbControlePrelRecu PIC 9(5) VALUE 0.
       77 NbListeBlanche PIC 9(5) VALUE 0.
       77 NoOppositionPrelRecu PIC 9(9) VALUE 0.
      * Delai de remboursement sans condition d'un prelevement
      * autorise : 8 semaines apres l'echeance.
       77 DelaiRemboursementPrel PIC 9(3) VALUE 56.
       77 CodeComptePrelRecu PIC 9(12) VALUE 0.
       77 NoPrelRecuSaisi PIC 9(9) VALUE 0.
       77 noLignePrelRecu PIC 99 VALUE 0.
       77 StrMontantPrelRecu PIC Z(10)9,99.
       77 LignePrelRecu PIC X(255) VALUE SPACES.
       01 PrelRecuLu.
           10 ibanDebite SQL CHAR-VARYING(34).
           10 ics SQL CHAR-VARYING(35).
           10 nomCreancier SQL CHAR-VARYING(50).
           10 referenceMandat SQL CHAR-VARYING(35).
           10 endToEndId SQL CHAR-VARYING(35).
           10 montantTexte SQL CHAR-VARYING(13).
           10 dateEcheance SQL CHAR-VARYING(8).
           10 sequencePrel SQL CHAR-VARYING(4).
           10 libelle SQL CHAR-VARYING(60).
       01 ComptePrelRecu.
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 statutCompte SQL CHAR(1).
           10 codeDevise SQL CHAR(3).
       01 PrelevementRecuLu.
           10 noPrelevementRecu PIC 9(9).
           10 nomCreancier SQL CHAR-VARYING(50).
           10 referenceMandat SQL CHAR-VARYING(35).
           10 montant PIC 9(11)V99.
           10 dateEcheance PIC 9(8).
           10 statutPrelevement SQL CHAR(1).
       01 SaisieCreancier.
           10 noCreancierClient PIC 9(9).
           10 ics PIC X(35).
           10 referenceMandat PIC X(35).
           10 autorisation PIC X.
       01 CreancierLu.
           10 noCreancierClient PIC 9(9).
           10 autorisation SQL CHAR(1).
           10 ics SQL CHAR(35).
           10 referenceMandat SQL CHAR(35).
      * Autorisations de decouvert individuelles (parametrage 7) et
      * controle de provision avant imputation d'un debit : un debit
      * au-dela du disponible est refuse ou depose dans
      * dbo.DepassementDecouvert en attente de decision du superviseur
      * (statut E, puis A accepte / R refuse).
       77 ChoixDecouvert PIC X VALUE SPACE.
       77 ChoixDepassement PIC X VALUE SPACE.
       77 ChoixDecisionDepassement PIC X VALUE SPACE.
       77 ProvisionSuffisante PIC 9 VALUE 1.
       77 SoldeProvision PIC S9(13)V99 VALUE 0.
       77 AutorisationProvision PIC 9(11)V99 VALUE 0.
       77 AttenteProvision PIC 9(13)V99 VALUE 0.
       77 BlocageProvision PIC 9(13)V99 VALUE 0.
       77 DisponibleProvision PIC S9(13)V99 VALUE 0.
       77 OrigineDepassement PIC X(10) VALUE SPACES.
       77 StatutDepassementEcrit PIC X VALUE SPACE.
       77 NbControleDecouvert PIC 9(5) VALUE 0.
       77 finDecouvert PIC 9 VALUE 0.
       77 noLigneDecouvert PIC 99 VALUE 0.
       77 NoDepassementSaisi PIC 9(9) VALUE 0.
       77 NbMvtEnDecision PIC 9(7) VALUE 0.
       77 NbPermanentsSansProvision PIC 9(3) VALUE 0.
       77 StrMontantDecouvert PIC Z(10)9,99.
       77 StrDisponibleDecouvert PIC -(10)9,99.
       01 SaisieDecouvert.
           10 codeCompte PIC 9(12).
           10 montantAutorise PIC 9(9).
           10 dateFin PIC 9(8).
       01 DecouvertLu.
           10 montantAutorise PIC 9(11)V99.
           10 dateDebut PIC 9(8).
           10 dateFin PIC 9(8).
           10 statutAutorisation SQL CHAR(1).
           10 dateSaisie PIC 9(8).
           10 operateur SQL CHAR(20).
       01 DepassementLu.
           10 noDepassement PIC 9(9).
           10 codeCompte PIC 9(12).
           10 montant PIC 9(11)V99.
           10 disponible PIC S9(13)V99.
           10 libelle SQL CHAR(60).
           10 codeDevise SQL CHAR(3).
           10 dateValeur PIC 9(8).
      * Comptes joints et procurations (parametrage 8) : personnes
      * rattachees a un compte en plus du titulaire principal.
       77 ChoixTitulaire PIC X VALUE SPACE.
       77 finTitulaire PIC 9 VALUE 0.
       77 noLigneTitulaire PIC 99 VALUE 0.
       77 NbLiensDossier PIC 9(5) VALUE 0.
       77 NbLiensSurComptes PIC 9(5) VALUE 0.
       77 NbLiensAutresComptes PIC 9(5) VALUE 0.
       01 CompteTitulaires.
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 codeBanque SQL CHAR(5).
           10 codeGuichet SQL CHAR(5).
           10 racineCompte SQL CHAR(9).
           10 typeCompte SQL CHAR(2).
           10 soldeDebiteur PIC 9(13)V99.
           10 soldeCrediteur PIC 9(13)V99.
           10 statutCompte SQL CHAR(1).
       01 SaisieTitulaire.
           10 noLien PIC 9(9).
           10 roleTitulaire PIC X.
           10 dateDebut PIC 9(8).
           10 dateFin PIC 9(8).
       01 TitulaireLu.
           10 noLien PIC 9(9).
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 roleTitulaire SQL CHAR(1).
           10 dateDebut PIC 9(8).
           10 dateFin PIC 9(8).
           10 nom SQL CHAR(25).
           10 prenom SQL CHAR(20).
           10 sensLien SQL CHAR(1).

      * Prets amortissables (traitements 14) : contrat dbo.Pret et
      * tableau d'amortissement dbo.EcheancePret.
       77 ChoixPret PIC X VALUE SPACE.
       77 finPret PIC 9 VALUE 0.
       77 finEcheancePret PIC 9 VALUE 0.
       77 noLignePret PIC 99 VALUE 0.
       77 PretValide PIC 9 VALUE 0.
       77 NbControlePret PIC 9(5) VALUE 0.
       77 NoPretSaisi PIC 9(9) VALUE 0.
       77 NoPretCree PIC 9(9) VALUE 0.
       77 NbPretsDossier PIC 9(5) VALUE 0.
       77 NbEcheancesPrelevees PIC 9(5) VALUE 0.
       77 NbEcheancesImpayees PIC 9(5) VALUE 0.
       77 NbPeriodesAn PIC 99 VALUE 0.
       77 TauxPeriodePret PIC 9V9(9) VALUE 0.
       77 FacteurPret PIC 9(5)V9(9) VALUE 0.
       77 MensualitePret PIC 9(11)V99 VALUE 0.
       77 AssurancePeriode PIC 9(9)V99 VALUE 0.
       77 CapitalRestantPret PIC 9(11)V99 VALUE 0.
       77 CapitalRestantDu PIC 9(11)V99 VALUE 0.
       77 CapitalEcheance PIC 9(11)V99 VALUE 0.
       77 InteretsEcheance PIC 9(9)V99 VALUE 0.
       77 MontantEcheancePret PIC 9(11)V99 VALUE 0.
       77 IndexEcheancePret PIC 9(3) VALUE 0.
       77 JourInitialPret PIC 99 VALUE 0.
       77 MoisInitialPret PIC 99 VALUE 0.
       77 AnneeInitialePret PIC 9(4) VALUE 0.
       77 MoisTotalPret PIC 9(6) VALUE 0.
       77 StrMontantPret PIC Z(8)9,99.
       77 StrCapitalPret PIC Z(8)9,99.
       77 StrInteretsPret PIC Z(8)9,99.
       77 StrAssurancePret PIC Z(8)9,99.
       77 StrRestantPret PIC Z(8)9,99.
       01 SaisiePret.
           10 codeCompte PIC 9(12).
           10 capital PIC 9(9).
           10 taux PIC 9(2)V9(4).
           10 nbEcheances PIC 9(3).
           10 periodicite PIC X.
           10 tauxAssurance PIC 9(2)V9(4).
           10 datePremiere PIC 9(8).
       01 PretLu.
           10 noPret PIC 9(9).
           10 codeCompte PIC 9(12).
           10 capital PIC 9(11)V99.
           10 taux PIC 9(2)V9(4).
           10 nbEcheances PIC 9(3).
           10 periodicite SQL CHAR(1).
           10 tauxAssurance PIC 9(2)V9(4).
           10 dateOctroi PIC 9(8).
           10 statutPret SQL CHAR(1).
       01 EcheancePretLu.
           10 noPret PIC 9(9).
           10 noEcheance PIC 9(3).
           10 dateEcheance PIC 9(8).
           10 capitalAmorti PIC 9(11)V99.
           10 interets PIC 9(9)V99.
           10 assurance PIC 9(9)V99.
           10 montantEcheance PIC 9(11)V99.
           10 capitalRestant PIC 9(11)V99.
           10 statutEcheance SQL CHAR(1).
           10 codeCompte PIC 9(12).

      * Depots a terme (traitements 15) : dbo.DepotTerme, taux fige a
      * la souscription, etat des echeances du mois dans FichierEtatDAT.
       77 CheminFichierEtatDAT PIC X(200) VALUE "EcheancesDAT.txt".
       77 ChoixDAT PIC X VALUE SPACE.
       77 ChoixConfirmeDAT PIC X VALUE SPACE.
       77 finDAT PIC 9 VALUE 0.
       77 DATValide PIC 9 VALUE 0.
       77 NbControleDAT PIC 9(5) VALUE 0.
       77 NoDATSaisi PIC 9(9) VALUE 0.
       77 NoDATCree PIC 9(9) VALUE 0.
       77 NbDATRembourses PIC 9(5) VALUE 0.
       77 NbDATRenouveles PIC 9(5) VALUE 0.
       77 NbDATEtat PIC 9(5) VALUE 0.
       77 TauxServiDAT PIC S9(2)V9(4) VALUE 0.
       77 InteretsDAT PIC 9(11)V99 VALUE 0.
       77 InteretsPleinsDAT PIC 9(11)V99 VALUE 0.
       77 PenaliteDAT PIC 9(11)V99 VALUE 0.
       77 TotalDATEtat PIC 9(13)V99 VALUE 0.
       77 TotalInteretsDATEtat PIC 9(13)V99 VALUE 0.
       77 DebutMoisDAT PIC 9(8) VALUE 0.
       77 FinMoisDAT PIC 9(8) VALUE 0.
       77 MoisTotalDAT PIC 9(6) VALUE 0.
       77 JourInitialDAT PIC 99 VALUE 0.
       77 StrMontantDAT PIC Z(10)9,99.
       77 StrInteretsDAT PIC Z(10)9,99.
       77 StrPenaliteDAT PIC Z(10)9,99.
       77 LigneDAT PIC X(255) VALUE SPACES.
       01 SaisieDAT.
           10 codeCompte PIC 9(12).
           10 montant PIC 9(9).
           10 taux PIC 9(2)V9(4).
           10 dureeMois PIC 9(3).
           10 tauxPenalite PIC 9(2)V9(4).
           10 renouvellement PIC X.
       01 DATLu.
           10 noDepot PIC 9(9).
           10 noDepotOrigine PIC 9(9).
           10 codeClient SQL CHAR(36).
           10 codeCompte PIC 9(12).
           10 montant PIC 9(11)V99.
           10 taux PIC 9(2)V9(4).
           10 dureeMois PIC 9(3).
           10 tauxPenalite PIC 9(2)V9(4).
           10 renouvellement SQL CHAR(1).
           10 dateSouscription PIC 9(8).
           10 dateEcheance PIC 9(8).
           10 statutDepot SQL CHAR(1).

      * Saisies-attributions et ATD (traitements 16) : l'acte dans
      * dbo.SaisieAttribution, la part bloquee sur chaque compte dans
      * dbo.SaisieBlocage. Solde bancaire insaisissable (cle SBI,
      * "nnn,nn") et delai avant virement au creancier en jours (cle
      * DELAISAISIE, une ou deux positions).
       77 CheminModeleSaisie PIC X(200) VALUE SPACES.
       77 MontantSBI PIC 9(7)V99 VALUE 646.52.
       77 SBIEuros PIC 9(7) VALUE 0.
       77 SBICentimes PIC 99 VALUE 0.
       77 DelaiSaisie PIC 99 VALUE 30.
       77 ChoixActe PIC X VALUE SPACE.
       77 finActe PIC 9 VALUE 0.
       77 noLigneActe PIC 99 VALUE 0.
       77 ActeValide PIC 9 VALUE 0.
       77 NoActeSaisi PIC 9(9) VALUE 0.
       77 NoActeCree PIC 9(9) VALUE 0.
       77 NbControleActe PIC 9(5) VALUE 0.
       77 NbSaisiesVirees PIC 9(5) VALUE 0.
       77 IndexDelaiSaisie PIC 99 VALUE 0.
       77 TotalSaisissable PIC S9(13)V99 VALUE 0.
       77 DejaBloqueClient PIC 9(13)V99 VALUE 0.
       77 MontantSaisissable PIC S9(13)V99 VALUE 0.
       77 ResteABloquer PIC 9(11)V99 VALUE 0.
       77 DisponibleBlocage PIC S9(13)V99 VALUE 0.
       77 MontantBlocage PIC 9(11)V99 VALUE 0.
       77 StrMontantActe PIC Z(10)9,99.
       77 StrMontantSaisi PIC Z(10)9,99.
       01 SaisieActe.
           10 typeActe PIC X.
           10 referenceActe PIC X(20).
           10 creancier PIC X(50).
           10 ibanCreancier PIC X(34).
           10 montantActe PIC 9(9)V99.
           10 dateSignification PIC 9(8).
       01 ActeLu.
           10 noSaisie PIC 9(9).
           10 codeClient SQL CHAR(36).
           10 typeActe SQL CHAR(1).
           10 referenceActe SQL CHAR(20).
           10 creancier SQL CHAR(50).
           10 ibanCreancier SQL CHAR(34).
           10 montantActe PIC 9(11)V99.
           10 montantSaisi PIC 9(11)V99.
           10 dateSignification PIC 9(8).
           10 dateExigibilite PIC 9(8).
           10 statutSaisie SQL CHAR(1).
       01 BlocageLu.
           10 noSaisie PIC 9(9).
           10 codeCompte PIC 9(12).
           10 montantBloque PIC 9(11)V99.
           10 soldeNet PIC S9(13)V99.
           10 referenceActe SQL CHAR(20).
           10 creancier SQL CHAR(50).
           10 ibanCreancier SQL CHAR(34).
           10 codeClient SQL CHAR(36).

      * Vigilance LCB-FT (traitements 17, etape de chaine LCBFT) : file
      * d'alertes dbo.AlerteLCBFT, decisions tracees dans
      * dbo.DecisionAlerteLCBFT. Seuil en euros (cle SEUILLCBFT), un
      * depot est "juste sous le seuil" a partir de PourcentFractionnement
      * du seuil, et l'activite est atypique au-dela de FacteurAtypique
      * fois le niveau moyen des soldes des trois derniers mois (cle
      * FACTEURLCBFT).
       77 CheminFichierEtatLCBFT PIC X(200) VALUE "AlertesLCBFT.txt".
       77 SeuilLCBFT PIC 9(9)V99 VALUE 10000.
       77 SeuilLCBFTEuros PIC 9(9) VALUE 0.
       77 PourcentFractionnement PIC 9(3) VALUE 80.
       77 FacteurAtypique PIC 99 VALUE 5.
       77 SeuilFractionnement PIC 9(9)V99 VALUE 0.
       77 PlancherAtypique PIC 9(9)V99 VALUE 0.
       77 DateDebutHistLCBFT PIC 9(8) VALUE 0.
       77 ChoixLCBFT PIC X VALUE SPACE.
       77 ChoixDecisionLCBFT PIC X VALUE SPACE.
       77 finLCBFT PIC 9 VALUE 0.
       77 noLigneLCBFT PIC 99 VALUE 0.
       77 NbAlertesCreees PIC 9(5) VALUE 0.
       77 NbAlertesExistantes PIC 9(5) VALUE 0.
       77 NbPhotosClient PIC 9(5) VALUE 0.
       77 NiveauHistoriqueClient PIC 9(13)V99 VALUE 0.
       77 NoAlerteSaisi PIC 9(9) VALUE 0.
       77 MoisEtatLCBFT PIC 9(6) VALUE 0.
       77 DebutMoisLCBFT PIC 9(8) VALUE 0.
       77 FinMoisLCBFT PIC 9(8) VALUE 0.
       77 NbEtatLCBFT PIC 9(5) VALUE 0.
       77 NbEtatCritereS PIC 9(5) VALUE 0.
       77 NbEtatCritereF PIC 9(5) VALUE 0.
       77 NbEtatCritereH PIC 9(5) VALUE 0.
       77 NbEtatEnCours PIC 9(5) VALUE 0.
       77 NbEtatSansSuite PIC 9(5) VALUE 0.
       77 NbEtatDeclarees PIC 9(5) VALUE 0.
       77 CommentaireLCBFT PIC X(120) VALUE SPACES.
       77 StrMontantLCBFT PIC Z(10)9,99.
       77 LigneLCBFT PIC X(255) VALUE SPACES.
       01 AlerteLCBFT.
           10 noAlerte PIC 9(9).
           10 dateDetection PIC 9(8).
           10 critere SQL CHAR(1).
           10 codeClient SQL CHAR(36).
           10 codeCompte PIC 9(12).
           10 dateMouvement PIC 9(8).
           10 libelle SQL CHAR(60).
           10 montant PIC 9(13)V99.
           10 sens SQL CHAR(1).
           10 montantReference PIC 9(13)V99.
           10 statutAlerte SQL CHAR(1).
           10 analyste SQL CHAR(20).
           10 dateDecision PIC 9(8).
           10 commentaire SQL CHAR(120).
           10 nbOperations PIC 9(5).

      * Gel des avoirs (traitements 18, etape de chaine GEL) : la liste
      * publiee (cle LISTEGEL) est rechargee en entier dans dbo.ListeGel
      * puis toute la base (dbo.Client, dbo.Beneficiaire) est repassee.
      * Chaque rapprochement est mis en file dans dbo.CorrespondanceGel
      * (statut E en attente de decision, L levee - homonyme -, C gel
      * confirme). Un virement vers une personne en attente ou
      * confirmee est mis de cote dans dbo.VirementGel et n'est remis
      * qu'a la premiere ouverture de journee suivant la levee.
       77 CheminFichierListeGel PIC X(200) VALUE "ListeGel.csv".
       77 ListeGel-Status PIC 99 VALUE 0.
       77 ChoixGel PIC X VALUE SPACE.
       77 ChoixDecisionGel PIC X VALUE SPACE.
       77 finGel PIC 9 VALUE 0.
       77 finListeGel PIC 9 VALUE 0.
       77 noLigneGel PIC 99 VALUE 0.
       77 CountChampsGel PIC 99 VALUE 0.
       77 ListeGelVidee PIC 9 VALUE 0.
       77 NbEntreesListeGel PIC 9(7) VALUE 0.
       77 NbLignesRejeteesGel PIC 9(5) VALUE 0.
       77 NbCorrespondancesAvant PIC 9(7) VALUE 0.
       77 NbCorrespondancesApres PIC 9(7) VALUE 0.
       77 NbCorrespondancesGel PIC 9(7) VALUE 0.
       77 NbCorrespondancesActives PIC 9(5) VALUE 0.
       77 NbControleGel PIC 9(5) VALUE 0.
       77 NbVirementsRemisSEPA PIC 9(3) VALUE 0.
       77 TotalRemisSEPA PIC 9(13)V99 VALUE 0.
       77 NbVirementsBloquesGel PIC 9(3) VALUE 0.
       77 NbVirementsReemisGel PIC 9(5) VALUE 0.
       77 NoCorrespondanceSaisi PIC 9(9) VALUE 0.
       77 CommentaireGel PIC X(120) VALUE SPACES.
       77 MentionGelSEPA PIC X(14) VALUE SPACES.
       77 StrMontantGel PIC Z(10)9,99.
      * Ligne du fichier publie, delimitee par point-virgule, premiere
      * ligne d'entete ignoree : reference;nom;prenom;source (prenom
      * a blanc pour une entite).
       01 EntreeGel.
           10 referenceGel SQL CHAR-VARYING(30).
           10 nom SQL CHAR-VARYING(60).
           10 prenom SQL CHAR-VARYING(60).
           10 sourceListe SQL CHAR-VARYING(10).
      * Personne controlee : C client, N client en creation (pas
      * encore de code), B beneficiaire du repertoire, V beneficiaire
      * d'un virement hors repertoire (code = IBAN).
       01 PersonneGel.
           10 typePersonne SQL CHAR(1).
           10 codePersonne SQL CHAR(36).
           10 nomPersonne SQL CHAR-VARYING(60).
           10 prenomPersonne SQL CHAR-VARYING(60).
           10 nomNormalise SQL CHAR-VARYING(60).
           10 prenomNormalise SQL CHAR-VARYING(60).
       01 CorrespondanceGel.
           10 noCorrespondance PIC 9(9).
           10 typePersonne SQL CHAR(1).
           10 nomPersonne SQL CHAR(60).
           10 referenceGel SQL CHAR(30).
           10 nomGel SQL CHAR(60).
           10 dateDetection PIC 9(8).
           10 statutCorrespondance SQL CHAR(1).
           10 commentaire SQL CHAR(120).
       01 VirementGelLu.
           10 noVirementGel PIC 9(9).
           10 typePersonne SQL CHAR(1).
           10 codePersonne SQL CHAR(36).
           10 nomPersonne SQL CHAR-VARYING(60).
           10 prenomPersonne SQL CHAR-VARYING(60).
           10 iban SQL CHAR-VARYING(34).
           10 nom SQL CHAR-VARYING(50).
           10 montant PIC 9(11)V99.
           10 motif SQL CHAR-VARYING(35).
           10 codeDevise SQL CHAR(3).
           10 origine SQL CHAR(9).
           10 bic SQL CHAR-VARYING(11).
           10 codeCompte PIC 9(12).
           10 referenceInitiale SQL CHAR-VARYING(35).
           10 dateBlocage PIC 9(8).

      * Dossier KYC (traitements 19) : pieces d'identite dans
      * dbo.PieceIdentite (type C carte d'identite, P passeport, T titre
      * de sejour, K extrait Kbis ; statut A active, R remplacee), profil
      * dans dbo.ProfilKYC (naissance, profession, niveau de risque F
      * faible / M moyen / E eleve, derniere et prochaine revue). Une
      * revue tous les 5 ans en risque faible, 3 ans en moyen, 1 an en
      * eleve. Etat mensuel (cle ETATKYC) et lettre de demande de mise a
      * jour (modele cle MODKYC), une par client et par mois au plus.
       77 CheminFichierEtatKYC PIC X(200) VALUE "EtatKYC.txt".
       77 CheminModeleKYC PIC X(200) VALUE SPACES.
       77 ChoixKYC PIC X VALUE SPACE.
       77 finKYC PIC 9 VALUE 0.
       77 noLigneKYC PIC 99 VALUE 0.
       77 PieceValide PIC 9 VALUE 0.
       77 NbPiecesValides PIC 9(5) VALUE 0.
       77 NbProfilsKYC PIC 9(5) VALUE 0.
       77 DelaiRevueKYC PIC 99 VALUE 0.
       77 MoisTotalKYC PIC 9(6) VALUE 0.
       77 NbPiecesExpireesKYC PIC 9(5) VALUE 0.
       77 NbSansPieceKYC PIC 9(5) VALUE 0.
       77 NbRevuesRetardKYC PIC 9(5) VALUE 0.
       77 NbCourriersKYC PIC 9(5) VALUE 0.
       77 DebutMoisKYC PIC 9(8) VALUE 0.
       77 MotifKYC PIC X(30) VALUE SPACES.
       77 MentionCourrierKYC PIC X(20) VALUE SPACES.
       77 LigneKYC PIC X(255) VALUE SPACES.
       01 SaisiePiece.
           10 typePiece PIC X.
           10 numeroPiece PIC X(30).
           10 dateExpiration PIC 9(8).
       01 PieceLue.
           10 typePiece SQL CHAR(1).
           10 numeroPiece SQL CHAR(30).
           10 dateExpiration PIC 9(8).
           10 statutPiece SQL CHAR(1).
       01 ProfilKYC.
           10 dateNaissance PIC 9(8).
           10 profession SQL CHAR-VARYING(40).
           10 niveauRisque SQL CHAR(1).
           10 dateDerniereRevue PIC 9(8).
           10 dateProchaineRevue PIC 9(8).
           10 dateDernierCourrier PIC 9(8).
           10 clientFragile SQL CHAR(1).
       01 ClientKYC.
           10 codeClient SQL CHAR(36).
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
           10 codePostal SQL CHAR-VARYING(20).
           10 Ville SQL CHAR-VARYING(50).
           10 niveauRisque SQL CHAR(1).
           10 dateProchaineRevue PIC 9(8).
           10 dateDernierCourrier PIC 9(8).
           10 dateExpirationMax PIC 9(8).
           10 nbProfils PIC 9(5).

      * Remises de cheques (traitements 20) : bordereau saisi au
      * guichet dans dbo.RemiseCheque et dbo.ChequeRemis (statut R
      * remis, E envoye en compensation, I impaye). Le nombre et le
      * total annonces sur le bordereau doivent etre retrouves a la
      * saisie, sinon rien n'est credite. Credit en date de valeur J +
      * DELAICHEQUE jours ouvres. Fichier de compensation (cle
      * COMPCHEQUES) en enregistrements fixes de 80 ; les impayes
      * retournes (cle IMPAYESCHQ) sont contrepasses d'office et le
      * client en est avise (modele cle MODIMPAYECHQ).
       77 CheminFichierCompensation PIC X(200) VALUE "CompensationCheques.txt".
       77 CheminFichierImpayesChq PIC X(200) VALUE "ImpayesCheques.csv".
       77 ImpayesChq-Status PIC 99 VALUE 0.
       77 CheminModeleImpayeChq PIC X(200) VALUE SPACES.
       77 DelaiValeurCheque PIC 99 VALUE 1.
       77 ChoixRemise PIC X VALUE SPACE.
       77 ChequesRemise-Max PIC 99 VALUE 50.
       77 NbChequesAnnonces PIC 99 VALUE 0.
       77 NbChequesSaisis PIC 99 VALUE 0.
       77 IndexChequeRemise PIC 99 VALUE 0.
       77 TotalAnnonceRemise PIC 9(9)V99 VALUE 0.
       77 TotalSaisiRemise PIC 9(11)V99 VALUE 0.
       77 ChequeRemiseValide PIC 9 VALUE 0.
       77 CompteRemiseValide PIC 9 VALUE 0.
       77 NoRemiseCree PIC 9(9) VALUE 0.
       77 NbJoursValeurCheque PIC 99 VALUE 0.
       77 DateValeurRemise PIC 9(8) VALUE 0.
       77 finCompensation PIC 9 VALUE 0.
       77 finImpayesChq PIC 9 VALUE 0.
       77 NbChequesCompenses PIC 9(7) VALUE 0.
       77 TotalCompense PIC 9(13)V99 VALUE 0.
       77 NbImpayesTraites PIC 9(5) VALUE 0.
       77 NbImpayesInconnus PIC 9(5) VALUE 0.
       77 CountChampsImpaye PIC 99 VALUE 0.
       77 LongNoChequeImpaye PIC 99 VALUE 0.
       77 LongMontantImpaye PIC 99 VALUE 0.
       77 MontantImpayeBrut PIC 9(13) VALUE 0.
       77 MontantImpaye PIC 9(11)V99 VALUE 0.
       77 StrTotalRemise PIC Z(10)9,99.
       01 SaisieRemiseChq.
           10 codeCompte PIC 9(12).
           10 banqueTireur PIC X(5).
           10 noCheque PIC 9(7).
           10 montant PIC 9(7)V99.
           10 tireur PIC X(30).
       01 ChequesRemise occurs 50 times.
           10 RemBanqueTireur PIC X(5).
           10 RemNoCheque PIC 9(7).
           10 RemMontant PIC 9(7)V99.
           10 RemTireur PIC X(30).
       01 CompteRemise.
           10 statutCompte SQL CHAR(1).
           10 codeDevise SQL CHAR(3).
       01 ChequeRemisLu.
           10 noRemise PIC 9(9).
           10 noLigne PIC 9(3).
           10 banqueTireur SQL CHAR(5).
           10 noCheque PIC 9(7).
           10 montant PIC 9(11)V99.
           10 codeCompte PIC 9(12).
           10 dateValeur PIC 9(8).
      * Ligne du fichier des impayes retournes par la compensation,
      * delimitee par point-virgule, premiere ligne d'entete ignoree :
      * banque tireur;numero de cheque;montant en centimes;motif.
       01 ImpayeLu.
           10 banqueTireur PIC X(5).
           10 noChequeTexte PIC X(7).
           10 montantTexte PIC X(13).
           10 motif PIC X(35).
       01 ClientImpaye.
           10 codeClient SQL CHAR(36).
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
           10 codePostal SQL CHAR-VARYING(20).
           10 Ville SQL CHAR-VARYING(50).
      * Enregistrements fixes de 80 du fichier de compensation
       01 EnrCompEntete.
           05 FILLER PIC X(2) VALUE "01".
           05 CompDateEnvoi PIC 9(8).
           05 FILLER PIC X(70) VALUE SPACES.
       01 EnrCompDetail.
           05 FILLER PIC X(2) VALUE "02".
           05 CompNoRemise PIC 9(9).
           05 CompBanqueTireur PIC X(5).
           05 CompNoCheque PIC 9(7).
           05 CompMontant PIC 9(11)V99.
           05 CompCodeCompte PIC 9(12).
           05 FILLER PIC X(32) VALUE SPACES.
       01 EnrCompControle.
           05 FILLER PIC X(2) VALUE "09".
           05 CompNbCheques PIC 9(7).
           05 CompTotal PIC 9(13)V99.
           05 FILLER PIC X(56) VALUE SPACES.
      * Frais d'incidents de fonctionnement (traitements 6, option
      * [I]ncidents) : chaque incident - commission d'intervention CI
      * (debit hors provision accepte), rejet de prelevement RP, rejet
      * de cheque RC, lettre de decouvert LD - est tarife au bareme
      * dbo.BaremeFrais du typeCompte et mis en attente dans
      * dbo.FraisIncident (statut A accumule, I detail communique, F
      * preleve). Plafonds par operation et par mois selon la
      * reglementation, plafonds reduits pour un client fragile
      * (dbo.ProfilKYC.clientFragile), plafond mensuel global par
      * client (cle PLAFONDCLIENT, aucun a defaut ; PLAFONDFRAGILE pour
      * un client fragile, 25 euros a defaut). Le detail du mois part
      * au client (cle DETAILFRAIS, modele MODFRAISINC) au moins
      * DELAIINFOFRAIS jours (14 a defaut) avant le prelevement unique.
       77 CheminFichierDetailFrais PIC X(200) VALUE "DetailFraisIncidents.txt".
       77 CheminModeleFraisIncident PIC X(200) VALUE SPACES.
       77 ChoixIncidents PIC X VALUE SPACE.
       77 DelaiInfoFrais PIC 99 VALUE 14.
       77 PlafondOpCommission PIC 9(7)V99 VALUE 8.00.
       77 PlafondOpCommissionFragile PIC 9(7)V99 VALUE 4.00.
       77 PlafondMoisCommission PIC 9(7)V99 VALUE 80.00.
       77 PlafondMoisCommissionFragile PIC 9(7)V99 VALUE 20.00.
       77 PlafondRejetPrel PIC 9(7)V99 VALUE 20.00.
       77 PlafondRejetChequeBas PIC 9(7)V99 VALUE 30.00.
       77 PlafondRejetChequeHaut PIC 9(7)V99 VALUE 50.00.
       77 SeuilRejetCheque PIC 9(7)V99 VALUE 50.00.
       77 PlafondMoisClient PIC 9(7)V99 VALUE 0.
       77 PlafondMoisFragile PIC 9(7)V99 VALUE 25.00.
       77 PlafondConfigEuros PIC 9(7) VALUE 0.
       77 PlafondIncidentCourant PIC 9(7)V99 VALUE 0.
       77 CumulIncidentsMois PIC 9(9)V99 VALUE 0.
       77 MoisIncidentsTraite PIC 9(6) VALUE 0.
       77 finIncidents PIC 9 VALUE 0.
       77 CompteIncidentCourant PIC 9(12) VALUE 0.
       77 TotalIncidentsCompte PIC 9(9)V99 VALUE 0.
       77 NbComptesInformes PIC 9(5) VALUE 0.
       77 NbComptesPreleves PIC 9(5) VALUE 0.
       77 NbComptesTropTot PIC 9(5) VALUE 0.
       77 NbCourriersAvant PIC 9(5) VALUE 0.
       77 MoisDebutReleve PIC 9(6) VALUE 0.
       77 MoisFinReleve PIC 9(6) VALUE 0.
       77 LibelleTypeIncident PIC X(30) VALUE SPACES.
       77 LigneIncidents PIC X(255) VALUE SPACES.
       77 StrMontantIncident PIC Z(8)9,99.
       77 StrMontantOperationInc PIC Z(10)9,99.
       01 IncidentFrais.
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 typeIncident SQL CHAR(2).
           10 montantOperation PIC 9(11)V99.
           10 montantTarif PIC 9(7)V99.
           10 montant PIC 9(7)V99.
           10 clientFragile SQL CHAR(1).
       01 IncidentLu.
           10 codeCompte PIC 9(12).
           10 codeDevise SQL CHAR(3).
           10 dateIncident PIC 9(8).
           10 typeIncident SQL CHAR(2).
           10 montantOperation PIC 9(11)V99.
           10 montant PIC 9(7)V99.
           10 dateInformation PIC 9(8).
           10 nbIncidents PIC 9(5).
           10 codeClient SQL CHAR(36).
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
           10 codePostal SQL CHAR-VARYING(20).
           10 Ville SQL CHAR-VARYING(50).
       01 ClientIncident.
           10 codeClient SQL CHAR(36).
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
           10 codePostal SQL CHAR-VARYING(20).
           10 Ville SQL CHAR-VARYING(50).
      * Successions (traitements 21) : deces declare dans
      * dbo.Succession (statut O ouverte, C close). Les comptes dont le
      * defunt est titulaire principal sont bloques au debit, ses
      * virements permanents arretes a la date du deces, les mandats
      * de prelevement sur ses IBAN suspendus et les procurations
      * eteintes. Etat des avoirs au jour du deces (cle
      * ETATSUCCESSION), lettre au notaire (modele cle MODNOTAIRE) ;
      * repartition aux heritiers sur instruction du notaire dans
      * dbo.RepartitionSuccession (A a virer, V vire).
       77 CheminFichierEtatSuccession PIC X(200) VALUE "EtatSuccession.txt".
       77 CheminModeleNotaire PIC X(200) VALUE SPACES.
       77 ChoixSuccession PIC X VALUE SPACE.
       77 ChoixConfirmeSuccession PIC X VALUE SPACE.
       77 CompteDecede PIC 9 VALUE 0.
       77 NbSuccessionsOuvertes PIC 9(5) VALUE 0.
       77 NbSuccessionsClient PIC 9(5) VALUE 0.
       77 NbContratsEnCours PIC 9(5) VALUE 0.
       77 NoSuccessionCree PIC 9(9) VALUE 0.
       77 finSuccession PIC 9 VALUE 0.
       77 finAvoirDefunt PIC 9 VALUE 0.
       77 NbPermanentsArretes PIC 9(5) VALUE 0.
       77 NbMandatsDeces PIC 9(5) VALUE 0.
       77 NbProcurationsEteintes PIC 9(5) VALUE 0.
       77 NbComptesSuccession PIC 9(5) VALUE 0.
       77 NbComptesNonSoldes PIC 9(5) VALUE 0.
       77 NbRepartitionsEnAttente PIC 9(5) VALUE 0.
       77 NbRepartitionsVirees PIC 9(5) VALUE 0.
       77 SoldeDeces PIC S9(13)V99 VALUE 0.
       77 TotalAvoirsDeces PIC S9(13)V99 VALUE 0.
       77 TotalPassifDeces PIC S9(13)V99 VALUE 0.
       77 ResteRepartissable PIC S9(13)V99 VALUE 0.
       77 StrSoldeDeces PIC -(11)9,99.
       77 StrSoldeActuel PIC -(11)9,99.
       77 StrAvoirsDeces PIC -(11)9,99.
       77 LigneSuccession PIC X(255) VALUE SPACES.
       01 SuccessionLue.
           10 noSuccession PIC 9(9).
           10 codeClient SQL CHAR(36).
           10 dateDeces PIC 9(8).
           10 nomNotaire PIC X(50).
           10 adresseNotaire PIC X(72).
           10 statutSuccession SQL CHAR(1).
       01 DefuntLu.
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
       01 CompteDefunt.
           10 codeCompte PIC 9(12).
           10 typeCompte SQL CHAR(2).
           10 codeDevise SQL CHAR(3).
           10 statutCompte SQL CHAR(1).
           10 soldeNet PIC S9(13)V99.
           10 netPosterieur PIC S9(13)V99.
      * Depot a terme en cours ou capital de pret restant du au jour
      * du deces.
       01 ContratDefunt.
           10 noContrat PIC 9(9).
           10 codeCompte PIC 9(12).
           10 codeDevise SQL CHAR(3).
           10 montant PIC 9(11)V99.
       01 SaisieRepartition.
           10 codeCompte PIC 9(12).
           10 referenceInstruction PIC X(20).
           10 heritier PIC X(50).
           10 ibanHeritier PIC X(34).
           10 montant PIC 9(11)V99.
       01 CompteHeritier.
           10 codeCompte PIC 9(12).
           10 codeDevise SQL CHAR(3).
       01 RepartitionLue.
           10 noRepartition PIC 9(9).
           10 codeCompte PIC 9(12).
           10 heritier SQL CHAR(50).
           10 ibanHeritier SQL CHAR(34).
           10 montant PIC 9(11)V99.
           10 codeClient SQL CHAR(36).
      * Mobilite bancaire (traitements 22) : dbo.MobiliteBancaire (sens
      * S sortant / E entrant, statut P prevu / T transfere). Depart :
      * inventaire des operations recurrentes du compte (cle
      * INVMOBILITE) pour l'etablissement d'arrivee, puis a la date
      * convenue virement du solde et cloture a l'ouverture de journee.
      * Arrivee : inventaire de l'ancienne banque (cle
      * MOBILITEENTRANTE), comptes crees sur la banque et le guichet de
      * l'IBAN emetteur, virements permanents recrees ; etat des
      * operations a domicilier (cle ETATMOBILITE).
       77 CheminFichierInvMobilite PIC X(200) VALUE "InventaireMobilite.txt".
       77 CheminFichierMobEntrante PIC X(200) VALUE "MobiliteEntrante.csv".
       77 MobEntrante-Status PIC 99 VALUE 0.
       77 CheminFichierEtatMobilite PIC X(200) VALUE "EtatMobilite.txt".
       77 ChoixMobilite PIC X VALUE SPACE.
       77 finMobilite PIC 9 VALUE 0.
       77 finInventaire PIC 9 VALUE 0.
       77 finMobEntrante PIC 9 VALUE 0.
       77 NbMobilitesPrevues PIC 9(5) VALUE 0.
       77 NbMobilitesRealisees PIC 9(5) VALUE 0.
       77 NbMobilitesReportees PIC 9(5) VALUE 0.
       77 NbAttenteMobilite PIC 9(5) VALUE 0.
       77 NbLignesInventaire PIC 9(5) VALUE 0.
       77 NbComptesMobilite PIC 9(5) VALUE 0.
       77 NbPermanentsRecrees PIC 9(5) VALUE 0.
       77 NbOperationsADomicilier PIC 9(5) VALUE 0.
       77 NbLignesMobRejetees PIC 9(5) VALUE 0.
       77 DateDebutInventaire PIC 9(8) VALUE 0.
       77 CompteMobiliteCree PIC 9(12) VALUE 0.
       77 RacineMobilite PIC 9(9) VALUE 0.
       77 NoPermanentMobilite PIC 9(5) VALUE 0.
       77 CountChampsMobilite PIC 99 VALUE 0.
       77 LongMontantMobilite PIC 99 VALUE 0.
       77 LongJourMobilite PIC 99 VALUE 0.
       77 LongDateFinMobilite PIC 99 VALUE 0.
       77 MontantMobiliteBrut PIC 9(13) VALUE 0.
       77 StrMontantMobilite PIC Z(10)9,99.
       77 LigneMobilite PIC X(255) VALUE SPACES.
       01 SaisieMobilite.
           10 codeCompte PIC 9(12).
           10 ibanExterne PIC X(34).
           10 etablissement PIC X(50).
           10 dateTransfert PIC 9(8).
       01 CompteMobilite.
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 statutCompte SQL CHAR(1).
           10 codeDevise SQL CHAR(3).
           10 typeCompte SQL CHAR(2).
           10 IBAN SQL CHAR-VARYING(34).
           10 soldeNet PIC S9(13)V99.
       01 MobiliteLue.
           10 noMobilite PIC 9(9).
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 ibanExterne SQL CHAR(34).
           10 nomClient SQL CHAR-VARYING(50).
           10 codeDevise SQL CHAR(3).
           10 soldeNet PIC S9(13)V99.
      * Ligne d'inventaire lue en base (depart).
       01 InventaireLu.
           10 referenceOp SQL CHAR-VARYING(35).
           10 designation SQL CHAR-VARYING(60).
           10 nombre PIC 9(5).
           10 dateDerniere PIC 9(8).
           10 montant PIC 9(11)V99.
           10 noPremier PIC 9(7).
           10 noDernier PIC 9(7).
           10 periodicite SQL CHAR(1).
      * Ligne de l'inventaire recu (arrivee), delimitee par point-
      * virgule, premiere ligne d'entete ignoree. CP;ancien IBAN;type
      * de compte;devise ouvre un compte ; VP;IBAN beneficiaire;nom;
      * montant en centimes;periodicite;jour;debut;fin;libelle recree
      * un virement permanent sur le dernier compte ouvert ; PR
      * (prelevement), VR (virement recu) et CH (cheque non debite)
      * sont reportes a l'etat des operations a domicilier.
       01 MobEntranteLu.
           10 typeLigne PIC X(2).
           10 zone1 PIC X(35).
           10 zone2 PIC X(50).
           10 zone3 PIC X(13).
           10 zone4 PIC X(1).
           10 zone5 PIC X(2).
           10 zone6 PIC X(8).
           10 zone7 PIC X(8).
           10 zone8 PIC X(35).
      * Etat de rentabilite par client (traitements 23) : produit net
      * bancaire de la periode (mois AAAAMM ou annee AAAA) cumule par
      * client a partir des mouvements comptabilises (agios, frais et
      * commissions encaisses, moins les interets verses), plus une
      * marge sur l'encours crediteur moyen des photos de
      * dbo.SoldeHistorique (taux annuel en points de base, cle
      * TAUXMARGEPNB, 100 = 1 % a defaut). Trie par devise, agence du
      * client, banque et typeCompte, clients par PNB decroissant, sous-totaux a chaque
      * rupture ; un client deficitaire est marque d'une etoile (cle
      * ETATPNB).
       77 CheminFichierEtatPNB PIC X(200) VALUE "EtatPNB.txt".
       77 TauxMargePNB PIC 9(5) VALUE 100.
       77 TauxMargePNBConfig PIC 9(5) VALUE 0.
       77 ChoixPNB PIC X VALUE SPACE.
       77 PeriodePNB PIC 9(6) VALUE 0.
       77 DateDebutPNB PIC 9(8) VALUE 0.
       77 DateFinPNB PIC 9(8) VALUE 0.
       77 DiviseurPNB PIC 99 VALUE 1.
       77 finPNB PIC 9 VALUE 0.
       77 NbLignesPNB PIC 9(7) VALUE 0.
       77 DevisePNBCourante PIC X(3) VALUE SPACES.
       77 AgencePNBCourante PIC X(5) VALUE SPACES.
       77 BanquePNBCourante PIC X(5) VALUE SPACES.
       77 TypePNBCourant PIC X(2) VALUE SPACES.
       77 LibelleTotalPNB PIC X(40) VALUE SPACES.
       77 MarquePNB PIC X VALUE SPACE.
       77 StrAgiosPNB PIC -(11)9,99.
       77 StrFraisPNB PIC -(11)9,99.
       77 StrInteretsPNB PIC -(11)9,99.
       77 StrEncoursPNB PIC -(11)9,99.
       77 StrMargePNB PIC -(11)9,99.
       77 StrPNB PIC -(11)9,99.
       77 LignePNB PIC X(255) VALUE SPACES.
       01 PNBLu.
           10 codeDevise SQL CHAR(3).
           10 codeBanque SQL CHAR(5).
           10 typeCompte SQL CHAR(2).
           10 codeClient SQL CHAR(36).
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
           10 nbComptes PIC 9(5).
           10 agios PIC S9(13)V99.
           10 frais PIC S9(13)V99.
           10 interets PIC S9(13)V99.
           10 encoursMoyen PIC S9(13)V99.
           10 marge PIC S9(13)V99.
           10 pnb PIC S9(13)V99.
           10 codeAgence SQL CHAR(5).
      * Cumuls de rupture, meme gabarit aux quatre niveaux (typeCompte,
      * banque, agence, devise) pour l'edition commune
      * EtatPNB-EcrireTotal.
       01 TotalTypePNB.
           10 nbClients PIC 9(7).
           10 nbDeficitaires PIC 9(7).
           10 agios PIC S9(13)V99.
           10 frais PIC S9(13)V99.
           10 interets PIC S9(13)V99.
           10 marge PIC S9(13)V99.
           10 pnb PIC S9(13)V99.
       01 TotalBanquePNB.
           10 nbClients PIC 9(7).
           10 nbDeficitaires PIC 9(7).
           10 agios PIC S9(13)V99.
           10 frais PIC S9(13)V99.
           10 interets PIC S9(13)V99.
           10 marge PIC S9(13)V99.
           10 pnb PIC S9(13)V99.
       01 TotalAgencePNB.
           10 nbClients PIC 9(7).
           10 nbDeficitaires PIC 9(7).
           10 agios PIC S9(13)V99.
           10 frais PIC S9(13)V99.
           10 interets PIC S9(13)V99.
           10 marge PIC S9(13)V99.
           10 pnb PIC S9(13)V99.
       01 TotalDevisePNB.
           10 nbClients PIC 9(7).
           10 nbDeficitaires PIC 9(7).
           10 agios PIC S9(13)V99.
           10 frais PIC S9(13)V99.
           10 interets PIC S9(13)V99.
           10 marge PIC S9(13)V99.
           10 pnb PIC S9(13)V99.
       01 TotalEditePNB.
           10 nbClients PIC 9(7).
           10 nbDeficitaires PIC 9(7).
           10 agios PIC S9(13)V99.
           10 frais PIC S9(13)V99.
           10 interets PIC S9(13)V99.
           10 marge PIC S9(13)V99.
           10 pnb PIC S9(13)V99.

      * Declarations FICOBA (traitements 24, etape de chaine FICOBA) :
      * fichier mensuel des ouvertures, clotures et changements de
      * titulaire releves dans dbo.AuditClientCompte (cle FICOBA),
      * enregistrements fixes de 120. Chaque evenement declare est
      * memorise dans dbo.EvenementFICOBA (mois de declaration + cle de
      * la ligne d'audit) et chaque mois dans dbo.DeclarationFICOBA
      * (statut E emis, R rejete) : un evenement n'est jamais repris
      * deux fois, un evenement saisi en retard part avec le mois
      * suivant, et un mois rejete se rejoue a l'identique.
       77 CheminFichierFICOBA PIC X(200) VALUE "FICOBA.txt".
       77 ChoixFICOBA PIC X VALUE SPACE.
       77 ChoixConfirmeFICOBA PIC X VALUE SPACE.
       77 MoisFICOBA PIC 9(6) VALUE 0.
       77 DebutMoisFICOBA PIC 9(8) VALUE 0.
       77 FinMoisFICOBA PIC 9(8) VALUE 0.
       77 DebutSelectionFICOBA PIC 9(8) VALUE 0.
       77 NbDeclarationsFICOBA PIC 9(5) VALUE 0.
       77 NoEmissionFICOBA PIC 9(3) VALUE 0.
       77 StatutFICOBA PIC X VALUE SPACE.
       77 FICOBAGenere PIC 9 VALUE 0.
       77 finFICOBA PIC 9 VALUE 0.
       77 NbEnrFICOBA PIC 9(7) VALUE 0.
       77 NbOuverturesFICOBA PIC 9(7) VALUE 0.
       77 NbModificationsFICOBA PIC 9(7) VALUE 0.
       77 NbCloturesFICOBA PIC 9(7) VALUE 0.
       01 EvenementFICOBALu.
           10 natureEvenement SQL CHAR(1).
           10 typeModification SQL CHAR(1).
           10 roleTitulaire SQL CHAR(1).
           10 dateOperation PIC 9(8).
           10 codeBanque SQL CHAR(5).
           10 codeGuichet SQL CHAR(5).
           10 racineCompte SQL CHAR(9).
           10 cleRib SQL CHAR(2).
           10 typeCompte SQL CHAR(2).
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
           10 codePostal SQL CHAR-VARYING(20).
           10 Ville SQL CHAR-VARYING(50).
      * Enregistrements fixes de 120 du fichier FICOBA : entete (01),
      * un detail par evenement (02), fin avec totaux de controle (09).
      * Nature O ouverture / M modification / C cloture ; pour une
      * modification, A ajout ou F fin du lien, role T titulaire, C
      * cotitulaire, M mandataire.
       01 EnrFICOBAEntete.
           05 FILLER PIC X(2) VALUE "01".
           05 FILLER PIC X(6) VALUE "FICOBA".
           05 FicEmetteur PIC X(5).
           05 FicMois PIC 9(6).
           05 FicDateGeneration PIC 9(8).
           05 FicNoEmission PIC 9(3).
           05 FILLER PIC X(90) VALUE SPACES.
       01 EnrFICOBADetail.
           05 FILLER PIC X(2) VALUE "02".
           05 FicNature PIC X.
           05 FicTypeModification PIC X.
           05 FicRole PIC X.
           05 FicDateEvenement PIC 9(8).
           05 FicCodeBanque PIC X(5).
           05 FicCodeGuichet PIC X(5).
           05 FicRacineCompte PIC X(9).
           05 FicCleRib PIC X(2).
           05 FicTypeCompte PIC X(2).
           05 FicNom PIC X(30).
           05 FicPrenom PIC X(20).
           05 FicCodePostal PIC X(10).
           05 FicVille PIC X(24).
       01 EnrFICOBAFin.
           05 FILLER PIC X(2) VALUE "09".
           05 FicMoisFin PIC 9(6).
           05 FicNbEnregistrements PIC 9(7).
           05 FicNbOuvertures PIC 9(7).
           05 FicNbModifications PIC 9(7).
           05 FicNbClotures PIC 9(7).
           05 FILLER PIC X(84) VALUE SPACES.

      * Tresorerie previsionnelle (traitements 25) : projection d'un
      * compte sur HorizonTreso jours ouvres (cle HORIZONTRESO, 10 a
      * defaut) a partir de son solde comptabilise et de quatre
      * sources : mouvements en attente de date de valeur (MA),
      * echeances de virements permanents (VP), prelevements recus
      * recurrents (PR, reconduits de mois en mois au dernier montant
      * debite) et echeances de pret a venir (EP). Ecran pour un
      * compte ; etat des comptes qui franchiront leur seuil de
      * dbo.SeuilDebit avant l'horizon (cle ETATTRESO).
       77 CheminFichierEtatTreso PIC X(200) VALUE "TresoreriePrevisionnelle.txt".
       77 HorizonTreso PIC 99 VALUE 10.
       77 HorizonTresoSaisi PIC 99 VALUE 0.
       77 ChoixTreso PIC X VALUE SPACE.
       77 IndexHorizonTreso PIC 99 VALUE 0.
       77 DateFinTreso PIC 9(8) VALUE 0.
       77 DateDebutPrelTreso PIC 9(8) VALUE 0.
       77 DateLimitePrelTreso PIC 9(8) VALUE 0.
       77 DateJourTreso PIC 9(8) VALUE 0.
       77 MoisTreso PIC 9(6) VALUE 0.
       77 MoisFinTreso PIC 9(6) VALUE 0.
       77 MoisEcheanceTreso PIC 99 VALUE 0.
       77 DateEcheanceTreso PIC 9(8) VALUE 0.
       77 TresoEvenements-Max PIC 9(3) VALUE 200.
       77 NbEvenementsTreso PIC 9(3) VALUE 0.
       77 IndexEvenementTreso PIC 9(3) VALUE 0.
       77 ProjectionTronquee PIC 9 VALUE 0.
       77 ModeAffichageTreso PIC 9 VALUE 0.
       77 finTreso PIC 9 VALUE 0.
       77 finSourceTreso PIC 9 VALUE 0.
       77 noLigneTreso PIC 99 VALUE 0.
       77 SoldeDepartTreso PIC S9(13)V99 VALUE 0.
       77 SoldeProjeteTreso PIC S9(13)V99 VALUE 0.
       77 SoldeMiniTreso PIC S9(13)V99 VALUE 0.
       77 DateMiniTreso PIC 9(8) VALUE 0.
       77 DateFranchissementTreso PIC 9(8) VALUE 0.
       77 NbComptesTreso PIC 9(7) VALUE 0.
       77 NbFranchissementsTreso PIC 9(7) VALUE 0.
       77 StrMontantTreso PIC -(11)9,99.
       77 StrSoldeTreso PIC -(11)9,99.
       77 StrSeuilTreso PIC -(11)9,99.
       77 LigneTreso PIC X(255) VALUE SPACES.
       01 CompteTreso.
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 typeCompte SQL CHAR(2).
           10 codeDevise SQL CHAR(3).
           10 statutCompte SQL CHAR(1).
           10 nomClient SQL CHAR-VARYING(50).
           10 soldeNet PIC S9(13)V99.
           10 seuil PIC 9(11)V99.
      * Operation previsionnelle lue dans l'une des quatre sources.
       01 SourceTresoLue.
           10 dateOperation PIC 9(8).
           10 libelle SQL CHAR-VARYING(60).
           10 montant PIC 9(11)V99.
           10 sens SQL CHAR(1).
           10 periodicite SQL CHAR(1).
           10 jourExecution PIC 99.
           10 dateDebut PIC 9(8).
           10 dateFin PIC 9(8).
           10 dateDerniereExecution PIC 9(8).
       01 EvenementsTreso occurs 200 times.
           10 TresoDate PIC 9(8).
           10 TresoSource PIC X(2).
           10 TresoLibelle PIC X(40).
           10 TresoMontant PIC S9(11)V99.

      * Alertes clients (menu option 22) : abonnements par compte dans
      * dbo.AbonnementAlerte (type SB solde inferieur au seuil, GD
      * debit superieur au seuil, DA depassement de l'autorisation de
      * decouvert - individuelle, a defaut seuil du typeCompte - et CR
      * cheque rejete ; canal S SMS ou M courriel avec ses
      * coordonnees ; statut A actif, R resilie). A l'arrete de la
      * journee, les alertes declenchees sont historisees dans
      * dbo.AlerteEmise puis ecrites dans le fichier de la passerelle
      * de messagerie (cle ALERTES), une ligne par alerte.
       77 CheminFichierAlertes PIC X(200) VALUE "AlertesPasserelle.txt".
       77 ChoixAlerte PIC X VALUE SPACE.
       77 finAlerte PIC 9 VALUE 0.
       77 noLigneAlerte PIC 99 VALUE 0.
       77 NbControleAlerte PIC 9(7) VALUE 0.
       77 NbAlertesEmises PIC 9(7) VALUE 0.
       77 NbAlertesDossier PIC 9(7) VALUE 0.
       77 DateAlertes PIC 9(8) VALUE 0.
       77 NoAbonnementSaisi PIC 9(9) VALUE 0.
       77 NbCaracteresAlerte PIC 99 VALUE 0.
       77 NbArobasesAlerte PIC 99 VALUE 0.
       77 CoordonneesValides PIC 9 VALUE 0.
       77 StrMontantAlerte PIC -(10)9,99.
       77 StrSeuilAlerte PIC Z(10)9,99.
       77 MessageAlerte PIC X(160) VALUE SPACES.
       77 LigneAlerte PIC X(255) VALUE SPACES.
       01 SaisieAbonnement.
           10 codeCompte PIC 9(12).
           10 typeAlerte PIC X(2).
           10 seuil PIC 9(9).
           10 canal PIC X.
           10 coordonnees PIC X(80).
       01 AbonnementLu.
           10 noAbonnement PIC 9(9).
           10 codeCompte PIC 9(12).
           10 typeAlerte SQL CHAR(2).
           10 seuil PIC 9(11)V99.
           10 canal SQL CHAR(1).
           10 coordonnees SQL CHAR-VARYING(80).
           10 statutAbonnement SQL CHAR(1).
           10 dateSouscription PIC 9(8).
      * Alerte declenchee (detection) ou emise (historique) ; montant
      * porte le solde (SB, DA), le debit (GD) ou le cheque (CR).
       01 AlerteLue.
           10 noAbonnement PIC 9(9).
           10 codeClient SQL CHAR(36).
           10 codeCompte PIC 9(12).
           10 typeAlerte SQL CHAR(2).
           10 canal SQL CHAR(1).
           10 coordonnees SQL CHAR-VARYING(80).
           10 montant PIC S9(13)V99.
           10 seuil PIC 9(11)V99.
           10 codeDevise SQL CHAR(3).
           10 libelle SQL CHAR-VARYING(60).
           10 dateJournee PIC 9(8).
           10 texteAlerte SQL CHAR-VARYING(160).
      * Releves electroniques emis (traitements 26, etape de chaine
      * RELEVES) : comptes abonnes dans dbo.AbonnementReleve (format C
      * camt.053 ou F CFONB 120, frequence Q quotidienne, H
      * hebdomadaire, M mensuelle ; statut A actif, R resilie). Une fois
      * la journee arretee, chaque abonnement echu recoit son fichier
      * (prefixe cle RELEVESELEC + RLV<compte>-<journee>) : solde
      * d'ouverture, mouvements comptabilises de la periode avec leur
      * date de valeur, solde de cloture. Chaque envoi est trace dans
      * dbo.EmissionReleve (journal d'emission) ; une periode emise ne
      * l'est jamais deux fois.
       77 PrefixeReleveElec PIC X(150) VALUE SPACES.
       77 CheminFichierReleveElec PIC X(200) VALUE SPACES.
       77 ChoixReleveElec PIC X VALUE SPACE.
       77 finReleveElec PIC 9 VALUE 0.
       77 finMvtReleveElec PIC 9 VALUE 0.
       77 noLigneReleveElec PIC 99 VALUE 0.
       77 NbControleReleveElec PIC 9(7) VALUE 0.
       77 NbRelevesEmis PIC 9(7) VALUE 0.
       77 NbMvtReleveElec PIC 9(7) VALUE 0.
       77 EchuHebdoReleve PIC 9 VALUE 0.
       77 EchuMensuelReleve PIC 9 VALUE 0.
       77 DateTravailReleve PIC 9(8) VALUE 0.
       77 JourIsoReleveElec PIC 9 VALUE 0.
       77 DateProchainOuvreReleve PIC 9(8) VALUE 0.
       77 DateDebutReleveElec PIC 9(8) VALUE 0.
       77 SoldeOuvertureReleve PIC S9(13)V99 VALUE 0.
       77 SoldeClotureReleve PIC S9(13)V99 VALUE 0.
       77 MouvementsApresReleve PIC S9(13)V99 VALUE 0.
       77 MouvementsPeriodeReleve PIC S9(13)V99 VALUE 0.
       77 TotalDebitReleveElec PIC 9(13)V99 VALUE 0.
       77 TotalCreditReleveElec PIC 9(13)V99 VALUE 0.
       77 MontantReleveTexte PIC 9(11).99.
       77 SensReleveElec PIC X VALUE SPACE.
       77 SoldeEditeReleve PIC S9(13)V99 VALUE 0.
       77 TypeSoldeReleve PIC X(4) VALUE SPACES.
       77 LibelleReleveXML PIC X(60) VALUE SPACES.
       77 DateDebutReleveISO PIC X(10) VALUE SPACES.
       77 DateReleveISO PIC X(10) VALUE SPACES.
       77 DateReleveCFONB PIC X(6) VALUE SPACES.
       77 DateValeurCFONB PIC X(6) VALUE SPACES.
       77 StrSoldeReleveElec PIC -(11)9,99.
       77 LigneReleveElec PIC X(255) VALUE SPACES.
       01 SaisieAbonnementReleve.
           10 codeCompte PIC 9(12).
           10 formatEmis PIC X.
           10 frequence PIC X.
       01 AbonnementReleveLu.
           10 codeCompte PIC 9(12).
           10 formatEmis SQL CHAR(1).
           10 frequence SQL CHAR(1).
           10 statutAbonnement SQL CHAR(1).
           10 dateSouscription PIC 9(8).
           10 dateDernierReleve PIC 9(8).
           10 codeBanque SQL CHAR(5).
           10 codeGuichet SQL CHAR(5).
           10 racineCompte SQL CHAR(9).
           10 cleRib SQL CHAR(2).
           10 codeDevise SQL CHAR(3).
           10 IBAN SQL CHAR(34).
           10 soldeNet PIC S9(13)V99.
       01 MouvementReleveLu.
           10 dateComptabilisation PIC 9(8).
           10 dateValeur PIC 9(8).
           10 libelle SQL CHAR-VARYING(60).
           10 montant PIC 9(11)V99.
           10 sens SQL CHAR(1).
       01 EmissionReleveLu.
           10 formatEmis SQL CHAR(1).
           10 dateDebut PIC 9(8).
           10 dateFin PIC 9(8).
           10 soldeOuverture PIC S9(13)V99.
           10 soldeCloture PIC S9(13)V99.
           10 nbMouvements PIC 9(7).
           10 dateEmission PIC 9(8).
           10 heureEmission PIC 9(8).
      * Enregistrements CFONB 120 emis, aux positions que lit
      * Rapprochement-LigneCFONB : 01 ancien solde, 04 mouvement, 07
      * nouveau solde ; dates JJMMAA, montant en centimes et sens C/D.
       01 EnrCFONBEmis.
           05 CfoCode PIC X(2).
           05 CfoBanque PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CfoGuichet PIC X(5).
           05 CfoDevise PIC X(3).
           05 FILLER PIC X VALUE "2".
           05 FILLER PIC X VALUE SPACE.
           05 CfoCompte PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CfoDate PIC X(6).
           05 CfoDateValeur PIC X(6).
           05 FILLER PIC X(8) VALUE SPACES.
           05 CfoMontant PIC 9(13).
           05 CfoSens PIC X.
           05 CfoReference PIC X(20).
           05 CfoLibelle PIC X(32).
      * Remises de virements des clients entreprises (traitements 27) :
      * fichier pain.001 recu du client (cle REMISEVIRCLIENT). Controle
      * du nombre d'ordres (NbOfTxs) et du total de controle (CtrlSum)
      * de l'entete, du compte donneur d'ordre retrouve par son IBAN,
      * puis de chaque ordre (IBAN beneficiaire par
      * Beneficiaire-ControlerIBAN, montant, nom, devise). Le total des
      * ordres acceptes est debite en un mouvement apres controle de
      * provision ; la remise est historisee dans
      * dbo.RemiseVirementClient et ses ordres dans
      * dbo.OrdreVirementClient (statut A accepte a emettre, E emis, R
      * rejete). Les ordres acceptes partent dans la remise SEPA de la
      * prochaine ouverture de journee (RemiseVir-Virer) ; le compte
      * rendu ordre par ordre est ecrit pour le client (cle
      * CRREMISEVIR).
       77 CheminFichierRemiseVir PIC X(200) VALUE "RemiseVirementsClient.xml".
       77 CheminFichierCRRemiseVir PIC X(200) VALUE "CompteRenduRemiseVirements.txt".
       77 RemiseVir-Status PIC 99 VALUE 0.
       77 ChoixRemiseVir PIC X VALUE SPACE.
       77 finRemiseVir PIC 9 VALUE 0.
       77 finOrdreRemiseVir PIC 9 VALUE 0.
       77 noLigneRemiseVir PIC 99 VALUE 0.
      * Bloc XML en cours de lecture : D compte du donneur d'ordre, A
      * agent du beneficiaire, N beneficiaire, C compte du
      * beneficiaire, X autre partie (nom ignore).
       77 ContexteRemiseVir PIC X VALUE SPACE.
       77 NbOfTxsLuRemiseVir PIC 9 VALUE 0.
       77 CtrlSumLuRemiseVir PIC 9 VALUE 0.
       77 NbOrdresLusRemiseVir PIC 9(7) VALUE 0.
       77 TotalOrdresRemiseVir PIC 9(13)V99 VALUE 0.
       77 CodeRejetRemiseVir PIC X(4) VALUE SPACES.
       77 NbOrdresRemisVirer PIC 9(5) VALUE 0.
       77 NbControleRemiseVir PIC 9(7) VALUE 0.
       77 StrMontantRemiseVir PIC Z(10)9.99.
       77 LigneRemiseVir PIC X(255) VALUE SPACES.
      * Ordres de la remise en cours de controle, meme limite que
      * VirementsSEPA : une remise plus longue est rejetee entiere.
       77 OrdresRemiseVir-Max PIC 9(3) VALUE 200.
       77 IndexOrdreRemiseVir PIC 9(3) VALUE 0.
       01 OrdresRemiseVir occurs 200 times.
           10 OrdEndToEndId PIC X(35).
           10 OrdIBAN PIC X(34).
           10 OrdBIC PIC X(11).
           10 OrdNom PIC X(50).
           10 OrdMontant PIC 9(11)V99.
           10 OrdDevise PIC X(3).
           10 OrdMotif PIC X(35).
           10 OrdCodeRejet PIC X(4).
       01 RemiseVirLue.
           10 noRemiseVir PIC 9(9).
           10 msgId SQL CHAR(35).
           10 ibanDonneur SQL CHAR(34).
           10 codeCompte PIC 9(12).
           10 codeClient SQL CHAR(36).
           10 statutCompte SQL CHAR(1).
           10 codeDevise SQL CHAR(3).
           10 nbOrdresAnnonces PIC 9(7).
           10 totalAnnonce PIC 9(13)V99.
           10 nbOrdresAcceptes PIC 9(7).
           10 montantAccepte PIC 9(13)V99.
           10 nbOrdresRejetes PIC 9(7).
           10 statutRemise SQL CHAR(1).
           10 codeRejet SQL CHAR(4).
           10 dateReception PIC 9(8).
       01 OrdreVirLu.
           10 noRemiseVir PIC 9(9).
           10 noOrdre PIC 9(3).
           10 endToEndId SQL CHAR(35).
           10 iban SQL CHAR(34).
           10 bic SQL CHAR(11).
           10 nom SQL CHAR(50).
           10 montant PIC 9(11)V99.
           10 motif SQL CHAR(35).
           10 statutOrdre SQL CHAR(1).
           10 codeRejet SQL CHAR(4).
           10 codeCompte PIC 9(12).
      * Agences (parametrage 9) : referentiel dbo.Agence, rattachement
      * du client (dbo.Client.codeAgence) et habilitations des
      * operateurs (dbo.OperateurAgence, une ligne par agence). Un
      * operateur ne voit que les clients de ses agences (resolution
      * gestionClients-ResoudreClient, liste des comptes) ; le profil
      * superviseur les voit tous, et un client pas encore rattache
      * reste visible de tous. Le changement d'agence d'un client est
      * historise dans dbo.TransfertAgence et trace dans l'audit.
      * AgenceOperateur, premiere agence habilitee, est celle des
      * clients que l'operateur cree.
       77 AgenceOperateur PIC X(5) VALUE SPACES.
       77 ChoixAgence PIC X VALUE SPACE.
       77 finAgence PIC 9 VALUE 0.
       77 noLigneAgence PIC 99 VALUE 0.
       77 NbControleAgence PIC 9(7) VALUE 0.
       77 NbClientsHorsAgence PIC 9(5) VALUE 0.
       77 AncienneAgence PIC X(5) VALUE SPACES.
       77 MotifTransfertAgence PIC X(60) VALUE SPACES.
       01 SaisieAgence.
           10 codeAgence PIC X(5).
           10 libelle PIC X(40).
           10 codeOperateur PIC X(20).
       01 AgenceLue.
           10 codeAgence SQL CHAR(5).
           10 libelle SQL CHAR-VARYING(40).
           10 nbClients PIC 9(7).
           10 nbOperateurs PIC 9(5).
      * Sous-totaux par agence de l'arrete de journee.
       77 finArreteAgence PIC 9 VALUE 0.
       01 ArreteAgenceLue.
           10 codeAgence SQL CHAR(5).
           10 nbMouvements PIC 9(7).
           10 totalDebit PIC 9(13)V99.
           10 totalCredit PIC 9(13)V99.
       77 LibelleAgenceArrete PIC X(11) VALUE SPACES.
       77 StrNbMouvementsAgence PIC Z(6)9.
       77 StrDebitAgence PIC X(16) VALUE SPACES.
       77 StrCreditAgence PIC X(16) VALUE SPACES.
      * Caisse guichet (menu option 23) : une caisse par operateur et
      * par journee comptable dans dbo.Caisse (statut O ouverte, F
      * fermee), ouverte avec son fond de caisse. Les versements et
      * retraits d'especes saisis en gestion des clients sont
      * rattaches a la caisse ouverte de l'operateur
      * (dbo.OperationCaisse) ; un retrait ne peut depasser l'encaisse
      * theorique (fond + versements - retraits). A la fermeture le
      * billetage saisi (dbo.BilletageCaisse) donne l'encaisse reelle ;
      * l'ecart est passe au compte d'attente (cle COMPTEATTENTE). Tant
      * qu'une caisse de la journee reste ouverte, l'arrete de journee
      * est refuse. Etat des ecarts par operateur (cle ECARTSCAISSE).
       77 CheminFichierEcartsCaisse PIC X(200) VALUE "EcartsCaisse.txt".
       77 DeviseCaisse PIC X(3) VALUE "EUR".
       77 ChoixCaisse PIC X VALUE SPACE.
       77 SaisieEspeces PIC X VALUE "N".
       77 EspecesAcceptees PIC 9 VALUE 1.
       77 CaisseTrouvee PIC 9 VALUE 0.
       77 NbCaissesOuvertes PIC 9(5) VALUE 0.
       77 NbControleCaisse PIC 9(5) VALUE 0.
       77 FondCaisseReporte PIC 9(11)V99 VALUE 0.
       77 SaisieFondCaisse PIC 9(9)V99 VALUE 0.
       77 EncaisseTheorique PIC S9(13)V99 VALUE 0.
       77 TotalBilletage PIC 9(13)V99 VALUE 0.
       77 EcartCaisse PIC S9(13)V99 VALUE 0.
       77 ConfirmationCaisse PIC X VALUE "N".
       77 IndexCoupure PIC 99 VALUE 0.
       77 NoLigneCoupure PIC 99 VALUE 0.
       77 StrCoupure PIC ZZ9.99.
       77 StrMontantCaisse PIC -(11)9,99.
      * Coupures du billetage, billets puis pieces.
       01 ValeursCoupures.
           05 FILLER PIC 9(3)V99 VALUE 500.
           05 FILLER PIC 9(3)V99 VALUE 200.
           05 FILLER PIC 9(3)V99 VALUE 100.
           05 FILLER PIC 9(3)V99 VALUE 50.
           05 FILLER PIC 9(3)V99 VALUE 20.
           05 FILLER PIC 9(3)V99 VALUE 10.
           05 FILLER PIC 9(3)V99 VALUE 5.
           05 FILLER PIC 9(3)V99 VALUE 2.
           05 FILLER PIC 9(3)V99 VALUE 1.
           05 FILLER PIC 9(3)V99 VALUE 0.50.
           05 FILLER PIC 9(3)V99 VALUE 0.20.
           05 FILLER PIC 9(3)V99 VALUE 0.10.
           05 FILLER PIC 9(3)V99 VALUE 0.05.
           05 FILLER PIC 9(3)V99 VALUE 0.02.
           05 FILLER PIC 9(3)V99 VALUE 0.01.
       01 ValeursCoupuresDet redefines ValeursCoupures.
           05 ValeurCoupure PIC 9(3)V99 occurs 15 times.
       77 NbCoupures PIC 99 VALUE 15.
       01 QuantitesCoupures.
           05 QuantiteCoupure PIC 9(5) occurs 15 times.
       77 ValeurCoupureEnr PIC 9(3)V99 VALUE 0.
       77 QuantiteCoupureEnr PIC 9(5) VALUE 0.
       01 CaisseLue.
           10 noCaisse PIC 9(9).
           10 fondCaisse PIC 9(11)V99.
           10 totalVersements PIC 9(13)V99.
           10 totalRetraits PIC 9(13)V99.
      * Etat des ecarts de caisse, rupture par operateur.
       77 finEcartsCaisse PIC 9 VALUE 0.
       77 PeriodeEcartsCaisse PIC 9(6) VALUE 0.
       77 DateDebutEcartsCaisse PIC 9(8) VALUE 0.
       77 DateFinEcartsCaisse PIC 9(8) VALUE 0.
       77 OperateurEcartCourant PIC X(20) VALUE SPACES.
       77 NbCaissesOperateur PIC 9(5) VALUE 0.
       77 NbEcartsOperateur PIC 9(5) VALUE 0.
       77 TotalExcedentsOperateur PIC 9(13)V99 VALUE 0.
       77 TotalManquantsOperateur PIC 9(13)V99 VALUE 0.
       77 NbCaissesEtat PIC 9(7) VALUE 0.
       77 StrVersementsCaisse PIC -(11)9,99.
       77 StrRetraitsCaisse PIC -(11)9,99.
       77 StrBilleteCaisse PIC -(11)9,99.
       77 StrEcartCaisse PIC -(11)9,99.
       77 StrExcedentsCaisse PIC -(11)9,99.
       77 StrManquantsCaisse PIC -(11)9,99.
       77 LigneEcartsCaisse PIC X(255) VALUE SPACES.
       01 EcartCaisseLu.
           10 codeOperateur SQL CHAR(20).
           10 dateCaisse PIC 9(8).
           10 noCaisse PIC 9(9).
           10 fondCaisse PIC 9(11)V99.
           10 totalVersements PIC 9(13)V99.
           10 totalRetraits PIC 9(13)V99.
           10 totalBillete PIC 9(13)V99.
           10 ecart PIC S9(13)V99.
      * Reclamations clients (menu option 24) : dbo.Reclamation, une
      * ligne par reclamation recue (canal C courrier / G guichet),
      * contre un client et au besoin un de ses comptes et un
      * mouvement de ce compte. Les echeances sont posees a la
      * reception : accuse sous DelaiAccuseReclam jours ouvres,
      * reponse sous DelaiReponseReclam mois, ou DelaiPaiementReclam
      * jours ouvres pour une operation de paiement contestee (motif
      * OP). Une reclamation fondee peut extourner le mouvement
      * conteste : l'ecriture inverse porte dans noMouvementOrigine le
      * numero de l'ecriture d'origine. Accuse et reponse partent par
      * le moteur de courriers (modeles MODRECLACCUSE, MODRECLFONDEE,
      * MODRECLREJET) ; sans lettre produite, rien n'est enregistre.
      * Etat des dossiers ouverts hors delai (cle RECLAMRETARD).
       77 CheminModeleReclamAccuse PIC X(200) VALUE SPACES.
       77 CheminModeleReclamFondee PIC X(200) VALUE SPACES.
       77 CheminModeleReclamRejet PIC X(200) VALUE SPACES.
       77 CheminFichierRetardsReclam PIC X(200) VALUE "ReclamationsRetard.txt".
       77 DelaiAccuseReclam PIC 99 VALUE 10.
       77 DelaiPaiementReclam PIC 99 VALUE 15.
       77 DelaiReponseReclam PIC 99 VALUE 2.
       77 ChoixReclamation PIC X VALUE SPACE.
       77 NoReclamationSaisi PIC 9(9) VALUE 0.
       77 NoReclamationCree PIC 9(9) VALUE 0.
       77 ReclamationTrouvee PIC 9 VALUE 0.
       77 NbControleReclam PIC 9(7) VALUE 0.
       77 NbControleMvtReclam PIC 9(7) VALUE 0.
       77 MouvementReclamInconnu PIC 9 VALUE 0.
       77 IndexDelaiReclam PIC 99 VALUE 0.
       77 DecisionReclam PIC X VALUE SPACE.
       77 ConfirmationReclam PIC X VALUE "N".
       77 NoExtourneCree PIC 9(9) VALUE 0.
       77 CourriersAvantReclam PIC 9(5) VALUE 0.
       77 finReclamation PIC 9 VALUE 0.
       77 noLigneReclamation PIC 99 VALUE 0.
       77 StrMontantReclam PIC Z(9)9,99.
       01 SaisieReclamation.
           10 codeCompte PIC 9(12).
           10 noMouvement PIC 9(9).
           10 canal PIC X.
           10 motif PIC X(2).
           10 objet PIC X(60).
           10 dateReception PIC 9(8).
           10 dateEcheanceAccuse PIC 9(8).
           10 dateEcheanceReponse PIC 9(8).
       01 ReclamationLue.
           10 noReclamation PIC 9(9).
           10 codeClient SQL CHAR(36).
           10 codeCompte PIC 9(12).
           10 noMouvement PIC 9(9).
           10 canal SQL CHAR(1).
           10 motif SQL CHAR(2).
           10 objet SQL CHAR-VARYING(60).
           10 dateReception PIC 9(8).
           10 dateEcheanceAccuse PIC 9(8).
           10 dateEcheanceReponse PIC 9(8).
           10 dateAccuse PIC 9(8).
           10 dateReponse PIC 9(8).
           10 statutReclamation SQL CHAR(1).
           10 decision SQL CHAR(1).
           10 noMouvementExtourne PIC 9(9).
       01 ClientReclamation.
           10 nom SQL CHAR-VARYING(50).
           10 prenom SQL CHAR-VARYING(50).
           10 codePostal SQL CHAR-VARYING(20).
           10 Ville SQL CHAR-VARYING(50).
      * Mouvement conteste (lu pour l'extourne ou pour le choix a la
      * saisie).
       01 MouvementConteste.
           10 noMouvement PIC 9(9).
           10 codeCompte PIC 9(12).
           10 dateMouvement PIC 9(8).
           10 libelle SQL CHAR-VARYING(60).
           10 montant PIC 9(11)V99.
           10 sens SQL CHAR(1).
           10 codeDevise SQL CHAR(3).
           10 dateValeur PIC 9(8).
           10 statutMouvement SQL CHAR(1).
      * Etat des dossiers en retard.
       77 finRetardReclam PIC 9 VALUE 0.
       77 NbRetardsAccuse PIC 9(5) VALUE 0.
       77 NbRetardsReponse PIC 9(5) VALUE 0.
       77 NbDossiersRetard PIC 9(5) VALUE 0.
       77 NatureRetardReclam PIC X(7) VALUE SPACES.
       77 StrAccuseReclam PIC X(8) VALUE SPACES.
       77 LigneRetardReclam PIC X(255) VALUE SPACES.
       01 RetardReclamLu.
           10 noReclamation PIC 9(9).
           10 nomClient SQL CHAR-VARYING(50).
           10 motif SQL CHAR(2).
           10 dateReception PIC 9(8).
           10 dateEcheanceAccuse PIC 9(8).
           10 dateAccuse PIC 9(8).
           10 dateEcheanceReponse PIC 9(8).
       01 LeCompte.
           10 CodeBanque SQL char(5).
           10 NomBanque SQL char-varying(170).
           10 line 17 col 43 value "- 19 - Dossier client ............. :".
           10 line 18 col 43 value "- 20 - Traitements periodiques .... :".
           10 line 19 col 43 value "- 21 - Parametrage / securite ..... :".
           10 line 20 col 43 value "- 22 - Alertes clients ............ :".
           10 line 21 col 43 value "- 23 - Caisse guichet ............. :".
           10 line 22 col 43 value "- 24 - Reclamations clients ....... :".
           10 line 20 col 5 value "- 0 - Retour au menu appelant ..... :".
      * Sous-menu des traitements periodiques (option 20) : meme
      * gabarit que le menu principal, la journee comptable en tete.
       01 STraitements foreground-color is CouleurCaractere background-color is CouleurFond.
           10 line 16 col 5 value "- 9 - Traitement comptes dormants ... :".
           10 line 17 col 5 value "- 10 - Archivage des mouvements ..... :".
           10 line 18 col 5 value "- 11 - Reevaluation des devises ..... :".
      * Deuxieme colonne, comme au menu principal, pour les options 12
      * et suivantes.
           10 line 8  col 43 value "- 12 - Retours SEPA (pain.002) .... :".
           10 line 9  col 43 value "- 13 - Prelevements SEPA recus .... :".
           10 line 10 col 43 value "- 14 - Prets amortissables ........ :".
           10 line 11 col 43 value "- 15 - Depots a terme (DAT) ....... :".
           10 line 12 col 43 value "- 16 - Saisies et ATD ............. :".
           10 line 13 col 43 value "- 17 - Alertes LCB-FT ............. :".
           10 line 14 col 43 value "- 18 - Gel des avoirs ............. :".
           10 line 15 col 43 value "- 19 - Dossiers KYC ............... :".
           10 line 16 col 43 value "- 20 - Remises de cheques ......... :".
           10 line 17 col 43 value "- 21 - Successions ................ :".
           10 line 18 col 43 value "- 22 - Mobilite bancaire .......... :".
           10 line 19 col 43 value "- 23 - Rentabilite clients (PNB) .. :".
           10 line 20 col 43 value "- 24 - Declarations FICOBA ........ :".
           10 line 21 col 43 value "- 25 - Tresorerie previsionnelle .. :".
           10 line 22 col 43 value "- 26 - Releves electroniques ...... :".
           10 line 23 col 43 value "- 27 - Remises clients (pain.001) . :".
           10 line 19 col 5 value "- 0 - Retour au menu principal .... :".
      * Sous-menu du parametrage et de la securite (option 21).
       01 SParametrage foreground-color is CouleurCaractere background-color is CouleurFond.
           10 blank screen.
           10 line 11 col 5 value "- 4 - Administration operateurs ..... :".
           10 line 12 col 5 value "- 5 - Validations en attente ........ :".
           10 line 13 col 5 value "- 6 - Chequiers et oppositions ...... :".
           10 line 14 col 5 value "- 7 - Autorisations de decouvert .... :".
           10 line 15 col 5 value "- 8 - Titulaires et procurations .... :".
           10 line 16 col 5 value "- 9 - Agences et habilitations ...... :".
           10 line 19 col 5 value "- 0 - Retour au menu principal ...... :".
       01 SBanque foreground-color is CouleurCaractere background-color is CouleurFond.
           10 blank screen.
               when "ARCHIVEMVT" move ConfigValeur to CheminFichierArchivageMvt
               when "ARCHIVEMVTMOIS" perform menu-init-ConfigMoisArchiveMvt
               when "REEVALUATION" move ConfigValeur to CheminFichierReevaluation
               when "RETOURSSEPA" move ConfigValeur to CheminFichierRetoursSEPA
               when "ETATRETOURS" move ConfigValeur to CheminFichierEtatRetours
               when "PRELRECUS" move ConfigValeur to CheminFichierPrelRecus
               when "REJETSPRELRECUS" move ConfigValeur to CheminFichierRejetsPrelRecus
               when "ETATDAT" move ConfigValeur to CheminFichierEtatDAT
               when "MODSAISIE" move ConfigValeur to CheminModeleSaisie
               when "SBI" perform menu-init-ConfigSBI
               when "DELAISAISIE" perform menu-init-ConfigDelaiSaisie
               when "ETATLCBFT" move ConfigValeur to CheminFichierEtatLCBFT
               when "SEUILLCBFT" perform menu-init-ConfigSeuilLCBFT
               when "FACTEURLCBFT" perform menu-init-ConfigFacteurLCBFT
               when "LISTEGEL" move ConfigValeur to CheminFichierListeGel
               when "ETATKYC" move ConfigValeur to CheminFichierEtatKYC
               when "MODKYC" move ConfigValeur to CheminModeleKYC
               when "COMPCHEQUES" move ConfigValeur to CheminFichierCompensation
               when "IMPAYESCHQ" move ConfigValeur to CheminFichierImpayesChq
               when "MODIMPAYECHQ" move ConfigValeur to CheminModeleImpayeChq
               when "DELAICHEQUE" perform menu-init-ConfigDelaiCheque
               when "MODINFOCHQ" move ConfigValeur to CheminModeleInfoCheque
               when "MODINJONCTION" move ConfigValeur to CheminModeleInjonction
               when "MODATTREGUL" move ConfigValeur to CheminModeleAttestRegul
               when "DETAILFRAIS" move ConfigValeur to CheminFichierDetailFrais
               when "MODFRAISINC" move ConfigValeur to CheminModeleFraisIncident
               when "DELAIINFOFRAIS" perform menu-init-ConfigDelaiInfoFrais
               when "PLAFONDCLIENT" perform menu-init-ConfigPlafondClient
               when "PLAFONDFRAGILE" perform menu-init-ConfigPlafondFragile
               when "ETATSUCCESSION" move ConfigValeur to CheminFichierEtatSuccession
               when "MODNOTAIRE" move ConfigValeur to CheminModeleNotaire
               when "INVMOBILITE" move ConfigValeur to CheminFichierInvMobilite
               when "MOBILITEENTRANTE" move ConfigValeur to CheminFichierMobEntrante
               when "ETATMOBILITE" move ConfigValeur to CheminFichierEtatMobilite
               when "ETATPNB" move ConfigValeur to CheminFichierEtatPNB
               when "TAUXMARGEPNB" perform menu-init-ConfigTauxMargePNB
               when "FICOBA" move ConfigValeur to CheminFichierFICOBA
               when "HORIZONTRESO" perform menu-init-ConfigHorizonTreso
               when "ETATTRESO" move ConfigValeur to CheminFichierEtatTreso
               when "ALERTES" move ConfigValeur to CheminFichierAlertes
               when "RELEVESELEC" move ConfigValeur to PrefixeReleveElec
               when "REMISEVIRCLIENT" move ConfigValeur to CheminFichierRemiseVir
               when "CRREMISEVIR" move ConfigValeur to CheminFichierCRRemiseVir
               when "ECARTSCAISSE" move ConfigValeur to CheminFichierEcartsCaisse
               when "MODRECLACCUSE" move ConfigValeur to CheminModeleReclamAccuse
               when "MODRECLFONDEE" move ConfigValeur to CheminModeleReclamFondee
               when "MODRECLREJET" move ConfigValeur to CheminModeleReclamRejet
               when "RECLAMRETARD" move ConfigValeur to CheminFichierRetardsReclam
           end-evaluate.
      * Etablissement de la journee comptable : cle DATECOMPTA de la
      * configuration, sinon saisie operateur (defaut : date systeme,

       Connexion-Reussie.
           move OperateurCode to AuditOperateur.
           move spaces to AgenceOperateur.
           exec sql
               SELECT TOP 1 codeAgence INTO :AgenceOperateur
               FROM dbo.OperateurAgence
               WHERE codeOperateur = RTRIM(:OperateurCode)
               ORDER BY codeAgence
           end-exec.
           exec sql
               UPDATE dbo.Operateur SET
                   nbEchecs = 0
               display "Profil superviseur requis pour cette fonction" line 24 col 1
           end-if.

      * SBI au format "nnn,nn" (ou "nnn.nn") ; illisible ou nul, le
      * montant par defaut est garde.
       menu-init-ConfigSBI.
           move 0 to SBIEuros.
           move 0 to SBICentimes.
           unstring ConfigValeur delimited by "," or "." or space
               into SBIEuros SBICentimes
           end-unstring.
           if SBIEuros > 0
               compute MontantSBI = SBIEuros + SBICentimes / 100
           end-if.

      * Meme tolerance de saisie que ARCHIVEMOIS, 30 jours a defaut.
       menu-init-ConfigDelaiSaisie.
           if ConfigValeur(2:1) >= "0" and ConfigValeur(2:1) <= "9"
               move ConfigValeur(1:2) to DelaiSaisie
           else
               move 0 to DelaiSaisie
               move ConfigValeur(1:1) to DelaiSaisie(2:1)
           end-if.
           if DelaiSaisie = 0
               move 30 to DelaiSaisie
           end-if.

      * Seuil LCB-FT en euros entiers ; illisible ou nul, le seuil par
      * defaut est garde.
       menu-init-ConfigSeuilLCBFT.
           move 0 to SeuilLCBFTEuros.
           unstring ConfigValeur delimited by "," or "." or space
               into SeuilLCBFTEuros
           end-unstring.
           if SeuilLCBFTEuros > 0
               move SeuilLCBFTEuros to SeuilLCBFT
           end-if.

      * Meme tolerance de saisie que ARCHIVEMOIS, 5 a defaut.
       menu-init-ConfigFacteurLCBFT.
           if ConfigValeur(2:1) >= "0" and ConfigValeur(2:1) <= "9"
               move ConfigValeur(1:2) to FacteurAtypique
           else
               move 0 to FacteurAtypique
               move ConfigValeur(1:1) to FacteurAtypique(2:1)
           end-if.
           if FacteurAtypique = 0
               move 5 to FacteurAtypique
           end-if.

      * Meme tolerance de saisie que ARCHIVEMOIS, 1 jour ouvre a defaut.
       menu-init-ConfigDelaiCheque.
           if ConfigValeur(2:1) >= "0" and ConfigValeur(2:1) <= "9"
               move ConfigValeur(1:2) to DelaiValeurCheque
           else
               move 0 to DelaiValeurCheque
               move ConfigValeur(1:1) to DelaiValeurCheque(2:1)
           end-if.
           if DelaiValeurCheque = 0
               move 1 to DelaiValeurCheque
           end-if.

      * Meme tolerance de saisie que ARCHIVEMOIS, 14 jours a defaut.
       menu-init-ConfigDelaiInfoFrais.
           if ConfigValeur(2:1) >= "0" and ConfigValeur(2:1) <= "9"
               move ConfigValeur(1:2) to DelaiInfoFrais
           else
               move 0 to DelaiInfoFrais
               move ConfigValeur(1:1) to DelaiInfoFrais(2:1)
           end-if.
           if DelaiInfoFrais = 0
               move 14 to DelaiInfoFrais
           end-if.

      * Plafonds mensuels de frais d'incidents en euros entiers ;
      * illisible ou nul, la valeur par defaut est gardee (pas de
      * plafond global pour un client ordinaire).
       menu-init-ConfigPlafondClient.
           move 0 to PlafondConfigEuros.
           unstring ConfigValeur delimited by "," or "." or space
               into PlafondConfigEuros
           end-unstring.
           if PlafondConfigEuros > 0
               move PlafondConfigEuros to PlafondMoisClient
           end-if.

       menu-init-ConfigPlafondFragile.
           move 0 to PlafondConfigEuros.
           unstring ConfigValeur delimited by "," or "." or space
               into PlafondConfigEuros
           end-unstring.
           if PlafondConfigEuros > 0
               move PlafondConfigEuros to PlafondMoisFragile
           end-if.

      * Taux de marge PNB en points de base entiers (150 = 1,50 %) ;
      * illisible ou nul, le taux par defaut est garde.
       menu-init-ConfigTauxMargePNB.
           move 0 to TauxMargePNBConfig.
           unstring ConfigValeur delimited by "," or "." or space
               into TauxMargePNBConfig
           end-unstring.
           if TauxMargePNBConfig > 0
               move TauxMargePNBConfig to TauxMargePNB
           end-if.

      * Meme tolerance de saisie que ARCHIVEMOIS, 10 jours ouvres a
      * defaut.
       menu-init-ConfigHorizonTreso.
           if ConfigValeur(2:1) >= "0" and ConfigValeur(2:1) <= "9"
               move ConfigValeur(1:2) to HorizonTreso
           else
               move 0 to HorizonTreso
               move ConfigValeur(1:1) to HorizonTreso(2:1)
           end-if.
           if HorizonTreso = 0
               move 10 to HorizonTreso
           end-if.

      * ARCHIVEMOIS accepte une ou deux positions ("6" ou "12") ; une
      * valeur illisible ou nulle retombe sur les 12 mois par defaut.
       menu-init-ConfigMoisArchive.
           if ConfigValeur(2:1) >= "0" and ConfigValeur(2:1) <= "9"
               move ConfigValeur(1:2) to MoisArchive
           else
               move 0 to MoisArchive
               move ConfigValeur(1:1) to MoisArchive(2:1)
           end-if.
           if MoisArchive = 0
               move 12 to MoisArchive
           end-if.

      * Delai legal avant transfert des avoirs dormants, en annees ;
      * meme tolerance de saisie que ARCHIVEMOIS, 10 ans a defaut.
       menu-init-ConfigAnsDormance.
           if ConfigValeur(2:1) >= "0" and ConfigValeur(2:1) <= "9"
               move ConfigValeur(1:2) to AnsTransfertDormance
           else
               move 0 to AnsTransfertDormance
               move ConfigValeur(1:1) to AnsTransfertDormance(2:1)
           end-if.
           if AnsTransfertDormance = 0
               move 10 to AnsTransfertDormance
           end-if.

      * Profondeur d'historique des mouvements, en mois ; meme
      * tolerance de saisie que ARCHIVEMOIS, 24 mois a defaut.
       menu-init-ConfigMoisArchiveMvt.
           if ConfigValeur(2:1) >= "0" and ConfigValeur(2:1) <= "9"
               when 19 perform DossierClient
               when 20 perform MenuTraitements
               when 21 perform MenuParametrage
               when 22 perform Alertes
               when 23 perform CaisseGuichet
               when 24 perform Reclamations
           end-evaluate.
      * GOBACK et non STOP RUN : lance par le superviseur, le
      * programme lui rend la main ; lance seul, l'effet est le meme
                       AND (:FiltreType <> 'B' OR codeBanque = RTRIM(:FiltreTexte))
                       AND (:FiltreType <> 'G' OR codeGuichet = RTRIM(:FiltreTexte))
                       AND (:FiltreComptesFermes = 'O' OR statutCompte <> 'F')
                       AND EXISTS (SELECT 1 FROM dbo.Client ag
                           WHERE ag.codeClient = listeCompte.codeClient
                               AND (:OperateurProfil = 'S'
                                   OR ISNULL(ag.codeAgence,'') = ''
                                   OR ag.codeAgence IN (SELECT codeAgence
                                       FROM dbo.OperateurAgence
                                       WHERE codeOperateur = RTRIM(:OperateurCode))))
                   ORDER BY
                       CASE WHEN :TriCompte = '2' THEN -soldeCrediteur END,
                       CASE WHEN :TriCompte = '3' THEN codeGuichet END,
      * (cas "client inconnu", propose a la creation). 1 correspondance
      * -> retenue directement. Plusieurs -> l'operateur choisit dans
      * la liste affichee par gestionClients-ResoudreClient-Choix.
      * Seuls les clients des agences de l'operateur (dbo.
      * OperateurAgence) sont retenus, sauf profil superviseur et
      * clients pas encore rattaches ; NbClientsHorsAgence compte les
      * homonymes d'autres agences quand rien n'est trouve.
       gestionClients-ResoudreClient.
           move 0 to finResoudreClient.
           move 0 to NbClientsTrouves.
           move 0 to NbClientsHorsAgence.
           move spaces to CodeClientResolu.
           exec sql
             DECLARE curClientsTrouves CURSOR FOR
               SELECT DISTINCT codeClient, nom, prenom, codePostal, Ville
               FROM dbo.Client
               WHERE nom LIKE '%' + RTRIM(:NomClient) + '%'
                 AND (:OperateurProfil = 'S'
                   OR ISNULL(codeAgence,'') = ''
                   OR codeAgence IN (SELECT codeAgence FROM dbo.OperateurAgence
                       WHERE codeOperateur = RTRIM(:OperateurCode)))
               ORDER BY nom, prenom
           end-exec.
           exec sql
           end-exec.
           evaluate true
               when NbClientsTrouves = 0
                   exec sql
                       SELECT COUNT(*) INTO :NbClientsHorsAgence
                       FROM dbo.Client
                       WHERE nom LIKE '%' + RTRIM(:NomClient) + '%'
                   end-exec
               when NbClientsTrouves = 1
                   move codeClient of ClientsTrouves(1) to CodeClientResolu
                   move corresponding ClientsTrouves(1) to Client
           exec sql
               close curSelectionCpte
           end-exec.
           if CodeClientResolu <> space
               perform gestionClients-Liens
           end-if.

           if MaxCompte = 0 then
               if CodeClientResolu = space and NbClientsHorsAgence > 0
                   display "ATTENTION : client(s) de ce nom dans une autre agence" line 24 col 1
               end-if
               display M-QuestionCreation
               move "N" to ChoixGestion
               accept ChoixGestion line 1 col 43
                   end-if
           end-evaluate.

      * Liens en cours avec d'autres personnes (dbo.CompteTitulaire),
      * signales sous la grille des comptes : le detail se consulte en
      * parametrage 8 et dans le dossier client.
       gestionClients-Liens.
           move 0 to NbLiensSurComptes.
           move 0 to NbLiensAutresComptes.
           exec sql
               SELECT COUNT(*) INTO :NbLiensSurComptes
               FROM dbo.CompteTitulaire t
               JOIN dbo.Compte c ON c.codeCompte = t.codeCompte
               WHERE c.codeClient = :CodeClientResolu
                   AND t.dateDebut <= :DateComptableNum
                   AND (t.dateFin = 0 OR t.dateFin >= :DateComptableNum)
           end-exec.
           exec sql
               SELECT COUNT(*) INTO :NbLiensAutresComptes
               FROM dbo.CompteTitulaire
               WHERE codeClient = :CodeClientResolu
                   AND dateDebut <= :DateComptableNum
                   AND (dateFin = 0 OR dateFin >= :DateComptableNum)
           end-exec.
           if NbLiensSurComptes > 0 or NbLiensAutresComptes > 0
               display "Co-titulaires/mandataires sur ses comptes :" line 20 col 1
               display NbLiensSurComptes line 20 col 45
               display "Rattache a d'autres comptes :" line 20 col 52
               display NbLiensAutresComptes line 20 col 76
           end-if.

       MajClient.
           perform MajClient-Init.
           perform MajClient-Edition until ChoixEdition = "A" or ChoixEdition = "V".
           accept codePostal of Client line 6 col 20 size 25.
           accept Ville of Client line 6 col 58 size 20.
           display M-Donnees-Client.
      *    Pas d'entree en relation sans piece d'identite valide.
           move 21 to noLigneKYC.
           perform KYC-SaisiePiece.
      *    Criblage gel des avoirs avant toute creation : une personne
      *    rapprochee de la liste n'est pas creee tant que l'analyste
      *    n'a pas leve la correspondance (traitements 18).
           if PieceValide = 1
               move "N" to typePersonne of PersonneGel
               move spaces to codePersonne of PersonneGel
               move nom of Client to nomPersonne of PersonneGel
               move prenom of Client to prenomPersonne of PersonneGel
               perform Gel-ControlerPersonne
           end-if.
           evaluate true
               when PieceValide = 0
                   display "Piece d'identite valide obligatoire, creation refusee" line 24 col 1
                   move "A" to ChoixEdition
               when NbCorrespondancesActives > 0
                   display "Personne rapprochee de la liste de gel des avoirs, creation suspendue" line 24 col 1
                   move "A" to ChoixEdition
               when other
                   perform MajClient-InsererClient
           end-evaluate.

      * Les correspondances levees au stade de la creation sont
      * rattachees au client cree, pour que les passages suivants les
      * retrouvent sous son code.
       MajClient-InsererClient.
           exec sql
               select newid() into :Client.codeClient
           end-exec.
                   ,prenom
                   ,nom
                   ,codePostal
                   ,Ville
                   ,codeAgence)
               VALUES
                   (:Client.codeClient
                   ,:Client.intitule
                   ,:Client.prenom
                   ,:Client.nom
                   ,:Client.codePostal
                   ,:Client.Ville
                   ,NULLIF(RTRIM(:AgenceOperateur),''))
           end-exec.
           exec sql
               UPDATE dbo.CorrespondanceGel SET
                   typePersonne = 'C'
                   ,codePersonne = :Client.codeClient
               WHERE typePersonne = 'N'
                   AND nomPersonne = RTRIM(:Client.nom)
                   AND prenomPersonne = RTRIM(:Client.prenom)
           end-exec.
           move codeClient of Client to codeClient of ClientKYC.
           perform KYC-OuvrirDossier.
           move 0 to IndexCompte.
           move "CREATION" to AuditOperation.
           perform AuditTrail-Ecrire.
               when "v" move "V" to ChoixEdition
           end-evaluate.

      * Un compte ne s'ouvre qu'a un client dont une piece d'identite
      * est encore valide.
       MajClient-AjoutCompte.
           move codeClient of Client to codeClient of ClientKYC.
           perform KYC-ControlerPiece.
           if NbPiecesValides = 0
               display "Aucune piece d'identite valide (traitements 19), ouverture refusee" line 24 col 1
           else
               perform MajClient-AjoutCompteValide
           end-if.

       MajClient-AjoutCompteValide.
           if MaxCompte >= LesComptes-Max
               display "Nombre maximum de comptes atteint pour ce client" line 24 col 1
           else
               else
                   perform Cheque-ControlerSaisie
                   if ChequeAccepte = 1
                       perform Caisse-ControlerEspeces
                   end-if
                   if ChequeAccepte = 1 and EspecesAcceptees = 1
                       if SaisieSens = "D" or SaisieSens = "C"
                           perform Provision-Controler
                           if ProvisionSuffisante = 1
                               perform MajClient-SaisieMouvement-Enregistrer
                               if NumeroChequeSaisi > 0
                                   perform Cheque-EnregistrerPaye
                               end-if
                           else
                               perform MajClient-SaisieMouvement-Depassement
                           end-if
                       else
                           display "Sens invalide (D ou C), mouvement abandonne" line 24 col 1
           move 0 to NumeroChequeSaisi.
           display "No cheque (0 = sans) : " line 27 col 40.
           accept NumeroChequeSaisi line 27 col 64 size 7.
      *    Versement ou retrait d'especes : passe par la caisse ouverte
      *    de l'operateur (Caisse-ControlerEspeces).
           move "N" to SaisieEspeces.
           display "Especes [O]/[N] : " line 27 col 1.
           accept SaisieEspeces line 27 col 20.
           if SaisieEspeces = "o" move "O" to SaisieEspeces end-if.
           move CodeCompteMouvement to codeCompte of Mouvement.

      * Debit au-dela du disponible (solde + autorisation de decouvert
      * - debits en attente) : un cheque est refuse sur-le-champ, un
      * autre debit est refuse ou soumis a la decision du superviseur
      * au choix de l'operateur ; dans les deux cas rien n'est impute.
      * Le cheque refuse est rejete (Cheque-Rejeter) : il n'atteint
      * jamais Cheque-EnregistrerPaye.
       MajClient-SaisieMouvement-Depassement.
           if CompteDecede = 1
               display "Titulaire decede (succession ouverte), debit refuse" line 24 col 1
           else
               perform MajClient-SaisieMouvement-Refuser
           end-if.

      * Un retrait d'especes ne se soumet pas a decision : le client
      * est au guichet, la caisse ne peut pas attendre le superviseur.
       MajClient-SaisieMouvement-Refuser.
           evaluate true
               when NumeroChequeSaisi > 0
                   perform Cheque-Rejeter
               when SaisieEspeces = "O"
                   display "Retrait especes refuse : provision insuffisante            " line 24 col 1
               when other
                   move space to ChoixDepassement
                   display "Provision insuffisante : [R]efuser [S]oumettre a decision : " line 24 col 1
                   accept ChoixDepassement line 24 col 62
                   if ChoixDepassement = "s" move "S" to ChoixDepassement end-if
                   if ChoixDepassement = "S"
                       move "SAISIE" to OrigineDepassement
                       move "E" to StatutDepassementEcrit
                       perform Depassement-Deposer
                       display "Debit soumis a decision, solde inchange                     " line 24 col 1
                   else
                       display "Debit refuse : provision insuffisante                       " line 24 col 1
                   end-if
           end-evaluate.

      * Un mouvement a date de valeur future est journalise en statut
      * A (en attente) et n'est pas applique aux soldes : il le sera
      * par Mouvements-Deverser quand la journee comptable atteindra
                   ,:Mouvement.dateValeur
                   ,:Mouvement.statutMouvement)
           end-exec.
           if SaisieEspeces = "O"
               perform Caisse-EnregistrerOperation
           end-if.
           if statutMouvement of Mouvement = "A"
               display "Mouvement en attente (date de valeur future), soldes inchanges" line 24 col 1
               move "MOUV-ATTENTE" to AuditOperation
               move codeDevise of CompteSEPA to VirDevise(IndexVirement)
               move "SAISI" to VirOrigine(IndexVirement)
               move spaces to VirBIC(IndexVirement)
               move 0 to VirCodeCompte(IndexVirement)
               add SaisieMontant to TotalVirementSEPA
           end-if.

               perform GenerationSEPA-EcrireFichier
               perform GenerationSEPA-EcrireJournal
               display "Fichier pain.001 genere, virements : " line 24 col 1
               display NbVirementsRemisSEPA line 24 col 39
               if NbVirementsBloquesGel > 0
                   display "Virements retenus (gel des avoirs) : " line 22 col 1
                   display NbVirementsBloquesGel line 22 col 39
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * Les virements vers une personne sous gel sont retenus avant
      * l'entete : NbOfTxs et CtrlSum ne portent que les virements
      * remis. Si tous sont retenus aucun fichier n'est ecrit.
       GenerationSEPA-EcrireFichier.
           perform GenerationSEPA-FiltrerGel.
           if NbVirementsRemisSEPA = 0
               perform GenerationSEPA-EcrireVirement
                   varying IndexVirement from 1 by 1
                   until IndexVirement > NbVirementSEPA
           else
               perform GenerationSEPA-EcrireRemise
           end-if.

       GenerationSEPA-EcrireRemise.
           open output FichierSEPA.
           move spaces to LigneSEPA.
           move "<?xml version=""1.0"" encoding=""UTF-8""?>" to LigneSEPA.
           write EnrFichierSEPA from LigneSEPA.
           move "<GrpHdr>" to LigneSEPA.
           write EnrFichierSEPA from LigneSEPA.
           move spaces to MsgIdRemise.
           string
               "GESTBQ" delimited by size
               DateSystemeComplete delimited by size
               HeureHH delimited by size
               HeureMM delimited by size
               HeureSS delimited by size
               into MsgIdRemise
           end-string.
           move spaces to LigneSEPA.
           string
               "<MsgId>" delimited by size
               MsgIdRemise delimited by " "
               "</MsgId>" delimited by size
               into LigneSEPA
           end-string.
               into LigneSEPA
           end-string.
           write EnrFichierSEPA from LigneSEPA.
           move TotalRemisSEPA to StrTotalVirementSEPA.
           move spaces to LigneSEPA.
           string
               "<NbOfTxs>" delimited by size
               NbVirementsRemisSEPA delimited by size
               "</NbOfTxs>" delimited by size
               into LigneSEPA
           end-string.
           close FichierSEPA.

       GenerationSEPA-EcrireVirement.
           if VirBloqueGel(IndexVirement) = 1
               perform Gel-BloquerVirement
           else
               perform GenerationSEPA-EcrireTransaction
           end-if.

       GenerationSEPA-EcrireTransaction.
           perform GenerationSEPA-Reference.
           move VirMontant(IndexVirement) to MontantSEPATexte.
           move spaces to LigneSEPA.
           string
               into LigneSEPA
           end-string.
           write EnrFichierSEPA from LigneSEPA.
           move ReferenceSEPA to endToEndId of SaisieRemise.
           move "V" to typeRemise of SaisieRemise.
           move VirCodeCompte(IndexVirement) to codeCompte of SaisieRemise.
           move spaces to referenceMandat of SaisieRemise.
           move VirNom(IndexVirement) to nomContrepartie of SaisieRemise.
           move VirIBAN(IndexVirement) to iban of SaisieRemise.
           move VirMontant(IndexVirement) to montant of SaisieRemise.
           move VirDevise(IndexVirement) to codeDevise of SaisieRemise.
           perform RetoursSEPA-MemoriserRemise.

      * Criblage gel des avoirs de chaque virement de la remise : le
      * beneficiaire du repertoire portant l'IBAN s'il y en a un (ses
      * decisions sont deja en file sous son code), sinon le nom porte
      * par le virement, sous son IBAN.
       GenerationSEPA-FiltrerGel.
           move 0 to NbVirementsRemisSEPA.
           move 0 to TotalRemisSEPA.
           move 0 to NbVirementsBloquesGel.
           perform GenerationSEPA-FiltrerGelLigne
               varying IndexVirement from 1 by 1
               until IndexVirement > NbVirementSEPA.

       GenerationSEPA-FiltrerGelLigne.
           move VirIBAN(IndexVirement) to IBAN of BeneficiaireLu.
           exec sql
               SELECT TOP 1 codeBeneficiaire, nom
               INTO :BeneficiaireLu.codeBeneficiaire
                   ,:BeneficiaireLu.nom
               FROM dbo.Beneficiaire
               WHERE IBAN = RTRIM(:BeneficiaireLu.IBAN)
               ORDER BY codeBeneficiaire
           end-exec.
           if SQLCODE = 0
               move "B" to typePersonne of PersonneGel
               move codeBeneficiaire of BeneficiaireLu to codePersonne of PersonneGel
               move nom of BeneficiaireLu to nomPersonne of PersonneGel
           else
               move "V" to typePersonne of PersonneGel
               move VirIBAN(IndexVirement) to codePersonne of PersonneGel
               move VirNom(IndexVirement) to nomPersonne of PersonneGel
           end-if.
           move spaces to prenomPersonne of PersonneGel.
           perform Gel-ControlerPersonne.
           move typePersonne of PersonneGel to VirTypeGel(IndexVirement).
           move codePersonne of PersonneGel to VirCodeGel(IndexVirement).
           move nomPersonne of PersonneGel to VirNomGel(IndexVirement).
           if NbCorrespondancesActives > 0
               move 1 to VirBloqueGel(IndexVirement)
               add 1 to NbVirementsBloquesGel
           else
               move 0 to VirBloqueGel(IndexVirement)
               add 1 to NbVirementsRemisSEPA
               add VirMontant(IndexVirement) to TotalRemisSEPA
           end-if.

      * EndToEndId d'un virement de la remise : le meme que celui que
      * VirementsPermanents-Generer porte dans le libelle du mouvement.
       GenerationSEPA-Reference.
           move spaces to ReferenceSEPA.
           string
               "GESTBQ" delimited by size
               DateSystemeComplete delimited by size
               "-" delimited by size
               IndexVirement delimited by size
               into ReferenceSEPA
           end-string.

      * Journal de generation : une ligne par virement, puis le total
      * de controle, pour le suivi de ce qui a ete remis a la banque.
               until IndexVirement > NbVirementSEPA.
           move spaces to LigneSEPA.
           write EnrFichierJournalSEPA from LigneSEPA.
           move TotalRemisSEPA to StrTotalVirementSEPA.
           move spaces to LigneSEPA.
           string
               "TOTAL DE CONTROLE : " delimited by size
               StrTotalVirementSEPA delimited by size
               "  NB VIREMENTS : " delimited by size
               NbVirementsRemisSEPA delimited by size
               into LigneSEPA
           end-string.
           write EnrFichierJournalSEPA from LigneSEPA.
           if NbVirementsBloquesGel > 0
               move spaces to LigneSEPA
               string
                   "VIREMENTS RETENUS (GEL DES AVOIRS) : " delimited by size
                   NbVirementsBloquesGel delimited by size
                   into LigneSEPA
               end-string
               write EnrFichierJournalSEPA from LigneSEPA
           end-if.
           close FichierJournalSEPA.

       GenerationSEPA-EcrireJournalLigne.
           perform GenerationSEPA-Reference.
           move VirMontant(IndexVirement) to MontantSEPATexte.
           move spaces to MentionGelSEPA.
           if VirBloqueGel(IndexVirement) = 1
               move " | RETENU GEL" to MentionGelSEPA
           end-if.
           move spaces to LigneSEPA.
           string
               ReferenceSEPA delimited by " "
               " | " delimited by size
               VirIBAN(IndexVirement) delimited by size
               " | " delimited by size
               VirNom(IndexVirement) delimited by "  "
               VirMotif(IndexVirement) delimited by size
               " | " delimited by size
               VirOrigine(IndexVirement) delimited by size
               MentionGelSEPA delimited by size
               into LigneSEPA
           end-string.
           write EnrFichierJournalSEPA from LigneSEPA.
           move 0 to TotalNetBanque.
           move spaces to BanqueExceptionCourante.
           move spaces to DeviseExceptionCourante.
           move 0 to AgenceExceptionOuverte.
           perform DevisesNet-RAZ.
           exec sql
               DECLARE curDebiteurs CURSOR FOR
                          c.codeDevise, c.soldeDebiteur, c.soldeCrediteur,
                          s.seuil, c.codeClient,
                          ISNULL(cl.nom,''), ISNULL(cl.prenom,''),
                          ISNULL(cl.codePostal,''), ISNULL(cl.Ville,''),
                          ISNULL(cl.codeAgence,'')
                   FROM dbo.Compte c
                   JOIN dbo.SeuilDebit s ON s.typeCompte = c.typeCompte
                   LEFT JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                   WHERE c.statutCompte = 'O'
                       AND c.soldeDebiteur - c.soldeCrediteur > s.seuil
                   ORDER BY ISNULL(cl.codeAgence,''), c.codeDevise,
                       c.codeBanque, c.codeCompte
           end-exec.
           exec sql
               OPEN curDebiteurs
           if BanqueExceptionCourante <> spaces
               perform EtatExceptions-TotalBanque
           end-if.
           if AgenceExceptionOuverte = 1
               perform EtatExceptions-TotalAgence
           end-if.
           perform EtatExceptions-TotalSection.

       EtatExceptions-Debiteurs-Ligne.
                   ,:ExceptionLue.prenomClient
                   ,:ExceptionLue.codePostalClient
                   ,:ExceptionLue.VilleClient
                   ,:ExceptionLue.codeAgence
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finException
           end-if.

       EtatExceptions-EcrireLigne.
           if AgenceExceptionOuverte = 0
                   or codeAgence of ExceptionLue <> AgenceExceptionCourante
                   or codeDevise of ExceptionLue <> DeviseAgenceException
               perform EtatExceptions-RuptureAgence
           end-if.
           if codeBanque of ExceptionLue <> BanqueExceptionCourante
                   or codeDevise of ExceptionLue <> DeviseExceptionCourante
               if BanqueExceptionCourante <> spaces
           compute PositionNette = soldeCrediteur of ExceptionLue
               - soldeDebiteur of ExceptionLue.
           add 1 to NbExceptionsBanque.
           add 1 to NbExceptionsAgence.
           add 1 to NbExceptionsTotal.
           add PositionNette to TotalNetBanque.
           add PositionNette to TotalNetAgence.
           move codeDevise of ExceptionLue to DeviseLigne.
           move PositionNette to CumulDeviseNet1.
           move 0 to CumulDeviseNet2.
                   AND referenceCompte = RTRIM(:CourrierFusion.FusionCompte)
                   AND dateEmission >= :DebutMoisCourant
           end-exec.
      *    Frais de lettre de decouvert, si la lettre est bien partie.
           if NbCourriersSeuilRecents = 0
               move NbCourriersEmis to NbCourriersAvant
               perform Courrier-Emettre
               if NbCourriersEmis > NbCourriersAvant
                   move codeCompte of ExceptionLue to codeCompte of IncidentFrais
                   move "LD" to typeIncident of IncidentFrais
                   move 0 to montantOperation of IncidentFrais
                   perform FraisIncident-Enregistrer
               end-if
           end-if.

       EtatExceptions-PreparerFusion.
           end-string.
           write EnrFichierExceptions from LigneException.

      * Sous-total des exceptions d'une agence dans une devise.
       EtatExceptions-TotalAgence.
           move TotalNetAgence to StrTotalNetBanque.
           move spaces to LigneException.
           if AgenceExceptionCourante = spaces
               string
                   "TOTAL SANS AGENCE " delimited by size
                   DeviseAgenceException delimited by size
                   " : " delimited by size
                   NbExceptionsAgence delimited by size
                   " comptes, position nette " delimited by size
                   StrTotalNetBanque delimited by size
                   into LigneException
               end-string
           else
               string
                   "TOTAL AGENCE " delimited by size
                   AgenceExceptionCourante delimited by size
                   " " delimited by size
                   DeviseAgenceException delimited by size
                   " : " delimited by size
                   NbExceptionsAgence delimited by size
                   " comptes, position nette " delimited by size
                   StrTotalNetBanque delimited by size
                   into LigneException
               end-string
           end-if.
           write EnrFichierExceptions from LigneException.

      * Rupture agence / devise : ferme le groupe banque en cours
      * puis le sous-total de l'agence, et titre le groupe suivant.
       EtatExceptions-RuptureAgence.
           if BanqueExceptionCourante <> spaces
               perform EtatExceptions-TotalBanque
               move spaces to BanqueExceptionCourante
           end-if.
           if AgenceExceptionOuverte = 1
               perform EtatExceptions-TotalAgence
           end-if.
           move 1 to AgenceExceptionOuverte.
           move codeAgence of ExceptionLue to AgenceExceptionCourante.
           move codeDevise of ExceptionLue to DeviseAgenceException.
           move 0 to NbExceptionsAgence.
           move 0 to TotalNetAgence.
           move spaces to LigneException.
           if AgenceExceptionCourante = spaces
               move "Sans agence" to LigneException
           else
               string
                   "Agence : " delimited by size
                   AgenceExceptionCourante delimited by size
                   into LigneException
               end-string
           end-if.
           write EnrFichierExceptions from LigneException.

      * Total de section : comptage global puis une ligne par devise,
      * jamais de cumul toutes devises confondues.
       EtatExceptions-TotalSection.
           move 0 to TotalNetBanque.
           move spaces to BanqueExceptionCourante.
           move spaces to DeviseExceptionCourante.
           move 0 to AgenceExceptionOuverte.
           perform DevisesNet-RAZ.
           exec sql
               DECLARE curDormants CURSOR FOR
                          c.codeDevise, c.soldeDebiteur, c.soldeCrediteur, 0,
                          c.codeClient,
                          ISNULL(cl.nom,''), ISNULL(cl.prenom,''),
                          ISNULL(cl.codePostal,''), ISNULL(cl.Ville,''),
                          ISNULL(cl.codeAgence,'')
                   FROM dbo.Compte c
                   LEFT JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                   WHERE c.statutCompte = 'O'
                               AND a.codeGuichet = c.codeGuichet
                               AND a.racineCompte = c.racineCompte
                               AND a.dateOperation >= :DateLimiteDormance)
                   ORDER BY ISNULL(cl.codeAgence,''), c.codeDevise,
                       c.codeBanque, c.codeCompte
           end-exec.
           exec sql
               OPEN curDormants
           if BanqueExceptionCourante <> spaces
               perform EtatExceptions-TotalBanque
           end-if.
           if AgenceExceptionOuverte = 1
               perform EtatExceptions-TotalAgence
           end-if.
           perform EtatExceptions-TotalSection.

       EtatExceptions-Dormants-Ligne.
                   ,:ExceptionLue.prenomClient
                   ,:ExceptionLue.codePostalClient
                   ,:ExceptionLue.VilleClient
                   ,:ExceptionLue.codeAgence
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finException
           open output FichierDossier.
           perform DossierClient-PageDeGarde.
           perform DossierClient-Comptes.
           perform DossierClient-Titulaires.
           perform DossierClient-Prets.
           perform DossierClient-Audit.
           perform DossierClient-CorrectionsRIB.
           perform DossierClient-Courriers.
           perform DossierClient-Oppositions.
           perform DossierClient-Alertes.
           move spaces to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move spaces to LigneDossier.
               into LigneDossier
           end-string.
           write EnrFichierDossier from LigneDossier.
           move spaces to AncienneAgence.
           exec sql
               SELECT ISNULL(codeAgence,'') INTO :AncienneAgence
               FROM dbo.Client
               WHERE codeClient = :CodeClientResolu
           end-exec.
           move spaces to LigneDossier.
           string
               "Agence : " delimited by size
               AncienneAgence delimited by size
               into LigneDossier
           end-string.
           write EnrFichierDossier from LigneDossier.

       DossierClient-Comptes.
           move 0 to NbComptesDossier.
               when 9 perform TraitementDormance
               when 10 perform ArchivageMouvements
               when 11 perform ReevaluationDevises
               when 12 perform RetoursSEPA
               when 13 perform PrelevementsRecus
               when 14 perform GestionPrets
               when 15 perform DepotsTerme
               when 16 perform SaisiesAttributions
               when 17 perform VigilanceLCBFT
               when 18 perform VerificationGel
               when 19 perform DossierKYC
               when 20 perform RemisesCheques
               when 21 perform Successions
               when 22 perform Mobilite
               when 23 perform EtatPNB
               when 24 perform DeclarationFICOBA
               when 25 perform Tresorerie
               when 26 perform ReleveElec
               when 27 perform RemisesVirementsClients
           end-evaluate.

       MenuParametrage.
                   end-if
               when 5 perform ValidationModifications
               when 6 perform GestionChequiers
               when 7 perform GestionDecouverts
               when 8 perform GestionTitulaires
               when 9
                   perform Controle-ProfilSuperviseur
                   if ProfilAutorise = 1
                       perform GestionAgences
                   end-if
           end-evaluate.

      **********************************
       JourneeComptable-Ouverture.
           perform Mouvements-Deverser.
           perform VirementsPermanents-Executer.
           perform Prets-Prelever.
           perform DAT-Echoir.

      * Virements permanents arrives a echeance : generes d'office
      * dans le pain.001 et dans dbo.Mouvement, sans saisie operateur.
       VirementsPermanents-Executer.
           move 0 to finPermanent.
           move 0 to NbPermanentsExecutes.
           move 0 to NbPermanentsSansProvision.
           move 0 to NbVirementSEPA.
           move 0 to IndexVirement.
           move 0 to TotalVirementSEPA.
               exec sql
                   CLOSE curPermanent
               end-exec
               perform Saisies-Virer
               perform RemiseVir-Virer
               perform Successions-Virer
               perform Mobilite-Transferer
               perform Gel-Reemettre
               if NbVirementSEPA > 0
                   accept HeureSysteme from time
      *            Fichier dedie a la passe d'ouverture, journal en
                   move CheminSEPASauve to CheminFichierSEPA
                   display "Virements permanents executes : " line 24 col 1
                   display NbPermanentsExecutes line 24 col 33
                   if NbVirementsBloquesGel > 0
                       display "Virements retenus (gel des avoirs) : " line 22 col 1
                       display NbVirementsBloquesGel line 22 col 39
                   end-if
               end-if
               if NbPermanentsSansProvision > 0
                   display "Virements permanents sans provision : " line 23 col 1
                   display NbPermanentsSansProvision line 23 col 39
               end-if
           end-if.

               if DateComptableNum >= DateEcheancePermanente
                       and dateDerniereExecution of PermanentLu
                           < DateEcheancePermanente
                   move codeCompte of PermanentLu to codeCompte of Mouvement
                   move montant of PermanentLu to montant of Mouvement
                   move "D" to sens of Mouvement
                   perform Provision-Controler
                   if ProvisionSuffisante = 1
                       perform VirementsPermanents-Generer
                   else
                       perform VirementsPermanents-SansProvision
                   end-if
               end-if
           end-if.

               move codeDevise of PermanentLu to VirDevise(IndexVirement)
               move "PERMANENT" to VirOrigine(IndexVirement)
               move spaces to VirBIC(IndexVirement)
               move codeCompte of PermanentLu to VirCodeCompte(IndexVirement)
               add montant of PermanentLu to TotalVirementSEPA
               move codeCompte of PermanentLu to codeCompte of Mouvement
               move DateComptableNum to dateMouvement of Mouvement
               add 1 to NbPermanentsExecutes
           end-if.

      * Echeance sans provision : le virement n'est pas emis, la
      * periode est consommee comme pour un virement execute (pas de
      * representation le lendemain) et le refus est trace dans
      * dbo.DepassementDecouvert (statut R, origine PERMANENT).
       VirementsPermanents-SansProvision.
           exec sql
               UPDATE dbo.VirementPermanent
                   SET dateDerniereExecution = :DateComptableNum
               WHERE noPermanent = :PermanentLu.noPermanent
           end-exec.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "VIR PERMANENT " delimited by size
               noPermanent of PermanentLu delimited by size
               " " delimited by size
               libelle of PermanentLu delimited by "  "
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move codeDevise of PermanentLu to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "PERMANENT" to OrigineDepassement.
           move "R" to StatutDepassementEcrit.
           perform Depassement-Deposer.
           add 1 to NbPermanentsSansProvision.

      **********************************
      * Repertoire des beneficiaires externes (parametrage 2)
      **********************************
                   ,:SaisieBeneficiaire.BIC
                   ,:SaisieBeneficiaire.libelleDefaut)
           end-exec.
           perform GestionBeneficiaires-ControlerGel.

       GestionBeneficiaires-Modif.
           perform GestionBeneficiaires-Saisie.
                   ,libelleDefaut = :SaisieBeneficiaire.libelleDefaut
               WHERE codeBeneficiaire = :SaisieBeneficiaire.codeBeneficiaire
           end-exec.
           perform GestionBeneficiaires-ControlerGel.

      * Le beneficiaire est enregistre, mais rapproche de la liste de
      * gel ses virements sont retenus a la remise tant que la
      * correspondance n'est pas levee.
       GestionBeneficiaires-ControlerGel.
           move "B" to typePersonne of PersonneGel.
           move codeBeneficiaire of SaisieBeneficiaire to codePersonne of PersonneGel.
           move nom of SaisieBeneficiaire to nomPersonne of PersonneGel.
           move spaces to prenomPersonne of PersonneGel.
           perform Gel-ControlerPersonne.
           if NbCorrespondancesActives > 0
               display "Beneficiaire rapproche de la liste de gel, virements retenus jusqu'a decision" line 24 col 1
           end-if.

       GestionBeneficiaires-Suppression.
           perform GestionBeneficiaires-Saisie.
               move "EUR" to VirDevise(IndexVirement)
               move "SAISI" to VirOrigine(IndexVirement)
               move BIC of BeneficiaireLu to VirBIC(IndexVirement)
               move 0 to VirCodeCompte(IndexVirement)
               add SaisieMontant to TotalVirementSEPA
           end-if.

      * Entretien de dbo.Mandat, sur le modele de GestionTauxChange.
      * La date de signature est obligatoire (un prelevement sans
      * mandat date est rejete par la banque) et l'IBAN debite est
      * controle comme celui du repertoire des beneficiaires. Un mandat
      * suspendu par un retour SEPA (statutMandat S) n'est plus
      * presente en remise ; sa modification (nouvel IBAN, nouvelle
      * signature) le reactive.
       GestionMandats.
           move space to ChoixMandat.
           perform GestionMandats-Trt until ChoixMandat = "Q".
                   ,nomDebiteur
                   ,ibanDebite
                   ,dateSignature
                   ,typeMandat
                   ,statutMandat)
               VALUES
                   (:SaisieMandat.referenceMandat
                   ,:SaisieMandat.nomDebiteur
                   ,:SaisieMandat.ibanDebite
                   ,:SaisieMandat.dateSignature
                   ,:SaisieMandat.typeMandat
                   ,'A')
           end-exec.

       GestionMandats-Modif.
                   ,ibanDebite = :SaisieMandat.ibanDebite
                   ,dateSignature = :SaisieMandat.dateSignature
                   ,typeMandat = :SaisieMandat.typeMandat
                   ,statutMandat = 'A'
                   ,motifSuspension = NULL
               WHERE referenceMandat = :SaisieMandat.referenceMandat
           end-exec.

                          dateSignature, typeMandat
                   FROM dbo.Mandat
                   WHERE dateSignature > 0
                       AND ISNULL(statutMandat,'A') <> 'S'
                   ORDER BY nomDebiteur, referenceMandat
           end-exec.
           exec sql
           write EnrFichierPrelevement from LignePrelevement.
           move "<GrpHdr>" to LignePrelevement.
           write EnrFichierPrelevement from LignePrelevement.
           move spaces to MsgIdRemise.
           string
               "GESTBQPRL" delimited by size
               DateSystemeComplete delimited by size
               HeureHH delimited by size
               HeureMM delimited by size
               HeureSS delimited by size
               into MsgIdRemise
           end-string.
           move spaces to LignePrelevement.
           string
               "<MsgId>" delimited by size
               MsgIdRemise delimited by " "
               "</MsgId>" delimited by size
               into LignePrelevement
           end-string.
           close FichierPrelevement.

       GenerationPrelevement-EcrireTx.
           perform GenerationPrelevement-Reference.
           move PrelMontant(IndexPrelevement) to MontantSEPATexte.
           move spaces to LignePrelevement.
           string
               into LignePrelevement
           end-string.
           write EnrFichierPrelevement from LignePrelevement.
      *    Le prelevement n'est pas comptabilise chez nous a la remise
      *    (compte 0) : son retour se contrepasse au compte d'attente.
           move ReferenceSEPA to endToEndId of SaisieRemise.
           move "P" to typeRemise of SaisieRemise.
           move 0 to codeCompte of SaisieRemise.
           move PrelReference(IndexPrelevement)
               to referenceMandat of SaisieRemise.
           move PrelNom(IndexPrelevement) to nomContrepartie of SaisieRemise.
           move PrelIBAN(IndexPrelevement) to iban of SaisieRemise.
           move PrelMontant(IndexPrelevement) to montant of SaisieRemise.
           move "EUR" to codeDevise of SaisieRemise.
           perform RetoursSEPA-MemoriserRemise.

       GenerationPrelevement-Reference.
           move spaces to ReferenceSEPA.
           string
               "GESTBQPRL" delimited by size
               DateSystemeComplete delimited by size
               "-" delimited by size
               IndexPrelevement delimited by size
               into ReferenceSEPA
           end-string.

      * Journal de remise : une ligne par prelevement (mandat, type de
      * sequence, montant) puis le total de controle, comme
           close FichierJournalPrel.

       GenerationPrelevement-JournalLigne.
           perform GenerationPrelevement-Reference.
           move PrelMontant(IndexPrelevement) to MontantSEPATexte.
           move spaces to LignePrelevement.
           string
               ReferenceSEPA delimited by " "
               " | " delimited by size
               PrelReference(IndexPrelevement) delimited by "  "
               " | " delimited by size
               PrelNom(IndexPrelevement) delimited by "  "
           write EnrFichierJournalPrel from LignePrelevement.

      **********************************
      * Retours SEPA pain.002 / R-transactions (traitements 12)
      **********************************
      * Le fichier de retours de la banque (rapport de statut pain.002
      * ou retours pacs.004) est lu ligne a ligne avec le meme
      * decoupage de balises que Rapprochement-LigneCamt. Chaque
      * transaction rejetee (TxSts RJCT) ou retournee est retrouvee
      * dans dbo.RemiseSEPA par OrgnlMsgId + OrgnlEndToEndId, puis
      * contrepassee (RetoursSEPA-Contrepasser) ; un retour deja
      * enregistre n'est jamais contrepasse deux fois, le fichier peut
      * donc etre relu sans risque. Un rejet global de la remise
      * (GrpSts RJCT sans detail par transaction) s'applique a toutes
      * les transactions de la remise. L'etat liste d'abord les
      * retours sans remise connue, puis les retours enregistres dans
      * la journee, regroupes par remise avec leurs sous-totaux.
       RetoursSEPA.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               perform RetoursSEPA-ini
               if finRetourSEPA = 0
                   perform RetoursSEPA-trt until finRetourSEPA = 1
                   perform RetoursSEPA-fin
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       RetoursSEPA-ini.
           move 0 to finRetourSEPA.
           move 0 to NbRetoursLus.
           move 0 to NbRetoursContrepasses.
           move 0 to NbRetoursInconnus.
           move 0 to NbRetoursDejaTraites.
           move 0 to NbMandatsSuspendus.
           move 0 to TransactionRetourEnCours.
           move 0 to AttenteMotifRetour.
           move spaces to MsgIdRetour.
           perform RetoursSEPA-RAZGroupe.
           perform RetoursSEPA-RAZTransaction.
           open input FichierRetoursSEPA.
           if RetoursSEPA-Status <> 0
               display "Fichier de retours SEPA introuvable, status " line 24 col 1
               display RetoursSEPA-Status line 24 col 45
               move 1 to finRetourSEPA
           else
               open output FichierEtatRetours
               move spaces to LigneRetour
               string
                   "RETOURS SEPA SUR NOS REMISES - JOURNEE COMPTABLE : " delimited by size
                   DateComptableNum delimited by size
                   into LigneRetour
               end-string
               write EnrFichierEtatRetours from LigneRetour
               move spaces to LigneRetour
               write EnrFichierEtatRetours from LigneRetour
               move "SECTION 1 - RETOURS SANS REMISE CONNUE" to LigneRetour
               write EnrFichierEtatRetours from LigneRetour
               move "EndToEndId | MsgId | Statut | Motif" to LigneRetour
               write EnrFichierEtatRetours from LigneRetour
           end-if.

       RetoursSEPA-trt.
           read FichierRetoursSEPA
               at end move 1 to finRetourSEPA
               not at end perform RetoursSEPA-Ligne
           end-read.

       RetoursSEPA-RAZGroupe.
           move spaces to StatutGroupeRetour.
           move spaces to MotifGroupeRetour.
           move 0 to NbTransactionsRetour.

       RetoursSEPA-RAZTransaction.
           move spaces to EndToEndRetour.
           move spaces to StatutRetour.
           move spaces to CodeMotifRetour.

      * Chaque balise utile est cherchee independamment, comme dans
      * Rapprochement-LigneCamt. Les informations de groupe (OrgnlMsgId,
      * GrpSts) precedent les transactions ; TxInfAndSts (pain.002) ou
      * TxInf (pacs.004, sans TxSts : tout retour est un rejet) ouvre
      * une transaction, sa balise fermante la traite. Le code motif
      * est le <Cd> qui suit <Rsn>, sur la meme ligne ou la suivante.
       RetoursSEPA-Ligne.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRetoursSEPA
               tallying NbBalisesLigne for all "<OrgnlMsgId>".
           if NbBalisesLigne > 0
      *        Nouveau groupe dans le meme fichier : le groupe precedent
      *        est solde avant de changer de remise.
               if TransactionRetourEnCours = 0
                   perform RetoursSEPA-FinGroupe
               end-if
               move spaces to PoubelleBalise
               move spaces to ResteBalise
               move spaces to MsgIdRetour
               unstring EnrFichierRetoursSEPA delimited by "<OrgnlMsgId>"
                   into PoubelleBalise ResteBalise
               end-unstring
               unstring ResteBalise delimited by "<"
                   into MsgIdRetour
               end-unstring
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRetoursSEPA
               tallying NbBalisesLigne for all "<GrpSts>".
           if NbBalisesLigne > 0
               move spaces to PoubelleBalise
               move spaces to ResteBalise
               move spaces to StatutGroupeRetour
               unstring EnrFichierRetoursSEPA delimited by "<GrpSts>"
                   into PoubelleBalise ResteBalise
               end-unstring
               unstring ResteBalise delimited by "<"
                   into StatutGroupeRetour
               end-unstring
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRetoursSEPA
               tallying NbBalisesLigne for all "<TxInfAndSts>"
                        NbBalisesLigne for all "<TxInf>".
           if NbBalisesLigne > 0
               perform RetoursSEPA-RAZTransaction
               move 1 to TransactionRetourEnCours
               add 1 to NbTransactionsRetour
               move 0 to NbBalisesLigne
               inspect EnrFichierRetoursSEPA
                   tallying NbBalisesLigne for all "<TxInf>"
               if NbBalisesLigne > 0
                   move "RTRN" to StatutRetour
               end-if
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRetoursSEPA
               tallying NbBalisesLigne for all "<OrgnlEndToEndId>".
           if NbBalisesLigne > 0
               move spaces to PoubelleBalise
               move spaces to ResteBalise
               move spaces to EndToEndRetour
               unstring EnrFichierRetoursSEPA delimited by "<OrgnlEndToEndId>"
                   into PoubelleBalise ResteBalise
               end-unstring
               unstring ResteBalise delimited by "<"
                   into EndToEndRetour
               end-unstring
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRetoursSEPA
               tallying NbBalisesLigne for all "<TxSts>".
           if NbBalisesLigne > 0
               move spaces to PoubelleBalise
               move spaces to ResteBalise
               move spaces to StatutRetour
               unstring EnrFichierRetoursSEPA delimited by "<TxSts>"
                   into PoubelleBalise ResteBalise
               end-unstring
               unstring ResteBalise delimited by "<"
                   into StatutRetour
               end-unstring
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRetoursSEPA
               tallying NbBalisesLigne for all "<Rsn>".
           if NbBalisesLigne > 0
               move 1 to AttenteMotifRetour
           end-if.
           if AttenteMotifRetour = 1
               move 0 to NbBalisesLigne
               inspect EnrFichierRetoursSEPA
                   tallying NbBalisesLigne for all "<Cd>"
               if NbBalisesLigne > 0
                   perform RetoursSEPA-CodeMotif
                   move 0 to AttenteMotifRetour
               end-if
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRetoursSEPA
               tallying NbBalisesLigne for all "</TxInfAndSts>"
                        NbBalisesLigne for all "</TxInf>".
           if NbBalisesLigne > 0
               perform RetoursSEPA-Transaction
               move 0 to TransactionRetourEnCours
           end-if.

      * Le motif lu hors transaction est celui du groupe : il vaut
      * pour les transactions qui n'en portent pas elles-memes.
       RetoursSEPA-CodeMotif.
           move spaces to PoubelleBalise.
           move spaces to ResteBalise.
           move spaces to ValeurBalise.
           unstring EnrFichierRetoursSEPA delimited by "<Cd>"
               into PoubelleBalise ResteBalise
           end-unstring.
           unstring ResteBalise delimited by "<"
               into ValeurBalise
           end-unstring.
           if TransactionRetourEnCours = 1
               move ValeurBalise(1:4) to CodeMotifRetour
           else
               move ValeurBalise(1:4) to MotifGroupeRetour
           end-if.

      * Seuls les rejets et retours sont traites ; une transaction
      * acceptee (ACCP, ACSC...) ou en attente (PDNG) n'appelle rien.
       RetoursSEPA-Transaction.
           if StatutRetour = "RJCT" or StatutRetour = "RTRN"
               if CodeMotifRetour = spaces
                   move MotifGroupeRetour to CodeMotifRetour
               end-if
               add 1 to NbRetoursLus
               perform RetoursSEPA-ChercherRemise
               if RemiseTrouvee = 0
                   perform RetoursSEPA-Inconnu
               else
                   if dateRetour of RemiseLue > 0
                       add 1 to NbRetoursDejaTraites
                   else
                       perform RetoursSEPA-Contrepasser
                   end-if
               end-if
           end-if.

      * Sans OrgnlMsgId dans le fichier, la remise la plus recente
      * portant cet EndToEndId est retenue.
       RetoursSEPA-ChercherRemise.
           move 0 to RemiseTrouvee.
           exec sql
               SELECT TOP 1 endToEndId, msgId, typeRemise, codeCompte,
                      ISNULL(referenceMandat,''), nomContrepartie, iban,
                      montant, codeDevise, dateRemise,
                      ISNULL(motifRetour,''), ISNULL(dateRetour,0),
                      ISNULL(compteContrepassation,0)
                   INTO :RemiseLue.endToEndId
                       ,:RemiseLue.msgId
                       ,:RemiseLue.typeRemise
                       ,:RemiseLue.codeCompte
                       ,:RemiseLue.referenceMandat
                       ,:RemiseLue.nomContrepartie
                       ,:RemiseLue.iban
                       ,:RemiseLue.montant
                       ,:RemiseLue.codeDevise
                       ,:RemiseLue.dateRemise
                       ,:RemiseLue.motifRetour
                       ,:RemiseLue.dateRetour
                       ,:RemiseLue.compteContrepassation
               FROM dbo.RemiseSEPA
               WHERE endToEndId = :EndToEndRetour
                   AND (msgId = :MsgIdRetour OR :MsgIdRetour = '')
               ORDER BY dateRemise DESC, msgId DESC
           end-exec.
           if SQLCODE = 0
               move 1 to RemiseTrouvee
           end-if.

       RetoursSEPA-Inconnu.
           add 1 to NbRetoursInconnus.
           perform RetoursSEPA-LibelleMotif.
           move spaces to LigneRetour.
           string
               EndToEndRetour delimited by " "
               " | " delimited by size
               MsgIdRetour delimited by " "
               " | " delimited by size
               StatutRetour delimited by size
               " | " delimited by size
               CodeMotifRetour delimited by size
               " " delimited by size
               LibelleMotifRetour delimited by "  "
               into LigneRetour
           end-string.
           write EnrFichierEtatRetours from LigneRetour.

      * Contrepassation en sens inverse de l'ordre d'origine : un
      * virement rejete revient au credit, un prelevement rejete
      * repart au debit. Sur le compte du client quand l'ordre l'avait
      * debite, sinon sur le compte d'attente du rapprochement, ou le
      * releve bancaire portera le meme rejet (il s'y rapprochera par
      * l'EndToEndId repris dans le libelle). Sans compte d'attente
      * configure, le retour est seulement enregistre et edite.
       RetoursSEPA-Contrepasser.
           move codeCompte of RemiseLue to CompteRetourSEPA.
           if CompteRetourSEPA = 0
               move CompteAttenteRapprochement to CompteRetourSEPA
           end-if.
           if CompteRetourSEPA > 0
               move CompteRetourSEPA to codeCompte of Mouvement
               move DateComptableNum to dateMouvement of Mouvement
               move spaces to SaisieLibelle
               string
                   "RETOUR SEPA " delimited by size
                   endToEndId of RemiseLue delimited by " "
                   " " delimited by size
                   CodeMotifRetour delimited by size
                   into SaisieLibelle
               end-string
               move SaisieLibelle to libelle of Mouvement
               move montant of RemiseLue to montant of Mouvement
               if typeRemise of RemiseLue = "P"
                   move "D" to sens of Mouvement
               else
                   move "C" to sens of Mouvement
               end-if
               move codeDevise of RemiseLue to codeDevise of Mouvement
               move DateComptableNum to dateValeur of Mouvement
               move "C" to statutMouvement of Mouvement
               perform Mouvement-Comptabiliser
               add 1 to NbRetoursContrepasses
           end-if.
           exec sql
               UPDATE dbo.RemiseSEPA SET
                   motifRetour = :CodeMotifRetour
                   ,dateRetour = :DateComptableNum
                   ,compteContrepassation = :CompteRetourSEPA
               WHERE endToEndId = :RemiseLue.endToEndId
                   AND msgId = :RemiseLue.msgId
           end-exec.
           if typeRemise of RemiseLue = "P"
               perform RetoursSEPA-MotifSuspensif
               if MandatASuspendre = 1
                   exec sql
                       UPDATE dbo.Mandat SET
                           statutMandat = 'S'
                           ,motifSuspension = :CodeMotifRetour
                       WHERE referenceMandat = :RemiseLue.referenceMandat
                   end-exec
                   if SQLCODE = 0
                       add 1 to NbMandatsSuspendus
                   end-if
               end-if
           end-if.

      * Motifs qui invalident le mandat lui-meme : le representer
      * ramenerait le meme rejet. Les autres (provision insuffisante,
      * doublon...) laissent le mandat actif pour la remise suivante.
       RetoursSEPA-MotifSuspensif.
           move 0 to MandatASuspendre.
           if CodeMotifRetour = "AC01" or CodeMotifRetour = "AC04"
                   or CodeMotifRetour = "AC06" or CodeMotifRetour = "AG01"
                   or CodeMotifRetour = "MD01" or CodeMotifRetour = "MD07"
                   or CodeMotifRetour = "MS02"
               move 1 to MandatASuspendre
           end-if.

       RetoursSEPA-LibelleMotif.
           evaluate CodeMotifRetour
               when "AC01" move "IBAN ERRONE" to LibelleMotifRetour
               when "AC04" move "COMPTE CLOS" to LibelleMotifRetour
               when "AC06" move "COMPTE BLOQUE" to LibelleMotifRetour
               when "AG01" move "OPERATION INTERDITE" to LibelleMotifRetour
               when "AG02" move "CODE OPERATION INVALIDE" to LibelleMotifRetour
               when "AM03" move "DEVISE NON ADMISE" to LibelleMotifRetour
               when "AM04" move "PROVISION INSUFFISANTE" to LibelleMotifRetour
               when "AM05" move "DOUBLON" to LibelleMotifRetour
               when "AM10" move "TOTAL DE CONTROLE ERRONE" to LibelleMotifRetour
               when "AM12" move "MONTANT INVALIDE" to LibelleMotifRetour
               when "AM18" move "NOMBRE D'ORDRES ERRONE" to LibelleMotifRetour
               when "BE05" move "CREANCIER INCONNU" to LibelleMotifRetour
               when "FF01" move "FORMAT INVALIDE" to LibelleMotifRetour
               when "MD01" move "ABSENCE DE MANDAT" to LibelleMotifRetour
               when "MD02" move "MANDAT INCOMPLET" to LibelleMotifRetour
               when "MD06" move "REMBOURSEMENT DEMANDE" to LibelleMotifRetour
               when "MD07" move "DEBITEUR DECEDE" to LibelleMotifRetour
               when "MS02" move "REFUS DU DEBITEUR" to LibelleMotifRetour
               when "MS03" move "MOTIF NON COMMUNIQUE" to LibelleMotifRetour
               when "RC01" move "BIC ERRONE" to LibelleMotifRetour
               when "SL01" move "SERVICE SPECIFIQUE BANQUE" to LibelleMotifRetour
               when spaces move "MOTIF NON PRECISE" to LibelleMotifRetour
               when other move "AUTRE MOTIF" to LibelleMotifRetour
           end-evaluate.

      * Rejet global d'une remise (GrpSts RJCT sans aucune transaction
      * detaillee) : toutes ses transactions non encore retournees
      * sont contrepassees avec le motif du groupe.
       RetoursSEPA-FinGroupe.
           if StatutGroupeRetour = "RJCT" and NbTransactionsRetour = 0
                   and MsgIdRetour <> spaces
               move MotifGroupeRetour to CodeMotifRetour
               move "RJCT" to StatutRetour
               move 0 to finRemiseRetour
               exec sql
                   DECLARE curRemiseRejetee CURSOR FOR
                       SELECT endToEndId, msgId, typeRemise, codeCompte,
                              ISNULL(referenceMandat,''), nomContrepartie,
                              iban, montant, codeDevise, dateRemise
                       FROM dbo.RemiseSEPA
                       WHERE msgId = :MsgIdRetour
                           AND dateRetour IS NULL
                       ORDER BY endToEndId
               end-exec
               exec sql
                   OPEN curRemiseRejetee
               end-exec
               perform RetoursSEPA-RejetGlobal until finRemiseRetour = 1
               exec sql
                   CLOSE curRemiseRejetee
               end-exec
           end-if.
           perform RetoursSEPA-RAZGroupe.

       RetoursSEPA-RejetGlobal.
           exec sql
               FETCH curRemiseRejetee into
                   :RemiseLue.endToEndId
                   ,:RemiseLue.msgId
                   ,:RemiseLue.typeRemise
                   ,:RemiseLue.codeCompte
                   ,:RemiseLue.referenceMandat
                   ,:RemiseLue.nomContrepartie
                   ,:RemiseLue.iban
                   ,:RemiseLue.montant
                   ,:RemiseLue.codeDevise
                   ,:RemiseLue.dateRemise
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finRemiseRetour
           else
               add 1 to NbRetoursLus
               perform RetoursSEPA-Contrepasser
           end-if.

       RetoursSEPA-fin.
           close FichierRetoursSEPA.
           perform RetoursSEPA-FinGroupe.
           move spaces to LigneRetour.
           string
               "Retours sans remise connue : " delimited by size
               NbRetoursInconnus delimited by size
               into LigneRetour
           end-string.
           write EnrFichierEtatRetours from LigneRetour.
           move spaces to LigneRetour.
           write EnrFichierEtatRetours from LigneRetour.
           move "SECTION 2 - RETOURS DE LA JOURNEE PAR REMISE" to LigneRetour.
           write EnrFichierEtatRetours from LigneRetour.
           move "EndToEndId | Contrepartie | Montant | Devise | Motif | Contrepassation" to LigneRetour.
           write EnrFichierEtatRetours from LigneRetour.
           move spaces to MsgIdRetourCourant.
           move 0 to TotalRetoursJournee.
           move 0 to finRemiseRetour.
           exec sql
               DECLARE curRetourJournee CURSOR FOR
                   SELECT endToEndId, msgId, typeRemise, codeCompte,
                          ISNULL(referenceMandat,''), nomContrepartie,
                          iban, montant, codeDevise, dateRemise,
                          ISNULL(motifRetour,''),
                          ISNULL(compteContrepassation,0)
                   FROM dbo.RemiseSEPA
                   WHERE dateRetour = :DateComptableNum
                   ORDER BY msgId, endToEndId
           end-exec.
           exec sql
               OPEN curRetourJournee
           end-exec.
           perform RetoursSEPA-EtatLigne until finRemiseRetour = 1.
           exec sql
               CLOSE curRetourJournee
           end-exec.
           if MsgIdRetourCourant <> spaces
               perform RetoursSEPA-TotalRemise
           end-if.
           move spaces to LigneRetour.
           write EnrFichierEtatRetours from LigneRetour.
           move TotalRetoursJournee to StrMontantRetour.
           move spaces to LigneRetour.
           string
               "TOTAL DES RETOURS DE LA JOURNEE : " delimited by size
               StrMontantRetour delimited by size
               into LigneRetour
           end-string.
           write EnrFichierEtatRetours from LigneRetour.
           move spaces to LigneRetour.
           string
               "Retours lus : " delimited by size
               NbRetoursLus delimited by size
               "  contrepasses : " delimited by size
               NbRetoursContrepasses delimited by size
               "  deja enregistres : " delimited by size
               NbRetoursDejaTraites delimited by size
               "  mandats suspendus : " delimited by size
               NbMandatsSuspendus delimited by size
               into LigneRetour
           end-string.
           write EnrFichierEtatRetours from LigneRetour.
           close FichierEtatRetours.
           display "Retours SEPA lus : " line 24 col 1.
           display NbRetoursLus line 24 col 20.
           display "contrepasses : " line 24 col 27.
           display NbRetoursContrepasses line 24 col 42.
           display "sans remise : " line 24 col 49.
           display NbRetoursInconnus line 24 col 63.

       RetoursSEPA-EtatLigne.
           exec sql
               FETCH curRetourJournee into
                   :RemiseLue.endToEndId
                   ,:RemiseLue.msgId
                   ,:RemiseLue.typeRemise
                   ,:RemiseLue.codeCompte
                   ,:RemiseLue.referenceMandat
                   ,:RemiseLue.nomContrepartie
                   ,:RemiseLue.iban
                   ,:RemiseLue.montant
                   ,:RemiseLue.codeDevise
                   ,:RemiseLue.dateRemise
                   ,:RemiseLue.motifRetour
                   ,:RemiseLue.compteContrepassation
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finRemiseRetour
           else
               if msgId of RemiseLue <> MsgIdRetourCourant
                   if MsgIdRetourCourant <> spaces
                       perform RetoursSEPA-TotalRemise
                   end-if
                   perform RetoursSEPA-EnteteRemise
               end-if
               add 1 to NbRetoursRemise
               add montant of RemiseLue to TotalRetoursRemise
               add montant of RemiseLue to TotalRetoursJournee
               move motifRetour of RemiseLue to CodeMotifRetour
               perform RetoursSEPA-LibelleMotif
               move montant of RemiseLue to StrMontantRetour
               move spaces to LigneRetour
               if compteContrepassation of RemiseLue > 0
                   string
                       endToEndId of RemiseLue delimited by " "
                       " | " delimited by size
                       nomContrepartie of RemiseLue delimited by "  "
                       " | " delimited by size
                       StrMontantRetour delimited by size
                       " | " delimited by size
                       codeDevise of RemiseLue delimited by size
                       " | " delimited by size
                       CodeMotifRetour delimited by size
                       " " delimited by size
                       LibelleMotifRetour delimited by "  "
                       " | COMPTE " delimited by size
                       compteContrepassation of RemiseLue delimited by size
                       into LigneRetour
                   end-string
               else
                   string
                       endToEndId of RemiseLue delimited by " "
                       " | " delimited by size
                       nomContrepartie of RemiseLue delimited by "  "
                       " | " delimited by size
                       StrMontantRetour delimited by size
                       " | " delimited by size
                       codeDevise of RemiseLue delimited by size
                       " | " delimited by size
                       CodeMotifRetour delimited by size
                       " " delimited by size
                       LibelleMotifRetour delimited by "  "
                       " | NON COMPTABILISE" delimited by size
                       into LigneRetour
                   end-string
               end-if
               write EnrFichierEtatRetours from LigneRetour
               if typeRemise of RemiseLue = "P"
                   perform RetoursSEPA-MotifSuspensif
                   if MandatASuspendre = 1
                       move spaces to LigneRetour
                       string
                           "    MANDAT SUSPENDU : " delimited by size
                           referenceMandat of RemiseLue delimited by "  "
                           into LigneRetour
                       end-string
                       write EnrFichierEtatRetours from LigneRetour
                   end-if
               end-if
           end-if.

       RetoursSEPA-EnteteRemise.
           move msgId of RemiseLue to MsgIdRetourCourant.
           move 0 to NbRetoursRemise.
           move 0 to TotalRetoursRemise.
           move 0 to NbTxRemise.
           exec sql
               SELECT COUNT(*) INTO :NbTxRemise
               FROM dbo.RemiseSEPA
               WHERE msgId = :RemiseLue.msgId
           end-exec.
           move spaces to LigneRetour.
           write EnrFichierEtatRetours from LigneRetour.
           move spaces to LigneRetour.
           if typeRemise of RemiseLue = "P"
               string
                   "REMISE DE PRELEVEMENTS " delimited by size
                   MsgIdRetourCourant delimited by " "
                   " DU " delimited by size
                   dateRemise of RemiseLue delimited by size
                   " - OPERATIONS REMISES : " delimited by size
                   NbTxRemise delimited by size
                   into LigneRetour
               end-string
           else
               string
                   "REMISE DE VIREMENTS " delimited by size
                   MsgIdRetourCourant delimited by " "
                   " DU " delimited by size
                   dateRemise of RemiseLue delimited by size
                   " - OPERATIONS REMISES : " delimited by size
                   NbTxRemise delimited by size
                   into LigneRetour
               end-string
           end-if.
           write EnrFichierEtatRetours from LigneRetour.

       RetoursSEPA-TotalRemise.
           move TotalRetoursRemise to StrMontantRetour.
           move spaces to LigneRetour.
           string
               "  Total remise " delimited by size
               MsgIdRetourCourant delimited by " "
               " : retours " delimited by size
               NbRetoursRemise delimited by size
               " montant " delimited by size
               StrMontantRetour delimited by size
               into LigneRetour
           end-string.
           write EnrFichierEtatRetours from LigneRetour.

      * Memorisation d'une transaction remise (appele a l'ecriture du
      * pain.001 et du pain.008) : c'est la reference que les retours
      * de la banque permettent de retrouver.
       RetoursSEPA-MemoriserRemise.
           move MsgIdRemise to msgId of SaisieRemise.
           exec sql
               INSERT INTO dbo.RemiseSEPA
                   (endToEndId
                   ,msgId
                   ,typeRemise
                   ,codeCompte
                   ,referenceMandat
                   ,nomContrepartie
                   ,iban
                   ,montant
                   ,codeDevise
                   ,dateRemise)
               VALUES
                   (:SaisieRemise.endToEndId
                   ,:SaisieRemise.msgId
                   ,:SaisieRemise.typeRemise
                   ,:SaisieRemise.codeCompte
                   ,:SaisieRemise.referenceMandat
                   ,:SaisieRemise.nomContrepartie
                   ,:SaisieRemise.iban
                   ,:SaisieRemise.montant
                   ,:SaisieRemise.codeDevise
                   ,:DateComptableNum)
           end-exec.

      **********************************
      * Prelevements SEPA recus sur les comptes clients (traitements 13)
      **********************************
      * Cote debiteur : la banque du creancier nous presente des
      * prelevements a debiter sur nos comptes. Fichier delimite par
      * point-virgule, premiere ligne d'entete ignoree :
      * ibanDebite;ics;nomCreancier;referenceMandat;endToEndId;
      * montantEnCentimes;dateEcheanceAAAAMMJJ;sequence;libelle
      * (libelle facultatif). Chaque ordre est controle contre le
      * compte (ferme AC04, inactif AC06, inconnu AC01) puis contre la
      * liste des creanciers du client (dbo.CreancierClient :
      * autorisation A creancier autorise - des qu'il en existe un,
      * la liste est limitative -, R creancier refuse, O opposition
      * ponctuelle a la prochaine echeance). Un ordre refuse part dans
      * le fichier des rejets avec son code retour SEPA, pour
      * l'emission des R-transactions vers la banque du creancier.
       PrelevementsRecus.
           move space to ChoixPrelRecus.
           display "[I]mport des prelevements [C]reanciers du client [R]emboursement : " line 1 col 1.
           accept ChoixPrelRecus line 1 col 69.
           if ChoixPrelRecus = "i" move "I" to ChoixPrelRecus end-if.
           if ChoixPrelRecus = "c" move "C" to ChoixPrelRecus end-if.
           if ChoixPrelRecus = "r" move "R" to ChoixPrelRecus end-if.
           evaluate ChoixPrelRecus
               when "I" perform PrelRecus-Import
               when "C" perform CreanciersClient
               when "R" perform PrelRecus-Remboursement
           end-evaluate.

       PrelRecus-Import.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               perform PrelRecus-ini
               if finPrelRecus = 0
                   perform PrelRecus-trt until finPrelRecus = 1
                   perform PrelRecus-fin
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       PrelRecus-ini.
           move 0 to finPrelRecus.
           move 0 to NbPrelRecusAcceptes.
           move 0 to NbPrelRecusRejetes.
           open input FichierPrelRecus.
           if PrelRecus-Status <> 0
               display "Fichier des prelevements recus introuvable, status " line 24 col 1
               display PrelRecus-Status line 24 col 53
               move 1 to finPrelRecus
           else
               open output FichierRejetsPrelRecus
               read FichierPrelRecus
                   at end
      *                Fichier vide : meme fermeture anticipee que
      *                l'import des mouvements.
                       move 1 to finPrelRecus
                       close FichierPrelRecus
                       close FichierRejetsPrelRecus
               end-read
           end-if.

       PrelRecus-trt.
           read FichierPrelRecus
               at end move 1 to finPrelRecus
               not at end perform PrelRecus-Ligne
           end-read.

       PrelRecus-Ligne.
           move spaces to CodeRejetPrelRecu.
           perform PrelRecus-Controle.
           if CodeRejetPrelRecu = spaces
               perform PrelRecus-Debiter
           else
               perform PrelRecus-Rejet
           end-if.

       PrelRecus-Controle.
           move spaces to PrelRecuLu.
           move 0 to CountChampsPrelRecu.
           unstring EnrFichierPrelRecus delimited by ";"
               into
               ibanDebite of PrelRecuLu
               ics of PrelRecuLu
               nomCreancier of PrelRecuLu
               referenceMandat of PrelRecuLu
               endToEndId of PrelRecuLu
               montantTexte of PrelRecuLu
               dateEcheance of PrelRecuLu
               sequencePrel of PrelRecuLu
               libelle of PrelRecuLu
               tallying in CountChampsPrelRecu
           end-unstring.
      *    Ordre illisible : FF01 (format invalide).
           if CountChampsPrelRecu < 8
                   or montantTexte of PrelRecuLu is not numeric
                   or dateEcheance of PrelRecuLu is not numeric
                   or ics of PrelRecuLu = spaces
                   or endToEndId of PrelRecuLu = spaces
               move "FF01" to CodeRejetPrelRecu
           end-if.
      *    Compte debite retrouve par son IBAN ; un compte ouvert est
      *    prefere a un compte ferme portant le meme IBAN.
           if CodeRejetPrelRecu = spaces
               move 0 to codeCompte of ComptePrelRecu
               exec sql
                   SELECT TOP 1 codeCompte, codeClient, statutCompte,
                          codeDevise
                   INTO :ComptePrelRecu.codeCompte
                       ,:ComptePrelRecu.codeClient
                       ,:ComptePrelRecu.statutCompte
                       ,:ComptePrelRecu.codeDevise
                   FROM dbo.Compte
                   WHERE IBAN = RTRIM(:PrelRecuLu.ibanDebite)
                   ORDER BY CASE WHEN statutCompte = 'O' THEN 0 ELSE 1 END,
                       codeCompte
               end-exec
               if SQLCODE <> 0
                   move "AC01" to CodeRejetPrelRecu
               end-if
           end-if.
           if CodeRejetPrelRecu = spaces
               evaluate statutCompte of ComptePrelRecu
                   when "F" move "AC04" to CodeRejetPrelRecu
                   when "D" move "AC06" to CodeRejetPrelRecu
               end-evaluate
           end-if.
      *    Titulaire decede (succession ouverte) : MD07.
           if CodeRejetPrelRecu = spaces
               move 0 to NbSuccessionsOuvertes
               exec sql
                   SELECT COUNT(*) INTO :NbSuccessionsOuvertes
                   FROM dbo.Succession
                   WHERE codeClient = :ComptePrelRecu.codeClient
                       AND statutSuccession = 'O'
               end-exec
               if NbSuccessionsOuvertes > 0
                   move "MD07" to CodeRejetPrelRecu
               end-if
           end-if.
      *    Le prelevement SEPA est libelle en euros : un compte tenu
      *    dans une autre devise ne peut pas le recevoir.
           if CodeRejetPrelRecu = spaces
                   and codeDevise of ComptePrelRecu <> "EUR"
               move "AG01" to CodeRejetPrelRecu
           end-if.
      *    Ordre deja presente (meme EndToEndId du meme creancier) :
      *    doublon, jamais debite deux fois.
           if CodeRejetPrelRecu = spaces
               move 0 to NbControlePrelRecu
               exec sql
                   SELECT COUNT(*) INTO :NbControlePrelRecu
                   FROM dbo.PrelevementRecu
                   WHERE endToEndId = RTRIM(:PrelRecuLu.endToEndId)
                       AND ics = RTRIM(:PrelRecuLu.ics)
                       AND statutPrelevement <> 'R'
               end-exec
               if NbControlePrelRecu > 0
                   move "AM05" to CodeRejetPrelRecu
               end-if
           end-if.
           if CodeRejetPrelRecu = spaces
               perform PrelRecus-ControlerCreancier
           end-if.
      *    Provision : disponible du compte, autorisation de decouvert
      *    comprise (AM04 provision insuffisante).
           if CodeRejetPrelRecu = spaces
               move codeCompte of ComptePrelRecu to codeCompte of Mouvement
               move montantTexte of PrelRecuLu to MontantPrelRecuBrut
               compute montant of Mouvement = MontantPrelRecuBrut / 100
               move "D" to sens of Mouvement
               perform Provision-Controler
               if ProvisionSuffisante = 0
                   move "AM04" to CodeRejetPrelRecu
               end-if
           end-if.

      * Liste des creanciers du client : un refus (R) l'emporte ; si
      * le client a des creanciers autorises (A), tout autre creancier
      * est refuse ; une opposition (O) sur ce creancier, pour tous
      * ses mandats ou pour le mandat presente, rejette l'ordre et est
      * consommee (U) pour ne bloquer qu'une echeance.
       PrelRecus-ControlerCreancier.
           move 0 to NbControlePrelRecu.
           exec sql
               SELECT COUNT(*) INTO :NbControlePrelRecu
               FROM dbo.CreancierClient
               WHERE codeClient = :ComptePrelRecu.codeClient
                   AND ics = RTRIM(:PrelRecuLu.ics)
                   AND autorisation = 'R'
           end-exec.
           if NbControlePrelRecu > 0
               move "MS02" to CodeRejetPrelRecu
           end-if.
           if CodeRejetPrelRecu = spaces
               move 0 to NbListeBlanche
               exec sql
                   SELECT COUNT(*) INTO :NbListeBlanche
                   FROM dbo.CreancierClient
                   WHERE codeClient = :ComptePrelRecu.codeClient
                       AND autorisation = 'A'
               end-exec
               if NbListeBlanche > 0
                   move 0 to NbControlePrelRecu
                   exec sql
                       SELECT COUNT(*) INTO :NbControlePrelRecu
                       FROM dbo.CreancierClient
                       WHERE codeClient = :ComptePrelRecu.codeClient
                           AND ics = RTRIM(:PrelRecuLu.ics)
                           AND autorisation = 'A'
                   end-exec
                   if NbControlePrelRecu = 0
                       move "MS02" to CodeRejetPrelRecu
                   end-if
               end-if
           end-if.
           if CodeRejetPrelRecu = spaces
               move 0 to NoOppositionPrelRecu
               exec sql
                   SELECT TOP 1 noCreancierClient INTO :NoOppositionPrelRecu
                   FROM dbo.CreancierClient
                   WHERE codeClient = :ComptePrelRecu.codeClient
                       AND ics = RTRIM(:PrelRecuLu.ics)
                       AND autorisation = 'O'
                       AND (ISNULL(referenceMandat, '') = ''
                           OR referenceMandat = RTRIM(:PrelRecuLu.referenceMandat))
                   ORDER BY noCreancierClient
               end-exec
               if SQLCODE = 0
                   move "MS02" to CodeRejetPrelRecu
                   exec sql
                       UPDATE dbo.CreancierClient SET
                           autorisation = 'U'
                           ,dateDecision = :DateComptableNum
                       WHERE noCreancierClient = :NoOppositionPrelRecu
                   end-exec
               end-if
           end-if.

      * Debit du compte : un ordre a echeance future reste en attente
      * (statut A, deverse a sa date de valeur), sinon il est
      * comptabilise dans la journee avec l'echeance pour valeur.
       PrelRecus-Debiter.
           move codeCompte of ComptePrelRecu to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "PRLV SEPA " delimited by size
               nomCreancier of PrelRecuLu delimited by "  "
               " " delimited by size
               referenceMandat of PrelRecuLu delimited by " "
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move montantTexte of PrelRecuLu to MontantPrelRecuBrut.
           compute montant of Mouvement = MontantPrelRecuBrut / 100.
           move "D" to sens of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move dateEcheance of PrelRecuLu to DateEcheancePrelRecu.
           move DateEcheancePrelRecu to dateValeur of Mouvement.
           if DateEcheancePrelRecu > DateComptableNum
               move "A" to statutMouvement of Mouvement
           else
               move "C" to statutMouvement of Mouvement
           end-if.
           perform Mouvement-Comptabiliser.
           move "D" to StatutPrelRecuEcrit.
           perform PrelRecus-Memoriser.
           add 1 to NbPrelRecusAcceptes.

      * Rejet : la ligne part dans le fichier des rejets (EndToEndId,
      * ICS, mandat, montant, code retour, motif). Un ordre rattache a
      * un de nos comptes est aussi memorise (statut R) pour que le
      * client puisse le retrouver.
       PrelRecus-Rejet.
           add 1 to NbPrelRecusRejetes.
           move CodeRejetPrelRecu to CodeMotifRetour.
           perform RetoursSEPA-LibelleMotif.
           move spaces to LignePrelRecu.
           string
               endToEndId of PrelRecuLu delimited by " "
               ";" delimited by size
               ics of PrelRecuLu delimited by " "
               ";" delimited by size
               referenceMandat of PrelRecuLu delimited by " "
               ";" delimited by size
               montantTexte of PrelRecuLu delimited by " "
               ";" delimited by size
               CodeRejetPrelRecu delimited by size
               ";" delimited by size
               LibelleMotifRetour delimited by "  "
               into LignePrelRecu
           end-string.
           write EnrFichierRejetsPrelRecus from LignePrelRecu.
           if CodeRejetPrelRecu <> "FF01" and CodeRejetPrelRecu <> "AC01"
               move dateEcheance of PrelRecuLu to DateEcheancePrelRecu
               move montantTexte of PrelRecuLu to MontantPrelRecuBrut
               move "R" to StatutPrelRecuEcrit
               perform PrelRecus-Memoriser
           end-if.
           if CodeRejetPrelRecu = "AM04"
               move codeCompte of ComptePrelRecu to codeCompte of IncidentFrais
               move "RP" to typeIncident of IncidentFrais
               move MontantPrelRecu to montantOperation of IncidentFrais
               perform FraisIncident-Enregistrer
           end-if.

       PrelRecus-Memoriser.
           compute MontantPrelRecu = MontantPrelRecuBrut / 100.
           exec sql
               INSERT INTO dbo.PrelevementRecu
                   (codeCompte
                   ,codeClient
                   ,ics
                   ,nomCreancier
                   ,referenceMandat
                   ,endToEndId
                   ,montant
                   ,dateEcheance
                   ,dateReception
                   ,statutPrelevement
                   ,codeRejet)
               VALUES
                   (:ComptePrelRecu.codeCompte
                   ,:ComptePrelRecu.codeClient
                   ,RTRIM(:PrelRecuLu.ics)
                   ,RTRIM(:PrelRecuLu.nomCreancier)
                   ,RTRIM(:PrelRecuLu.referenceMandat)
                   ,RTRIM(:PrelRecuLu.endToEndId)
                   ,:MontantPrelRecu
                   ,:DateEcheancePrelRecu
                   ,:DateComptableNum
                   ,:StatutPrelRecuEcrit
                   ,:CodeRejetPrelRecu)
           end-exec.

       PrelRecus-fin.
           close FichierPrelRecus.
           close FichierRejetsPrelRecus.
           display "Prelevements debites : " line 20 col 1.
           display NbPrelRecusAcceptes line 20 col 25.
           display "Prelevements rejetes : " line 21 col 1.
           display NbPrelRecusRejetes line 21 col 25.

      * Demande de remboursement du debiteur : un prelevement autorise
      * est rembourse sans discussion dans les 8 semaines suivant son
      * echeance (code MD06 transmis a la banque du creancier) ; au
      * dela, la contestation passe par une reclamation.
       PrelRecus-Remboursement.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               move 0 to CodeComptePrelRecu
               display "Code compte ................. : " line 2 col 1
               accept CodeComptePrelRecu line 2 col 34 size 12
               perform PrelRecus-Lister
               move 0 to NoPrelRecuSaisi
               display "No du prelevement a rembourser (0 = aucun) : " line 22 col 1
               accept NoPrelRecuSaisi line 22 col 47 size 9
               if NoPrelRecuSaisi > 0
                   perform PrelRecus-Rembourser
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       PrelRecus-Lister.
           move 0 to finPrelRecus.
           move 4 to noLignePrelRecu.
           display "No        Echeance Creancier                      Montant" line 3 col 1.
           exec sql
               DECLARE curPrelRecusCompte CURSOR FOR
                   SELECT noPrelevementRecu, nomCreancier, montant,
                          dateEcheance
                   FROM dbo.PrelevementRecu
                   WHERE codeCompte = :CodeComptePrelRecu
                       AND statutPrelevement = 'D'
                   ORDER BY dateEcheance DESC
           end-exec.
           exec sql
               OPEN curPrelRecusCompte
           end-exec.
           perform PrelRecus-ListerLigne until finPrelRecus = 1.
           exec sql
               CLOSE curPrelRecusCompte
           end-exec.

       PrelRecus-ListerLigne.
           exec sql
               FETCH curPrelRecusCompte into
                   :PrelevementRecuLu.noPrelevementRecu
                   ,:PrelevementRecuLu.nomCreancier
                   ,:PrelevementRecuLu.montant
                   ,:PrelevementRecuLu.dateEcheance
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finPrelRecus
           else
               add 1 to noLignePrelRecu
               move montant of PrelevementRecuLu to StrMontantPrelRecu
               display noPrelevementRecu of PrelevementRecuLu
                   line noLignePrelRecu col 1
               display dateEcheance of PrelevementRecuLu
                   line noLignePrelRecu col 11
               display nomCreancier of PrelevementRecuLu
                   line noLignePrelRecu col 20
               display StrMontantPrelRecu
                   line noLignePrelRecu col 50
               if noLignePrelRecu > 20
                   move 1 to finPrelRecus
                   display "Liste tronquee, voir dbo.PrelevementRecu" line 24 col 1
               end-if
           end-if.

       PrelRecus-Rembourser.
           move spaces to statutPrelevement of PrelevementRecuLu.
           exec sql
               SELECT noPrelevementRecu, nomCreancier, referenceMandat,
                      montant, dateEcheance, statutPrelevement
               INTO :PrelevementRecuLu.noPrelevementRecu
                   ,:PrelevementRecuLu.nomCreancier
                   ,:PrelevementRecuLu.referenceMandat
                   ,:PrelevementRecuLu.montant
                   ,:PrelevementRecuLu.dateEcheance
                   ,:PrelevementRecuLu.statutPrelevement
               FROM dbo.PrelevementRecu
               WHERE noPrelevementRecu = :NoPrelRecuSaisi
                   AND codeCompte = :CodeComptePrelRecu
           end-exec.
           if SQLCODE <> 0
               display "Prelevement introuvable sur ce compte" line 24 col 1
           else
               if statutPrelevement of PrelevementRecuLu <> "D"
                   display "Prelevement non debite ou deja rembourse" line 24 col 1
               else
                   move dateEcheance of PrelevementRecuLu to DateTravailCal
                   move DateComptableNum to DateFinCal
                   perform Calendrier-JoursEntre
                   if NbJoursEntre > DelaiRemboursementPrel
                       display "Echeance de plus de 8 semaines, remboursement refuse" line 24 col 1
                   else
                       perform PrelRecus-Recrediter
                   end-if
               end-if
           end-if.

       PrelRecus-Recrediter.
           move CodeComptePrelRecu to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "REMB PRLV SEPA " delimited by size
               nomCreancier of PrelevementRecuLu delimited by "  "
               " " delimited by size
               referenceMandat of PrelevementRecuLu delimited by " "
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move montant of PrelevementRecuLu to montant of Mouvement.
           move "C" to sens of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           perform Mouvement-Comptabiliser.
           exec sql
               UPDATE dbo.PrelevementRecu SET
                   statutPrelevement = 'B'
                   ,codeRejet = 'MD06'
                   ,dateRemboursement = :DateComptableNum
               WHERE noPrelevementRecu = :PrelevementRecuLu.noPrelevementRecu
           end-exec.
           display "Prelevement rembourse au client." line 24 col 1.

      * Liste des creanciers d'un client (autorises, refuses,
      * oppositions ponctuelles), tenue a la demande du client.
       CreanciersClient.
           move spaces to NomClient.
           display "Nom du client (ou fragment) : " line 1 col 1.
           accept NomClient line 1 col 32 size 30.
           perform gestionClients-ResoudreClient.
           if CodeClientResolu = spaces
               display "Aucun client ne correspond a ce nom" line 24 col 1
               display "Appuyez sur une touche pour continuer..." line 23 col 1
               accept choix line 23 col 60
           else
               move space to ChoixCreancier
               perform CreanciersClient-Trt until ChoixCreancier = "Q"
           end-if.

       CreanciersClient-Trt.
           perform CreanciersClient-Lister.
           display "[A]jout [S]uppression [Q]uitter : " line 1 col 1.
           accept ChoixCreancier line 1 col 36.
           if ChoixCreancier = "a" move "A" to ChoixCreancier end-if.
           if ChoixCreancier = "s" move "S" to ChoixCreancier end-if.
           if ChoixCreancier = "q" move "Q" to ChoixCreancier end-if.
           evaluate ChoixCreancier
               when "A" perform CreanciersClient-Ajout
               when "S" perform CreanciersClient-Suppression
           end-evaluate.

       CreanciersClient-Lister.
           move 0 to finCreancierClient.
           move 4 to noLignePrelRecu.
           display "No        Aut ICS                   Mandat" line 3 col 1.
           exec sql
               DECLARE curCreancierClient CURSOR FOR
                   SELECT noCreancierClient, autorisation, ics,
                          ISNULL(referenceMandat, '')
                   FROM dbo.CreancierClient
                   WHERE codeClient = :CodeClientResolu
                       AND autorisation <> 'U'
                   ORDER BY ics, noCreancierClient
           end-exec.
           exec sql
               OPEN curCreancierClient
           end-exec.
           perform CreanciersClient-ListerLigne
               until finCreancierClient = 1.
           exec sql
               CLOSE curCreancierClient
           end-exec.

       CreanciersClient-ListerLigne.
           exec sql
               FETCH curCreancierClient into
                   :CreancierLu.noCreancierClient
                   ,:CreancierLu.autorisation
                   ,:CreancierLu.ics
                   ,:CreancierLu.referenceMandat
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finCreancierClient
           else
               add 1 to noLignePrelRecu
               display noCreancierClient of CreancierLu
                   line noLignePrelRecu col 1
               display autorisation of CreancierLu
                   line noLignePrelRecu col 11
               display ics of CreancierLu
                   line noLignePrelRecu col 15
               display referenceMandat of CreancierLu
                   line noLignePrelRecu col 37
               if noLignePrelRecu > 20
                   move 1 to finCreancierClient
                   display "Liste tronquee, voir dbo.CreancierClient" line 24 col 1
               end-if
           end-if.

       CreanciersClient-Ajout.
           move spaces to SaisieCreancier.
           display "ICS du creancier ............ : " line 2 col 1.
           accept ics of SaisieCreancier line 2 col 34 size 35.
           display "[A]utorise [R]efuse [O]pposition a la prochaine echeance : " line 22 col 1.
           accept autorisation of SaisieCreancier line 22 col 61.
           if autorisation of SaisieCreancier = "a" move "A" to autorisation of SaisieCreancier end-if.
           if autorisation of SaisieCreancier = "r" move "R" to autorisation of SaisieCreancier end-if.
           if autorisation of SaisieCreancier = "o" move "O" to autorisation of SaisieCreancier end-if.
           if autorisation of SaisieCreancier = "O"
               display "Mandat vise (vide = tous) ... : " line 3 col 1
               accept referenceMandat of SaisieCreancier line 3 col 34 size 35
           end-if.
           if ics of SaisieCreancier = spaces
               or (autorisation of SaisieCreancier <> "A"
                   and autorisation of SaisieCreancier <> "R"
                   and autorisation of SaisieCreancier <> "O")
               display "Saisie incomplete, creancier non enregistre" line 24 col 1
           else
               exec sql
                   INSERT INTO dbo.CreancierClient
                       (codeClient
                       ,ics
                       ,referenceMandat
                       ,autorisation
                       ,dateDecision)
                   VALUES
                       (:CodeClientResolu
                       ,RTRIM(:SaisieCreancier.ics)
                       ,NULLIF(RTRIM(:SaisieCreancier.referenceMandat), '')
                       ,:SaisieCreancier.autorisation
                       ,:DateComptableNum)
               end-exec
               display "Creancier enregistre." line 24 col 1
           end-if.

       CreanciersClient-Suppression.
           move 0 to noCreancierClient of SaisieCreancier.
           display "No a supprimer .............. : " line 2 col 1.
           accept noCreancierClient of SaisieCreancier line 2 col 34 size 9.
           exec sql
               DELETE FROM dbo.CreancierClient
               WHERE noCreancierClient = :SaisieCreancier.noCreancierClient
                   AND codeClient = :CodeClientResolu
           end-exec.
           if SQLCODE = 0
               display "Creancier supprime de la liste." line 24 col 1
           else
               display "Numero introuvable pour ce client." line 24 col 1
           end-if.

      **********************************
      * Prets amortissables (traitements 14)
      **********************************
      * dbo.Pret porte le contrat (client, compte de prelevement,
      * capital, taux annuel, nombre d'echeances, periodicite M
      * mensuelle / T trimestrielle, taux annuel d'assurance sur le
      * capital initial, statut E en cours / S solde) ; dbo.EcheancePret
      * le tableau d'amortissement a echeances constantes, chaque
      * echeance portant sa part de capital, d'interets et d'assurance
      * et son statut (A a venir, P payee, I impayee). Les dates
      * d'echeance sont reportees au jour ouvre suivant des la
      * generation ; le prelevement est fait a l'ouverture de journee
      * (Prets-Prelever) et une echeance impayee est representee a
      * chaque ouverture jusqu'a son paiement.
       GestionPrets.
           move space to ChoixPret.
           perform GestionPrets-Trt until ChoixPret = "Q".

       GestionPrets-Trt.
           display "[O]ctroi [E]cheancier [I]mpayes [Q]uitter : " line 1 col 1.
           accept ChoixPret line 1 col 47.
           if ChoixPret = "o" move "O" to ChoixPret end-if.
           if ChoixPret = "e" move "E" to ChoixPret end-if.
           if ChoixPret = "i" move "I" to ChoixPret end-if.
           if ChoixPret = "q" move "Q" to ChoixPret end-if.
           evaluate ChoixPret
               when "O" perform Pret-Octroi
               when "E" perform Pret-Echeancier
               when "I" perform Pret-Impayes
           end-evaluate.

       Pret-Octroi.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               move spaces to NomClient
               display "Nom du client (ou fragment) : " line 2 col 1
               accept NomClient line 2 col 32 size 30
               perform gestionClients-ResoudreClient
               if CodeClientResolu = spaces
                   display "Aucun client ne correspond a ce nom" line 24 col 1
               else
                   perform Pret-Saisie
                   perform Pret-Controler
                   if PretValide = 1
                       perform Pret-Creer
                   end-if
               end-if
           end-if.

       Pret-Saisie.
           move 0 to codeCompte of SaisiePret.
           display "Compte de prelevement ....... : " line 3 col 1.
           accept codeCompte of SaisiePret line 3 col 34 size 12.
           move 0 to capital of SaisiePret.
           display "Capital emprunte ............ : " line 4 col 1.
           accept capital of SaisiePret line 4 col 34 size 9.
           move 0 to taux of SaisiePret.
           display "Taux annuel (nn,nnnn) ....... : " line 5 col 1.
           accept taux of SaisiePret line 5 col 34 size 7.
           move 0 to nbEcheances of SaisiePret.
           display "Nombre d'echeances .......... : " line 6 col 1.
           accept nbEcheances of SaisiePret line 6 col 34 size 3.
           move space to periodicite of SaisiePret.
           display "Periodicite [M]ens. [T]rim. . : " line 7 col 1.
           accept periodicite of SaisiePret line 7 col 34.
           if periodicite of SaisiePret = "m" move "M" to periodicite of SaisiePret end-if.
           if periodicite of SaisiePret = "t" move "T" to periodicite of SaisiePret end-if.
           move 0 to tauxAssurance of SaisiePret.
           display "Taux assurance (nn,nnnn) .... : " line 8 col 1.
           accept tauxAssurance of SaisiePret line 8 col 34 size 7.
           move 0 to datePremiere of SaisiePret.
           display "1re echeance (AAAAMMJJ) ..... : " line 9 col 1.
           accept datePremiere of SaisiePret line 9 col 34 size 8.

       Pret-Controler.
           move 1 to PretValide.
           move 0 to NbControlePret.
           exec sql
               SELECT COUNT(*) INTO :NbControlePret
               FROM dbo.Compte
               WHERE codeCompte = :SaisiePret.codeCompte
                   AND codeClient = :CodeClientResolu
                   AND statutCompte = 'O'
           end-exec.
           evaluate true
               when NbControlePret = 0
                   display "Compte absent, ferme ou d'un autre client" line 24 col 1
                   move 0 to PretValide
               when capital of SaisiePret = 0 or nbEcheances of SaisiePret = 0
                   display "Capital et nombre d'echeances obligatoires" line 24 col 1
                   move 0 to PretValide
               when periodicite of SaisiePret <> "M"
                       and periodicite of SaisiePret <> "T"
                   display "Periodicite invalide (M ou T)" line 24 col 1
                   move 0 to PretValide
               when datePremiere of SaisiePret <= DateComptableNum
                   display "La 1re echeance doit suivre la journee comptable" line 24 col 1
                   move 0 to PretValide
           end-evaluate.

      * Creation du contrat, du tableau d'amortissement, puis
      * deblocage des fonds au credit du compte de prelevement.
       Pret-Creer.
           exec sql
               INSERT INTO dbo.Pret
                   (codeClient
                   ,codeCompte
                   ,capital
                   ,taux
                   ,nbEcheances
                   ,periodicite
                   ,tauxAssurance
                   ,datePremiere
                   ,dateOctroi
                   ,statutPret)
               VALUES
                   (:CodeClientResolu
                   ,:SaisiePret.codeCompte
                   ,:SaisiePret.capital
                   ,:SaisiePret.taux
                   ,:SaisiePret.nbEcheances
                   ,:SaisiePret.periodicite
                   ,:SaisiePret.tauxAssurance
                   ,:SaisiePret.datePremiere
                   ,:DateComptableNum
                   ,'E')
           end-exec.
           move 0 to NoPretCree.
           exec sql
               SELECT ISNULL(MAX(noPret),0) INTO :NoPretCree
               FROM dbo.Pret
               WHERE codeCompte = :SaisiePret.codeCompte
           end-exec.
           perform Pret-GenererEcheancier.
           move codeCompte of SaisiePret to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "DEBLOCAGE PRET " delimited by size
               NoPretCree delimited by size
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move capital of SaisiePret to montant of Mouvement.
           move "C" to sens of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           perform Mouvement-Comptabiliser.
           move MensualitePret to StrMontantPret.
           display "Pret cree, no / echeance hors assurance : " line 24 col 1.
           display NoPretCree line 24 col 43.
           display StrMontantPret line 24 col 53.

      * Echeance constante E = C x t / (1 - (1 + t) ** -n), t taux
      * periodique ; la derniere echeance solde le capital restant
      * pour absorber les arrondis.
       Pret-GenererEcheancier.
           if periodicite of SaisiePret = "T"
               move 4 to NbPeriodesAn
           else
               move 12 to NbPeriodesAn
           end-if.
           compute TauxPeriodePret rounded =
               taux of SaisiePret / 100 / NbPeriodesAn.
           if TauxPeriodePret = 0
               compute MensualitePret rounded =
                   capital of SaisiePret / nbEcheances of SaisiePret
           else
               compute FacteurPret rounded =
                   (1 + TauxPeriodePret) ** nbEcheances of SaisiePret
               compute MensualitePret rounded =
                   capital of SaisiePret * TauxPeriodePret * FacteurPret
                   / (FacteurPret - 1)
           end-if.
           compute AssurancePeriode rounded =
               capital of SaisiePret * tauxAssurance of SaisiePret
               / 100 / NbPeriodesAn.
           move capital of SaisiePret to CapitalRestantPret.
           move datePremiere of SaisiePret to DateTravailCal.
           move JourCal to JourInitialPret.
           move AnneeCal to AnneeInitialePret.
           move MoisCal to MoisInitialPret.
           perform Pret-GenererEcheance
               varying IndexEcheancePret from 1 by 1
               until IndexEcheancePret > nbEcheances of SaisiePret.

       Pret-GenererEcheance.
           compute InteretsEcheance rounded =
               CapitalRestantPret * TauxPeriodePret.
           if IndexEcheancePret = nbEcheances of SaisiePret
               move CapitalRestantPret to CapitalEcheance
           else
               compute CapitalEcheance = MensualitePret - InteretsEcheance
               if CapitalEcheance > CapitalRestantPret
                   move CapitalRestantPret to CapitalEcheance
               end-if
           end-if.
           subtract CapitalEcheance from CapitalRestantPret.
           compute MontantEcheancePret = CapitalEcheance
               + InteretsEcheance + AssurancePeriode.
           perform Pret-DateEcheance.
           exec sql
               INSERT INTO dbo.EcheancePret
                   (noPret
                   ,noEcheance
                   ,dateEcheance
                   ,capitalAmorti
                   ,interets
                   ,assurance
                   ,montantEcheance
                   ,capitalRestant
                   ,statutEcheance
                   ,datePaiement)
               VALUES
                   (:NoPretCree
                   ,:IndexEcheancePret
                   ,:DateTravailCal
                   ,:CapitalEcheance
                   ,:InteretsEcheance
                   ,:AssurancePeriode
                   ,:MontantEcheancePret
                   ,:CapitalRestantPret
                   ,'A'
                   ,0)
           end-exec.

      * Date nominale : le jour de la 1re echeance, (rang - 1) x 1 ou
      * 3 mois plus loin, ramene au dernier jour d'un mois plus
      * court, puis reportee au jour ouvre suivant.
       Pret-DateEcheance.
           compute MoisTotalPret = AnneeInitialePret * 12
               + MoisInitialPret - 1
               + (IndexEcheancePret - 1) * (12 / NbPeriodesAn).
           divide MoisTotalPret by 12
               giving AnneeCal remainder MoisCal.
           add 1 to MoisCal.
           move 1 to JourCal.
           perform Date-DernierJourMois.
           if JourInitialPret > DernierJourMoisCal
               move DernierJourMoisCal to JourCal
           else
               move JourInitialPret to JourCal
           end-if.
           perform Calendrier-ProchainJourOuvre.

      * Echeancier d'un pret a l'ecran (le tableau complet s'imprime
      * dans le dossier client).
       Pret-Echeancier.
           move 0 to NoPretSaisi.
           display "No du pret .................. : " line 2 col 1.
           accept NoPretSaisi line 2 col 34 size 9.
           move 0 to finEcheancePret.
           move 4 to noLignePret.
           display "Ech Date          Echeance      Capital     Interets   Restant du St" line 3 col 1.
           exec sql
               DECLARE curEcheancesPret CURSOR FOR
                   SELECT noPret, noEcheance, dateEcheance, capitalAmorti,
                          interets, assurance, montantEcheance,
                          capitalRestant, statutEcheance
                   FROM dbo.EcheancePret
                   WHERE noPret = :NoPretSaisi
                   ORDER BY noEcheance
           end-exec.
           exec sql
               OPEN curEcheancesPret
           end-exec.
           perform Pret-EcheancierLigne until finEcheancePret = 1.
           exec sql
               CLOSE curEcheancesPret
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Pret-EcheancierLigne.
           exec sql
               FETCH curEcheancesPret into
                   :EcheancePretLu.noPret
                   ,:EcheancePretLu.noEcheance
                   ,:EcheancePretLu.dateEcheance
                   ,:EcheancePretLu.capitalAmorti
                   ,:EcheancePretLu.interets
                   ,:EcheancePretLu.assurance
                   ,:EcheancePretLu.montantEcheance
                   ,:EcheancePretLu.capitalRestant
                   ,:EcheancePretLu.statutEcheance
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finEcheancePret
           else
               add 1 to noLignePret
               move montantEcheance of EcheancePretLu to StrMontantPret
               move capitalAmorti of EcheancePretLu to StrCapitalPret
               move interets of EcheancePretLu to StrInteretsPret
               move capitalRestant of EcheancePretLu to StrRestantPret
               display noEcheance of EcheancePretLu line noLignePret col 1
               display dateEcheance of EcheancePretLu line noLignePret col 5
               display StrMontantPret line noLignePret col 14
               display StrCapitalPret line noLignePret col 27
               display StrInteretsPret line noLignePret col 40
               display StrRestantPret line noLignePret col 53
               display statutEcheance of EcheancePretLu line noLignePret col 67
               if noLignePret > 20
                   move 1 to finEcheancePret
                   display "Liste tronquee, tableau complet dans le dossier client" line 24 col 1
               end-if
           end-if.

       Pret-Impayes.
           move 0 to finEcheancePret.
           move 4 to noLignePret.
           display "Pret      Ech Date          Echeance Compte" line 3 col 1.
           exec sql
               DECLARE curImpayesPret CURSOR FOR
                   SELECT e.noPret, e.noEcheance, e.dateEcheance,
                          e.montantEcheance, p.codeCompte
                   FROM dbo.EcheancePret e
                   JOIN dbo.Pret p ON p.noPret = e.noPret
                   WHERE e.statutEcheance = 'I'
                   ORDER BY e.dateEcheance, e.noPret
           end-exec.
           exec sql
               OPEN curImpayesPret
           end-exec.
           perform Pret-ImpayeLigne until finEcheancePret = 1.
           exec sql
               CLOSE curImpayesPret
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Pret-ImpayeLigne.
           exec sql
               FETCH curImpayesPret into
                   :EcheancePretLu.noPret
                   ,:EcheancePretLu.noEcheance
                   ,:EcheancePretLu.dateEcheance
                   ,:EcheancePretLu.montantEcheance
                   ,:EcheancePretLu.codeCompte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finEcheancePret
           else
               add 1 to noLignePret
               move montantEcheance of EcheancePretLu to StrMontantPret
               display noPret of EcheancePretLu line noLignePret col 1
               display noEcheance of EcheancePretLu line noLignePret col 11
               display dateEcheance of EcheancePretLu line noLignePret col 15
               display StrMontantPret line noLignePret col 24
               display codeCompte of EcheancePretLu line noLignePret col 37
               if noLignePret > 20
                   move 1 to finEcheancePret
                   display "Liste tronquee, voir dbo.EcheancePret" line 24 col 1
               end-if
           end-if.

      * Ouverture de journee : toute echeance arrivee (a venir ou deja
      * impayee) est prelevee si le disponible du compte le permet
      * (meme controle de provision que les autres debits), sinon elle
      * passe ou reste impayee. Un pret dont toutes les echeances sont
      * payees est solde.
       Prets-Prelever.
           move 0 to finEcheancePret.
           move 0 to NbEcheancesPrelevees.
           move 0 to NbEcheancesImpayees.
           exec sql
               DECLARE curEcheancesDues CURSOR FOR
                   SELECT e.noPret, e.noEcheance, e.dateEcheance,
                          e.montantEcheance, e.statutEcheance, p.codeCompte
                   FROM dbo.EcheancePret e
                   JOIN dbo.Pret p ON p.noPret = e.noPret
                   WHERE e.statutEcheance IN ('A', 'I')
                       AND e.dateEcheance <= :DateComptableNum
                       AND p.statutPret = 'E'
                   ORDER BY e.noPret, e.noEcheance
           end-exec.
           exec sql
               OPEN curEcheancesDues
           end-exec.
           perform Prets-PreleverLigne until finEcheancePret = 1.
           exec sql
               CLOSE curEcheancesDues
           end-exec.
           exec sql
               UPDATE dbo.Pret SET statutPret = 'S'
               WHERE statutPret = 'E'
                   AND NOT EXISTS (SELECT 1 FROM dbo.EcheancePret e
                       WHERE e.noPret = dbo.Pret.noPret
                           AND e.statutEcheance <> 'P')
           end-exec.
           if NbEcheancesPrelevees > 0 or NbEcheancesImpayees > 0
               display "Echeances de prets prelevees / impayees : " line 22 col 1
               display NbEcheancesPrelevees line 22 col 43
               display NbEcheancesImpayees line 22 col 50
           end-if.

       Prets-PreleverLigne.
           exec sql
               FETCH curEcheancesDues into
                   :EcheancePretLu.noPret
                   ,:EcheancePretLu.noEcheance
                   ,:EcheancePretLu.dateEcheance
                   ,:EcheancePretLu.montantEcheance
                   ,:EcheancePretLu.statutEcheance
                   ,:EcheancePretLu.codeCompte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finEcheancePret
           else
               move codeCompte of EcheancePretLu to codeCompte of Mouvement
               move montantEcheance of EcheancePretLu to montant of Mouvement
               move "D" to sens of Mouvement
               perform Provision-Controler
               if ProvisionSuffisante = 1
                   perform Prets-PayerEcheance
               else
                   add 1 to NbEcheancesImpayees
                   if statutEcheance of EcheancePretLu = "A"
                       exec sql
                           UPDATE dbo.EcheancePret SET statutEcheance = 'I'
                           WHERE noPret = :EcheancePretLu.noPret
                               AND noEcheance = :EcheancePretLu.noEcheance
                       end-exec
                   end-if
               end-if
           end-if.

       Prets-PayerEcheance.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "ECHEANCE PRET " delimited by size
               noPret of EcheancePretLu delimited by size
               "/" delimited by size
               noEcheance of EcheancePretLu delimited by size
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           perform Mouvement-Comptabiliser.
           exec sql
               UPDATE dbo.EcheancePret SET
                   statutEcheance = 'P'
                   ,datePaiement = :DateComptableNum
               WHERE noPret = :EcheancePretLu.noPret
                   AND noEcheance = :EcheancePretLu.noEcheance
           end-exec.
           add 1 to NbEcheancesPrelevees.

      **********************************
      * Depots a terme (traitements 15)
      **********************************
      * Le montant est debite du compte courant du client a la
      * souscription et reste bloque dans dbo.DepotTerme jusqu'a
      * l'echeance (duree en mois, reportee au jour ouvre suivant).
      * Le taux annuel et le taux de penalite de sortie anticipee sont
      * figes au contrat. Interets simples sur les jours calendaires
      * (base 365). Statuts : E en cours, R rembourse a l'echeance,
      * N renouvele (un nouveau depot reprend le capital, noDepotOrigine
      * le rattache a l'ancien), A sorti par anticipation.
       DepotsTerme.
           move space to ChoixDAT.
           perform DepotsTerme-Trt until ChoixDAT = "Q".

       DepotsTerme-Trt.
           display "[S]ouscrire [A]nticiper [E]tat du mois [Q]uitter : " line 1 col 1.
           accept ChoixDAT line 1 col 53.
           if ChoixDAT = "s" move "S" to ChoixDAT end-if.
           if ChoixDAT = "a" move "A" to ChoixDAT end-if.
           if ChoixDAT = "e" move "E" to ChoixDAT end-if.
           if ChoixDAT = "q" move "Q" to ChoixDAT end-if.
           evaluate ChoixDAT
               when "S" perform DAT-Souscrire
               when "A" perform DAT-Anticiper
               when "E" perform DAT-EtatMois
           end-evaluate.

       DAT-Souscrire.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               move spaces to NomClient
               display "Nom du client (ou fragment) : " line 2 col 1
               accept NomClient line 2 col 32 size 30
               perform gestionClients-ResoudreClient
               if CodeClientResolu = spaces
                   display "Aucun client ne correspond a ce nom" line 24 col 1
               else
                   perform DAT-Saisie
                   perform DAT-Controler
                   if DATValide = 1
                       perform DAT-Creer
                   end-if
               end-if
           end-if.

       DAT-Saisie.
           move 0 to codeCompte of SaisieDAT.
           display "Compte courant a debiter .... : " line 3 col 1.
           accept codeCompte of SaisieDAT line 3 col 34 size 12.
           move 0 to montant of SaisieDAT.
           display "Montant du depot ............ : " line 4 col 1.
           accept montant of SaisieDAT line 4 col 34 size 9.
           move 0 to dureeMois of SaisieDAT.
           display "Duree en mois ............... : " line 5 col 1.
           accept dureeMois of SaisieDAT line 5 col 34 size 3.
           move 0 to taux of SaisieDAT.
           display "Taux annuel (nn,nnnn) ....... : " line 6 col 1.
           accept taux of SaisieDAT line 6 col 34 size 7.
           move 0 to tauxPenalite of SaisieDAT.
           display "Penalite anticip. (nn,nnnn) . : " line 7 col 1.
           accept tauxPenalite of SaisieDAT line 7 col 34 size 7.
           move "N" to renouvellement of SaisieDAT.
           display "Renouvellement auto [O/N] ... : " line 8 col 1.
           accept renouvellement of SaisieDAT line 8 col 34.
           if renouvellement of SaisieDAT = "o" move "O" to renouvellement of SaisieDAT end-if.
           if renouvellement of SaisieDAT <> "O" move "N" to renouvellement of SaisieDAT end-if.

       DAT-Controler.
           move 1 to DATValide.
           move 0 to NbControleDAT.
           exec sql
               SELECT COUNT(*) INTO :NbControleDAT
               FROM dbo.Compte
               WHERE codeCompte = :SaisieDAT.codeCompte
                   AND codeClient = :CodeClientResolu
                   AND statutCompte = 'O'
           end-exec.
           if NbControleDAT = 0
               display "Compte absent, ferme ou d'un autre client" line 24 col 1
               move 0 to DATValide
           else
               if montant of SaisieDAT = 0 or dureeMois of SaisieDAT = 0
                   display "Montant et duree obligatoires" line 24 col 1
                   move 0 to DATValide
               else
                   move codeCompte of SaisieDAT to codeCompte of Mouvement
                   move montant of SaisieDAT to montant of Mouvement
                   move "D" to sens of Mouvement
                   perform Provision-Controler
                   if ProvisionSuffisante = 0
                       display "Provision insuffisante, souscription refusee" line 24 col 1
                       move 0 to DATValide
                   end-if
               end-if
           end-if.

       DAT-Creer.
           move 0 to noDepotOrigine of DATLu.
           move CodeClientResolu to codeClient of DATLu.
           move codeCompte of SaisieDAT to codeCompte of DATLu.
           move montant of SaisieDAT to montant of DATLu.
           move taux of SaisieDAT to taux of DATLu.
           move dureeMois of SaisieDAT to dureeMois of DATLu.
           move tauxPenalite of SaisieDAT to tauxPenalite of DATLu.
           move renouvellement of SaisieDAT to renouvellement of DATLu.
           move DateComptableNum to dateSouscription of DATLu.
           perform DAT-Inserer.
           move codeCompte of DATLu to codeCompte of Mouvement.
           move montant of DATLu to montant of Mouvement.
           move "D" to sens of Mouvement.
           move spaces to SaisieLibelle.
           string
               "SOUSCRIPTION DAT " delimited by size
               NoDATCree delimited by size
               into SaisieLibelle
           end-string.
           perform DAT-Mouvement.
           display "Depot cree, no / echeance : " line 24 col 1.
           display NoDATCree line 24 col 29.
           display dateEcheance of DATLu line 24 col 39.

      * Echeance et enregistrement du depot decrit par DATLu (partant
      * de dateSouscription), numero attribue rendu dans NoDATCree.
       DAT-Inserer.
           perform DAT-CalculerEcheance.
           exec sql
               INSERT INTO dbo.DepotTerme
                   (noDepotOrigine
                   ,codeClient
                   ,codeCompte
                   ,montant
                   ,taux
                   ,dureeMois
                   ,tauxPenalite
                   ,renouvellement
                   ,dateSouscription
                   ,dateEcheance
                   ,statutDepot
                   ,interetsVerses
                   ,penalite
                   ,dateCloture)
               VALUES
                   (:DATLu.noDepotOrigine
                   ,:DATLu.codeClient
                   ,:DATLu.codeCompte
                   ,:DATLu.montant
                   ,:DATLu.taux
                   ,:DATLu.dureeMois
                   ,:DATLu.tauxPenalite
                   ,:DATLu.renouvellement
                   ,:DATLu.dateSouscription
                   ,:DATLu.dateEcheance
                   ,'E'
                   ,0
                   ,0
                   ,0)
           end-exec.
           move 0 to NoDATCree.
           exec sql
               SELECT ISNULL(MAX(noDepot),0) INTO :NoDATCree
               FROM dbo.DepotTerme
               WHERE codeCompte = :DATLu.codeCompte
           end-exec.

      * dateSouscription + dureeMois mois, ramene au dernier jour d'un
      * mois plus court, puis reporte au jour ouvre suivant.
       DAT-CalculerEcheance.
           move dateSouscription of DATLu to DateTravailCal.
           move JourCal to JourInitialDAT.
           compute MoisTotalDAT = AnneeCal * 12 + MoisCal - 1
               + dureeMois of DATLu.
           divide MoisTotalDAT by 12
               giving AnneeCal remainder MoisCal.
           add 1 to MoisCal.
           move 1 to JourCal.
           perform Date-DernierJourMois.
           if JourInitialDAT > DernierJourMoisCal
               move DernierJourMoisCal to JourCal
           else
               move JourInitialDAT to JourCal
           end-if.
           perform Calendrier-ProchainJourOuvre.
           move DateTravailCal to dateEcheance of DATLu.

      * Interets simples de dateSouscription (exclue) a DateFinCal
      * (incluse) au taux TauxServiDAT, base 365 jours.
       DAT-CalculerInterets.
           move dateSouscription of DATLu to DateTravailCal.
           perform Calendrier-JoursEntre.
           if TauxServiDAT > 0
               compute InteretsDAT rounded = montant of DATLu
                   * TauxServiDAT / 100 * NbJoursEntre / 365
           else
               move 0 to InteretsDAT
           end-if.

      * Mouvement comptabilise sur le compte du depot ; l'appelant
      * renseigne montant, sens et SaisieLibelle.
       DAT-Mouvement.
           move codeCompte of DATLu to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move SaisieLibelle to libelle of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           perform Mouvement-Comptabiliser.

       DAT-Lire.
           move 0 to NbControleDAT.
           exec sql
               SELECT COUNT(*) INTO :NbControleDAT
               FROM dbo.DepotTerme
               WHERE noDepot = :NoDATSaisi
                   AND statutDepot = 'E'
           end-exec.
           if NbControleDAT > 0
               exec sql
                   SELECT noDepot, noDepotOrigine, codeClient, codeCompte,
                          montant, taux, dureeMois, tauxPenalite,
                          renouvellement, dateSouscription, dateEcheance,
                          statutDepot
                   INTO :DATLu.noDepot, :DATLu.noDepotOrigine,
                        :DATLu.codeClient, :DATLu.codeCompte,
                        :DATLu.montant, :DATLu.taux, :DATLu.dureeMois,
                        :DATLu.tauxPenalite, :DATLu.renouvellement,
                        :DATLu.dateSouscription, :DATLu.dateEcheance,
                        :DATLu.statutDepot
                   FROM dbo.DepotTerme
                   WHERE noDepot = :NoDATSaisi
               end-exec
           end-if.

      * Sortie anticipee : interets acquis sur les jours courus au taux
      * du contrat diminue du taux de penalite (jamais negatif) ; la
      * penalite est l'ecart avec les interets au taux plein.
       DAT-Anticiper.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               move 0 to NoDATSaisi
               display "No du depot ................. : " line 2 col 1
               accept NoDATSaisi line 2 col 34 size 9
               perform DAT-Lire
               if NbControleDAT = 0
                   display "Depot inconnu ou deja clos" line 24 col 1
               else
                   perform DAT-AnticiperCalcul
               end-if
           end-if.

       DAT-AnticiperCalcul.
           move DateComptableNum to DateFinCal.
           move taux of DATLu to TauxServiDAT.
           perform DAT-CalculerInterets.
           move InteretsDAT to InteretsPleinsDAT.
           compute TauxServiDAT = taux of DATLu - tauxPenalite of DATLu.
           move DateComptableNum to DateFinCal.
           perform DAT-CalculerInterets.
           compute PenaliteDAT = InteretsPleinsDAT - InteretsDAT.
           move montant of DATLu to StrMontantDAT.
           move InteretsDAT to StrInteretsDAT.
           move PenaliteDAT to StrPenaliteDAT.
           display "Capital ..................... : " line 4 col 1.
           display StrMontantDAT line 4 col 34.
           display "Interets acquis ............. : " line 5 col 1.
           display StrInteretsDAT line 5 col 34.
           display "Penalite .................... : " line 6 col 1.
           display StrPenaliteDAT line 6 col 34.
           move space to ChoixConfirmeDAT.
           display "Confirmer la sortie anticipee [O/N] : " line 8 col 1.
           accept ChoixConfirmeDAT line 8 col 40.
           if ChoixConfirmeDAT = "o" move "O" to ChoixConfirmeDAT end-if.
           if ChoixConfirmeDAT = "O"
               perform DAT-Verser
               exec sql
                   UPDATE dbo.DepotTerme SET
                       statutDepot = 'A'
                       ,interetsVerses = :InteretsDAT
                       ,penalite = :PenaliteDAT
                       ,dateCloture = :DateComptableNum
                   WHERE noDepot = :DATLu.noDepot
               end-exec
               display "Depot clos par anticipation" line 24 col 1
           else
               display "Sortie anticipee abandonnee" line 24 col 1
           end-if.

      * Versement des interets InteretsDAT puis du capital au compte.
       DAT-Verser.
           if InteretsDAT > 0
               move InteretsDAT to montant of Mouvement
               move "C" to sens of Mouvement
               move spaces to SaisieLibelle
               string
                   "INTERETS DAT " delimited by size
                   noDepot of DATLu delimited by size
                   into SaisieLibelle
               end-string
               perform DAT-Mouvement
           end-if.
           move montant of DATLu to montant of Mouvement.
           move "C" to sens of Mouvement.
           move spaces to SaisieLibelle.
           string
               "REMBOURSEMENT DAT " delimited by size
               noDepot of DATLu delimited by size
               into SaisieLibelle
           end-string.
           perform DAT-Mouvement.

      * Ouverture de journee : depots arrives a echeance. Les interets
      * sont toujours verses au compte ; le capital est reverse, ou
      * reconduit dans un nouveau depot de meme duree et meme taux si
      * le client a demande le renouvellement.
       DAT-Echoir.
           move 0 to finDAT.
           move 0 to NbDATRembourses.
           move 0 to NbDATRenouveles.
           exec sql
               DECLARE curDATEchus CURSOR FOR
                   SELECT noDepot, noDepotOrigine, codeClient, codeCompte,
                          montant, taux, dureeMois, tauxPenalite,
                          renouvellement, dateSouscription, dateEcheance,
                          statutDepot
                   FROM dbo.DepotTerme
                   WHERE statutDepot = 'E'
                       AND dateEcheance <= :DateComptableNum
                   ORDER BY noDepot
           end-exec.
           exec sql
               OPEN curDATEchus
           end-exec.
           perform DAT-EchoirLigne until finDAT = 1.
           exec sql
               CLOSE curDATEchus
           end-exec.
           if NbDATRembourses > 0 or NbDATRenouveles > 0
               display "DAT rembourses / renouveles : " line 21 col 1
               display NbDATRembourses line 21 col 31
               display NbDATRenouveles line 21 col 38
           end-if.

       DAT-EchoirLigne.
           exec sql
               FETCH curDATEchus into
                   :DATLu.noDepot
                   ,:DATLu.noDepotOrigine
                   ,:DATLu.codeClient
                   ,:DATLu.codeCompte
                   ,:DATLu.montant
                   ,:DATLu.taux
                   ,:DATLu.dureeMois
                   ,:DATLu.tauxPenalite
                   ,:DATLu.renouvellement
                   ,:DATLu.dateSouscription
                   ,:DATLu.dateEcheance
                   ,:DATLu.statutDepot
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finDAT
           else
               move dateEcheance of DATLu to DateFinCal
               move taux of DATLu to TauxServiDAT
               perform DAT-CalculerInterets
               if renouvellement of DATLu = "O"
                   perform DAT-Renouveler
               else
                   perform DAT-Verser
                   exec sql
                       UPDATE dbo.DepotTerme SET
                           statutDepot = 'R'
                           ,interetsVerses = :InteretsDAT
                           ,dateCloture = :DateComptableNum
                       WHERE noDepot = :DATLu.noDepot
                   end-exec
                   add 1 to NbDATRembourses
               end-if
           end-if.

       DAT-Renouveler.
           if InteretsDAT > 0
               move InteretsDAT to montant of Mouvement
               move "C" to sens of Mouvement
               move spaces to SaisieLibelle
               string
                   "INTERETS DAT " delimited by size
                   noDepot of DATLu delimited by size
                   into SaisieLibelle
               end-string
               perform DAT-Mouvement
           end-if.
           exec sql
               UPDATE dbo.DepotTerme SET
                   statutDepot = 'N'
                   ,interetsVerses = :InteretsDAT
                   ,dateCloture = :DateComptableNum
               WHERE noDepot = :DATLu.noDepot
           end-exec.
           move noDepot of DATLu to noDepotOrigine of DATLu.
           move dateEcheance of DATLu to dateSouscription of DATLu.
           perform DAT-Inserer.
           add 1 to NbDATRenouveles.

      * Etat des depots en cours arrivant a echeance dans le mois de la
      * journee comptable, avec les interets a verser au taux du
      * contrat.
       DAT-EtatMois.
           move DateComptableNum to DateTravailCal.
           move 1 to JourCal.
           move DateTravailCal to DebutMoisDAT.
           perform Date-DernierJourMois.
           move DernierJourMoisCal to JourCal.
           move DateTravailCal to FinMoisDAT.
           move 0 to NbDATEtat.
           move 0 to TotalDATEtat.
           move 0 to TotalInteretsDATEtat.
           move 0 to finDAT.
           open output FichierEtatDAT.
           move spaces to LigneDAT.
           string
               "DEPOTS A TERME A ECHEANCE DU " delimited by size
               DebutMoisDAT delimited by size
               " AU " delimited by size
               FinMoisDAT delimited by size
               into LigneDAT
           end-string.
           write EnrFichierEtatDAT from LigneDAT.
           move spaces to LigneDAT.
           write EnrFichierEtatDAT from LigneDAT.
           move "Depot | Client | Compte | Echeance | Montant | Taux | Interets | Renouvellement" to LigneDAT.
           write EnrFichierEtatDAT from LigneDAT.
           exec sql
               DECLARE curDATMois CURSOR FOR
                   SELECT noDepot, noDepotOrigine, codeClient, codeCompte,
                          montant, taux, dureeMois, tauxPenalite,
                          renouvellement, dateSouscription, dateEcheance,
                          statutDepot
                   FROM dbo.DepotTerme
                   WHERE statutDepot = 'E'
                       AND dateEcheance BETWEEN :DebutMoisDAT AND :FinMoisDAT
                   ORDER BY dateEcheance, noDepot
           end-exec.
           exec sql
               OPEN curDATMois
           end-exec.
           perform DAT-EtatMoisLigne until finDAT = 1.
           exec sql
               CLOSE curDATMois
           end-exec.
           move TotalDATEtat to StrMontantDAT.
           move TotalInteretsDATEtat to StrInteretsDAT.
           move spaces to LigneDAT.
           write EnrFichierEtatDAT from LigneDAT.
           move spaces to LigneDAT.
           string
               "Depots : " delimited by size
               NbDATEtat delimited by size
               "  Capital : " delimited by size
               StrMontantDAT delimited by size
               "  Interets : " delimited by size
               StrInteretsDAT delimited by size
               into LigneDAT
           end-string.
           write EnrFichierEtatDAT from LigneDAT.
           close FichierEtatDAT.
           display "Depots a echeance dans le mois : " line 24 col 1.
           display NbDATEtat line 24 col 34.

       DAT-EtatMoisLigne.
           exec sql
               FETCH curDATMois into
                   :DATLu.noDepot
                   ,:DATLu.noDepotOrigine
                   ,:DATLu.codeClient
                   ,:DATLu.codeCompte
                   ,:DATLu.montant
                   ,:DATLu.taux
                   ,:DATLu.dureeMois
                   ,:DATLu.tauxPenalite
                   ,:DATLu.renouvellement
                   ,:DATLu.dateSouscription
                   ,:DATLu.dateEcheance
                   ,:DATLu.statutDepot
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finDAT
           else
               move dateEcheance of DATLu to DateFinCal
               move taux of DATLu to TauxServiDAT
               perform DAT-CalculerInterets
               add 1 to NbDATEtat
               add montant of DATLu to TotalDATEtat
               add InteretsDAT to TotalInteretsDATEtat
               move montant of DATLu to StrMontantDAT
               move InteretsDAT to StrInteretsDAT
               move spaces to LigneDAT
               string
                   noDepot of DATLu delimited by size
                   " | " delimited by size
                   codeClient of DATLu delimited by "  "
                   " | " delimited by size
                   codeCompte of DATLu delimited by size
                   " | " delimited by size
                   dateEcheance of DATLu delimited by size
                   " | " delimited by size
                   StrMontantDAT delimited by size
                   " | " delimited by size
                   taux of DATLu delimited by size
                   " | " delimited by size
                   StrInteretsDAT delimited by size
                   " | " delimited by size
                   renouvellement of DATLu delimited by size
                   into LigneDAT
               end-string
               write EnrFichierEtatDAT from LigneDAT
           end-if.

      **********************************
      * Saisies-attributions et ATD (traitements 16)
      **********************************
      * L'acte (saisie-attribution d'huissier S ou avis a tiers
      * detenteur A) est saisi contre un client : le montant saisissable
      * est le total des soldes crediteurs de ses comptes ouverts,
      * diminue de ce qui est deja bloque par d'autres actes et du
      * solde bancaire insaisissable, plafonne au montant de l'acte. Il
      * est reparti sur les comptes du plus crediteur au moins
      * crediteur et bloque pour les debits (Provision-Controler) ;
      * la saisie est denoncee au client par courrier (modele
      * MODSAISIE). A l'issue du delai, les fonds partent au creancier
      * dans le pain.001 de l'ouverture de journee. Statuts de l'acte :
      * B bloque, I infructueux (rien de saisissable), V vire, L leve.
       SaisiesAttributions.
           move space to ChoixActe.
           perform SaisiesAttributions-Trt until ChoixActe = "Q".

       SaisiesAttributions-Trt.
           display "[E]nregistrer [L]iste [M]ainlevee [Q]uitter : " line 1 col 1.
           accept ChoixActe line 1 col 49.
           if ChoixActe = "e" move "E" to ChoixActe end-if.
           if ChoixActe = "l" move "L" to ChoixActe end-if.
           if ChoixActe = "m" move "M" to ChoixActe end-if.
           if ChoixActe = "q" move "Q" to ChoixActe end-if.
           evaluate ChoixActe
               when "E" perform Saisies-Enregistrer
               when "L" perform Saisies-Lister
               when "M" perform Saisies-Mainlevee
           end-evaluate.

       Saisies-Enregistrer.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               move spaces to NomClient
               display "Nom du client (ou fragment) : " line 2 col 1
               accept NomClient line 2 col 32 size 30
               perform gestionClients-ResoudreClient
               if CodeClientResolu = spaces
                   display "Aucun client ne correspond a ce nom" line 24 col 1
               else
                   perform Saisies-SaisieActe
                   if ActeValide = 1
                       perform Saisies-CalculerSaisissable
                       perform Saisies-CreerActe
                   end-if
               end-if
           end-if.

       Saisies-SaisieActe.
           move 1 to ActeValide.
           move space to typeActe of SaisieActe.
           display "[S]aisie-attribution / [A]TD  : " line 3 col 1.
           accept typeActe of SaisieActe line 3 col 34.
           if typeActe of SaisieActe = "s" move "S" to typeActe of SaisieActe end-if.
           if typeActe of SaisieActe = "a" move "A" to typeActe of SaisieActe end-if.
           move spaces to referenceActe of SaisieActe.
           display "Reference de l'acte ......... : " line 4 col 1.
           accept referenceActe of SaisieActe line 4 col 34 size 20.
           move spaces to creancier of SaisieActe.
           display "Creancier saisissant ........ : " line 5 col 1.
           accept creancier of SaisieActe line 5 col 34 size 40.
           move spaces to ibanCreancier of SaisieActe.
           display "IBAN du creancier ........... : " line 6 col 1.
           accept ibanCreancier of SaisieActe line 6 col 34 size 34.
           move 0 to montantActe of SaisieActe.
           display "Montant de l'acte ........... : " line 7 col 1.
           accept montantActe of SaisieActe line 7 col 34 size 12.
           move 0 to dateSignification of SaisieActe.
           display "Signification (AAAAMMJJ) .... : " line 8 col 1.
           accept dateSignification of SaisieActe line 8 col 34 size 8.
           move ibanCreancier of SaisieActe to IBANaControler.
           perform Beneficiaire-ControlerIBAN.
           evaluate true
               when typeActe of SaisieActe <> "S" and typeActe of SaisieActe <> "A"
                   display "Type d'acte invalide (S ou A)" line 24 col 1
                   move 0 to ActeValide
               when creancier of SaisieActe = spaces or montantActe of SaisieActe = 0
                   display "Creancier et montant obligatoires" line 24 col 1
                   move 0 to ActeValide
               when IBANValide = 0
                   display "Cle IBAN du creancier invalide" line 24 col 1
                   move 0 to ActeValide
               when dateSignification of SaisieActe = 0
                       or dateSignification of SaisieActe > DateComptableNum
                   display "Date de signification invalide" line 24 col 1
                   move 0 to ActeValide
           end-evaluate.

      * Soldes crediteurs des comptes ouverts dont le client est le
      * titulaire principal ; le SBI n'est laisse qu'une fois, quel
      * que soit le nombre d'actes.
       Saisies-CalculerSaisissable.
           move 0 to TotalSaisissable.
           exec sql
               SELECT ISNULL(SUM(CASE WHEN soldeCrediteur > soldeDebiteur
                          THEN soldeCrediteur - soldeDebiteur ELSE 0 END), 0)
                   INTO :TotalSaisissable
               FROM dbo.Compte
               WHERE codeClient = :CodeClientResolu
                   AND statutCompte = 'O'
           end-exec.
           move 0 to DejaBloqueClient.
           exec sql
               SELECT ISNULL(SUM(b.montantBloque), 0)
                   INTO :DejaBloqueClient
               FROM dbo.SaisieBlocage b
               JOIN dbo.Compte c ON c.codeCompte = b.codeCompte
               WHERE c.codeClient = :CodeClientResolu
                   AND b.statutBlocage = 'B'
           end-exec.
           compute MontantSaisissable = TotalSaisissable
               - DejaBloqueClient - MontantSBI.
           if MontantSaisissable < 0
               move 0 to MontantSaisissable
           end-if.
           if MontantSaisissable > montantActe of SaisieActe
               move montantActe of SaisieActe to MontantSaisissable
           end-if.

       Saisies-CreerActe.
           move dateSignification of SaisieActe to DateTravailCal.
           perform Date-JourSuivant
               varying IndexDelaiSaisie from 1 by 1
               until IndexDelaiSaisie > DelaiSaisie.
           perform Calendrier-ProchainJourOuvre.
           move MontantSaisissable to ResteABloquer.
           if ResteABloquer > 0
               move "B" to statutSaisie of ActeLu
           else
               move "I" to statutSaisie of ActeLu
           end-if.
           exec sql
               INSERT INTO dbo.SaisieAttribution
                   (codeClient
                   ,typeActe
                   ,referenceActe
                   ,creancier
                   ,ibanCreancier
                   ,montantActe
                   ,montantSaisi
                   ,dateSignification
                   ,dateExigibilite
                   ,statutSaisie
                   ,dateEnregistrement
                   ,operateur
                   ,dateVirement)
               VALUES
                   (:CodeClientResolu
                   ,:SaisieActe.typeActe
                   ,:SaisieActe.referenceActe
                   ,:SaisieActe.creancier
                   ,:SaisieActe.ibanCreancier
                   ,:SaisieActe.montantActe
                   ,:ResteABloquer
                   ,:SaisieActe.dateSignification
                   ,:DateTravailCal
                   ,:ActeLu.statutSaisie
                   ,:DateComptableNum
                   ,:OperateurCode
                   ,0)
           end-exec.
           move 0 to NoActeCree.
           exec sql
               SELECT ISNULL(MAX(noSaisie),0) INTO :NoActeCree
               FROM dbo.SaisieAttribution
               WHERE codeClient = :CodeClientResolu
           end-exec.
           move 0 to finActe.
           exec sql
               DECLARE curComptesSaisie CURSOR FOR
                   SELECT c.codeCompte,
                          c.soldeCrediteur - c.soldeDebiteur
                              - ISNULL((SELECT SUM(b.montantBloque)
                                  FROM dbo.SaisieBlocage b
                                  WHERE b.codeCompte = c.codeCompte
                                      AND b.statutBlocage = 'B'), 0)
                   FROM dbo.Compte c
                   WHERE c.codeClient = :CodeClientResolu
                       AND c.statutCompte = 'O'
                       AND c.soldeCrediteur > c.soldeDebiteur
                   ORDER BY c.soldeCrediteur - c.soldeDebiteur DESC
           end-exec.
           exec sql
               OPEN curComptesSaisie
           end-exec.
           perform Saisies-BloquerCompte
               until finActe = 1 or ResteABloquer = 0.
           exec sql
               CLOSE curComptesSaisie
           end-exec.
           perform Saisies-Denoncer.
           move montantActe of SaisieActe to StrMontantActe.
           move MontantSaisissable to StrMontantSaisi.
           display "Acte no ..................... : " line 10 col 1.
           display NoActeCree line 10 col 34.
           display "Montant de l'acte ........... : " line 11 col 1.
           display StrMontantActe line 11 col 34.
           display "Montant saisi et bloque ..... : " line 12 col 1.
           display StrMontantSaisi line 12 col 34.
           display "Virement au creancier le .... : " line 13 col 1.
           display DateTravailCal line 13 col 34.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Saisies-BloquerCompte.
           exec sql
               FETCH curComptesSaisie into
                   :BlocageLu.codeCompte
                   ,:DisponibleBlocage
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finActe
           else
               if DisponibleBlocage > 0
                   if DisponibleBlocage > ResteABloquer
                       move ResteABloquer to MontantBlocage
                   else
                       move DisponibleBlocage to MontantBlocage
                   end-if
                   subtract MontantBlocage from ResteABloquer
                   exec sql
                       INSERT INTO dbo.SaisieBlocage
                           (noSaisie
                           ,codeCompte
                           ,montantBloque
                           ,statutBlocage
                           ,dateBlocage)
                       VALUES
                           (:NoActeCree
                           ,:BlocageLu.codeCompte
                           ,:MontantBlocage
                           ,'B'
                           ,:DateComptableNum)
                   end-exec
                   move CodeClientResolu to AuditCodeClient
                   move "SAISIE-BLOC" to AuditOperation
                   perform Saisies-AuditAvant
                   perform Saisies-Audit
               end-if
           end-if.

      * Denonciation au client (modele MODSAISIE), y compris quand
      * l'acte est infructueux : le montant est alors a zero.
       Saisies-Denoncer.
           exec sql
               SELECT nom, prenom, codePostal, Ville
                   INTO :Client.nom, :Client.prenom,
                        :Client.codePostal, :Client.Ville
               FROM dbo.Client
               WHERE codeClient = :CodeClientResolu
           end-exec.
           move CheminModeleSaisie to CheminFichierModele.
           move "SAISIE" to CourrierTypeEvenement.
           move CodeClientResolu to CourrierCodeClient.
           move nom of Client to FusionNom.
           move prenom of Client to FusionPrenom.
           move spaces to FusionAdresse.
           string
               codePostal of Client delimited by "  "
               " " delimited by size
               Ville of Client delimited by "  "
               into FusionAdresse
           end-string.
           move referenceActe of SaisieActe to FusionCompte.
           move MontantSaisissable to StrMontantSaisi.
           move StrMontantSaisi to FusionMontant.
           perform Courrier-PreparerDate.
           perform Courrier-Emettre.

      * Ouverture de journee (appele par VirementsPermanents-Executer
      * avant l'ecriture du pain.001) : les parts bloquees des actes
      * arrives a exigibilite sont debitees et virees au creancier. Le
      * debit ne repasse pas par Provision-Controler, les fonds etant
      * deja reserves.
       Saisies-Virer.
           move 0 to finActe.
           move 0 to NbSaisiesVirees.
           exec sql
               DECLARE curBlocagesExigibles CURSOR FOR
                   SELECT b.noSaisie, b.codeCompte, b.montantBloque,
                          s.referenceActe, s.creancier, s.ibanCreancier,
                          s.codeClient
                   FROM dbo.SaisieBlocage b
                   JOIN dbo.SaisieAttribution s ON s.noSaisie = b.noSaisie
                   WHERE b.statutBlocage = 'B'
                       AND s.statutSaisie = 'B'
                       AND s.dateExigibilite <= :DateComptableNum
                   ORDER BY b.noSaisie, b.codeCompte
           end-exec.
           exec sql
               OPEN curBlocagesExigibles
           end-exec.
           perform Saisies-VirerLigne until finActe = 1.
           exec sql
               CLOSE curBlocagesExigibles
           end-exec.
           exec sql
               UPDATE dbo.SaisieAttribution SET
                   statutSaisie = 'V'
                   ,dateVirement = :DateComptableNum
               WHERE statutSaisie = 'B'
                   AND dateExigibilite <= :DateComptableNum
                   AND NOT EXISTS (SELECT 1 FROM dbo.SaisieBlocage b
                       WHERE b.noSaisie = dbo.SaisieAttribution.noSaisie
                           AND b.statutBlocage = 'B')
           end-exec.
           if NbSaisiesVirees > 0
               display "Saisies virees aux creanciers : " line 20 col 1
               display NbSaisiesVirees line 20 col 33
           end-if.

       Saisies-VirerLigne.
           exec sql
               FETCH curBlocagesExigibles into
                   :BlocageLu.noSaisie
                   ,:BlocageLu.codeCompte
                   ,:BlocageLu.montantBloque
                   ,:BlocageLu.referenceActe
                   ,:BlocageLu.creancier
                   ,:BlocageLu.ibanCreancier
                   ,:BlocageLu.codeClient
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finActe
           else
               if NbVirementSEPA >= VirementsSEPA-Max
                   display "ATTENTION : plus de virements que la limite geree :" line 24 col 1
                   display VirementsSEPA-Max line 24 col 53
                   move 1 to finActe
               else
                   perform Saisies-VirerBlocage
               end-if
           end-if.

       Saisies-VirerBlocage.
           move codeClient of BlocageLu to AuditCodeClient.
           move "SAISIE-VIRT" to AuditOperation.
           perform Saisies-AuditAvant.
           add 1 to NbVirementSEPA.
           move NbVirementSEPA to IndexVirement.
           move spaces to ReferenceSEPA.
           string
               "GESTBQ" delimited by size
               DateSystemeComplete delimited by size
               "-" delimited by size
               IndexVirement delimited by size
               into ReferenceSEPA
           end-string.
           move ibanCreancier of BlocageLu to VirIBAN(IndexVirement).
           move creancier of BlocageLu to VirNom(IndexVirement).
           move montantBloque of BlocageLu to VirMontant(IndexVirement).
           move spaces to VirMotif(IndexVirement).
           string
               "SAISIE " delimited by size
               referenceActe of BlocageLu delimited by "  "
               into VirMotif(IndexVirement)
           end-string.
           move "EUR" to VirDevise(IndexVirement).
           move "SAISIEATD" to VirOrigine(IndexVirement).
           move spaces to VirBIC(IndexVirement).
           move codeCompte of BlocageLu to VirCodeCompte(IndexVirement).
           add montantBloque of BlocageLu to TotalVirementSEPA.
           move codeCompte of BlocageLu to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "SAISIE " delimited by size
               noSaisie of BlocageLu delimited by size
               " " delimited by size
               ReferenceSEPA delimited by " "
               " " delimited by size
               referenceActe of BlocageLu delimited by "  "
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move montantBloque of BlocageLu to montant of Mouvement.
           move "D" to sens of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           perform Mouvement-Comptabiliser.
           exec sql
               UPDATE dbo.SaisieBlocage SET statutBlocage = 'V'
               WHERE noSaisie = :BlocageLu.noSaisie
                   AND codeCompte = :BlocageLu.codeCompte
           end-exec.
           perform Saisies-Audit.
           add 1 to NbSaisiesVirees.

      * Actes en cours (bloques) ou recents, du plus ancien au plus
      * recent.
       Saisies-Lister.
           move 0 to finActe.
           move 4 to noLigneActe.
           display "Acte      T Reference            Saisi        Exigible St" line 3 col 1.
           exec sql
               DECLARE curActes CURSOR FOR
                   SELECT noSaisie, codeClient, typeActe, referenceActe,
                          creancier, ibanCreancier, montantActe,
                          montantSaisi, dateSignification,
                          dateExigibilite, statutSaisie
                   FROM dbo.SaisieAttribution
                   WHERE statutSaisie = 'B'
                       OR dateEnregistrement >= :DateComptableNum - 10000
                   ORDER BY noSaisie
           end-exec.
           exec sql
               OPEN curActes
           end-exec.
           perform Saisies-ListerLigne until finActe = 1.
           exec sql
               CLOSE curActes
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Saisies-ListerLigne.
           exec sql
               FETCH curActes into
                   :ActeLu.noSaisie
                   ,:ActeLu.codeClient
                   ,:ActeLu.typeActe
                   ,:ActeLu.referenceActe
                   ,:ActeLu.creancier
                   ,:ActeLu.ibanCreancier
                   ,:ActeLu.montantActe
                   ,:ActeLu.montantSaisi
                   ,:ActeLu.dateSignification
                   ,:ActeLu.dateExigibilite
                   ,:ActeLu.statutSaisie
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finActe
           else
               add 1 to noLigneActe
               move montantSaisi of ActeLu to StrMontantSaisi
               display noSaisie of ActeLu line noLigneActe col 1
               display typeActe of ActeLu line noLigneActe col 11
               display referenceActe of ActeLu line noLigneActe col 13
               display StrMontantSaisi line noLigneActe col 34
               display dateExigibilite of ActeLu line noLigneActe col 49
               display statutSaisie of ActeLu line noLigneActe col 58
               if noLigneActe > 20
                   move 1 to finActe
                   display "Liste tronquee, voir dbo.SaisieAttribution" line 24 col 1
               end-if
           end-if.

      * Mainlevee (profil superviseur) : les parts encore bloquees sont
      * liberees, chaque compte trace dans l'audit.
       Saisies-Mainlevee.
           perform Controle-ProfilSuperviseur.
           if ProfilAutorise = 1
               move 0 to NoActeSaisi
               display "No de l'acte ................ : " line 2 col 1
               accept NoActeSaisi line 2 col 34 size 9
               move 0 to NbControleActe
               exec sql
                   SELECT COUNT(*) INTO :NbControleActe
                   FROM dbo.SaisieAttribution
                   WHERE noSaisie = :NoActeSaisi
                       AND statutSaisie = 'B'
               end-exec
               if NbControleActe = 0
                   display "Acte inconnu ou deja vire / leve" line 24 col 1
               else
                   perform Saisies-Lever
                   display "Mainlevee enregistree, fonds liberes" line 24 col 1
               end-if
           end-if.

       Saisies-Lever.
           move 0 to finActe.
           exec sql
               DECLARE curBlocagesActe CURSOR FOR
                   SELECT b.noSaisie, b.codeCompte, b.montantBloque,
                          s.codeClient
                   FROM dbo.SaisieBlocage b
                   JOIN dbo.SaisieAttribution s ON s.noSaisie = b.noSaisie
                   WHERE b.noSaisie = :NoActeSaisi
                       AND b.statutBlocage = 'B'
           end-exec.
           exec sql
               OPEN curBlocagesActe
           end-exec.
           perform Saisies-LeverLigne until finActe = 1.
           exec sql
               CLOSE curBlocagesActe
           end-exec.
           exec sql
               UPDATE dbo.SaisieBlocage SET statutBlocage = 'L'
               WHERE noSaisie = :NoActeSaisi
                   AND statutBlocage = 'B'
           end-exec.
           exec sql
               UPDATE dbo.SaisieAttribution SET statutSaisie = 'L'
               WHERE noSaisie = :NoActeSaisi
           end-exec.

       Saisies-LeverLigne.
           exec sql
               FETCH curBlocagesActe into
                   :BlocageLu.noSaisie
                   ,:BlocageLu.codeCompte
                   ,:BlocageLu.montantBloque
                   ,:BlocageLu.codeClient
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finActe
           else
               move codeClient of BlocageLu to AuditCodeClient
               move "SAISIE-LEVEE" to AuditOperation
               perform Saisies-AuditAvant
               perform Saisies-Audit
           end-if.

      * Audit d'un compte touche par un acte (codeCompte de BlocageLu,
      * AuditCodeClient et AuditOperation poses par l'appelant) :
      * Saisies-AuditAvant photographie le compte, Saisies-Audit le
      * relit et ecrit la ligne avant / apres.
       Saisies-AuditAvant.
           move codeCompte of BlocageLu to codeCompte of CompteTitulaires.
           exec sql
               SELECT codeBanque, codeGuichet, racineCompte, typeCompte,
                      soldeDebiteur, soldeCrediteur, statutCompte
               INTO :CompteTitulaires.codeBanque,
                    :CompteTitulaires.codeGuichet,
                    :CompteTitulaires.racineCompte,
                    :CompteTitulaires.typeCompte,
                    :CompteTitulaires.soldeDebiteur,
                    :CompteTitulaires.soldeCrediteur,
                    :CompteTitulaires.statutCompte
               FROM dbo.Compte
               WHERE codeCompte = :CompteTitulaires.codeCompte
           end-exec.
           move codeBanque of CompteTitulaires to AuditCodeBanque.
           move codeGuichet of CompteTitulaires to AuditCodeGuichet.
           move racineCompte of CompteTitulaires to AuditRacineCompte.
           move soldeDebiteur of CompteTitulaires to AuditAncienDebit.
           move soldeCrediteur of CompteTitulaires to AuditAncienCredit.
           move typeCompte of CompteTitulaires to AuditAncienTypeCompte.
           move statutCompte of CompteTitulaires to AuditAncienStatutCompte.

       Saisies-Audit.
           exec sql
               SELECT soldeDebiteur, soldeCrediteur, statutCompte
               INTO :CompteTitulaires.soldeDebiteur,
                    :CompteTitulaires.soldeCrediteur,
                    :CompteTitulaires.statutCompte
               FROM dbo.Compte
               WHERE codeCompte = :CompteTitulaires.codeCompte
           end-exec.
           move soldeDebiteur of CompteTitulaires to AuditNouveauDebit.
           move soldeCrediteur of CompteTitulaires to AuditNouveauCredit.
           move typeCompte of CompteTitulaires to AuditNouveauTypeCompte.
           move spaces to AuditAncienCleRib.
           move spaces to AuditNouveauCleRib.
           move statutCompte of CompteTitulaires to AuditNouveauStatutCompte.
           move DateComptableNum to AuditDateHeure.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.AuditClientCompte
                   (codeClient
                   ,codeBanque
                   ,codeGuichet
                   ,racineCompte
                   ,ancienDebit
                   ,ancienCredit
                   ,nouveauDebit
                   ,nouveauCredit
                   ,ancienTypeCompte
                   ,nouveauTypeCompte
                   ,ancienCleRib
                   ,nouveauCleRib
                   ,ancienStatutCompte
                   ,nouveauStatutCompte
                   ,operation
                   ,operateur
                   ,dateOperation
                   ,heureOperation)
               VALUES
                   (:AuditCodeClient
                   ,:AuditCodeBanque
                   ,:AuditCodeGuichet
                   ,:AuditRacineCompte
                   ,:AuditAncienDebit
                   ,:AuditAncienCredit
                   ,:AuditNouveauDebit
                   ,:AuditNouveauCredit
                   ,:AuditAncienTypeCompte
                   ,:AuditNouveauTypeCompte
                   ,:AuditAncienCleRib
                   ,:AuditNouveauCleRib
                   ,:AuditAncienStatutCompte
                   ,:AuditNouveauStatutCompte
                   ,:AuditOperation
                   ,:AuditOperateur
                   ,:AuditDateHeure
                   ,:AuditHeure)
           end-exec.

      **********************************
      * Vigilance LCB-FT (traitements 17)
      **********************************
      * Detection sur les mouvements de la journee comptable (etape de
      * chaine LCBFT ou lancement a l'ecran), trois criteres :
      *   S  mouvement d'un montant au moins egal au seuil ;
      *   F  au moins deux depots d'un meme client dans la journee,
      *      chacun juste sous le seuil (fractionnement) ;
      *   H  flux de la journee d'un client sans rapport avec le niveau
      *      moyen de ses soldes dans dbo.SoldeHistorique sur les trois
      *      derniers mois (ou client sans historique), a partir d'un
      *      plancher d'un dixieme du seuil.
      * Rejouable : une alerte deja levee pour la meme operation n'est
      * pas dupliquee. Statuts : N a analyser, C classee sans suite,
      * D declaration de soupcon.
       VigilanceLCBFT.
           move space to ChoixLCBFT.
           perform VigilanceLCBFT-Trt until ChoixLCBFT = "Q".

       VigilanceLCBFT-Trt.
           display "[D]etection du jour [A]nalyser [E]tat mensuel [Q]uitter : " line 1 col 1.
           accept ChoixLCBFT line 1 col 60.
           if ChoixLCBFT = "d" move "D" to ChoixLCBFT end-if.
           if ChoixLCBFT = "a" move "A" to ChoixLCBFT end-if.
           if ChoixLCBFT = "e" move "E" to ChoixLCBFT end-if.
           if ChoixLCBFT = "q" move "Q" to ChoixLCBFT end-if.
           evaluate ChoixLCBFT
               when "D"
                   perform LCBFT-Detecter
                   display "Alertes levees : " line 24 col 1
                   display NbAlertesCreees line 24 col 18
               when "A" perform LCBFT-Analyser
               when "E" perform LCBFT-EtatMensuel
           end-evaluate.

       LCBFT-Detecter.
           move 0 to NbAlertesCreees.
           compute SeuilFractionnement rounded =
               SeuilLCBFT * PourcentFractionnement / 100.
           compute PlancherAtypique rounded = SeuilLCBFT / 10.
      *    Debut de l'historique : premier jour du troisieme mois
      *    precedant la journee comptable.
           move DateComptableNum to DateTravailCal.
           if MoisCal > 3
               subtract 3 from MoisCal
           else
               add 9 to MoisCal
               subtract 1 from AnneeCal
           end-if.
           move 1 to JourCal.
           move DateTravailCal to DateDebutHistLCBFT.
           perform LCBFT-DetecterSeuil.
           perform LCBFT-DetecterFractionnement.
           perform LCBFT-DetecterHistorique.

       LCBFT-DetecterSeuil.
           move 0 to finLCBFT.
           exec sql
               DECLARE curLCBFTSeuil CURSOR FOR
                   SELECT c.codeClient, m.codeCompte, m.dateMouvement,
                          m.libelle, m.montant, m.sens
                   FROM dbo.Mouvement m
                   JOIN dbo.Compte c ON c.codeCompte = m.codeCompte
                   WHERE m.dateMouvement = :DateComptableNum
                       AND m.montant >= :SeuilLCBFT
                   ORDER BY m.codeCompte
           end-exec.
           exec sql
               OPEN curLCBFTSeuil
           end-exec.
           perform LCBFT-DetecterSeuilLigne until finLCBFT = 1.
           exec sql
               CLOSE curLCBFTSeuil
           end-exec.

       LCBFT-DetecterSeuilLigne.
           exec sql
               FETCH curLCBFTSeuil into
                   :AlerteLCBFT.codeClient
                   ,:AlerteLCBFT.codeCompte
                   ,:AlerteLCBFT.dateMouvement
                   ,:AlerteLCBFT.libelle
                   ,:AlerteLCBFT.montant
                   ,:AlerteLCBFT.sens
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finLCBFT
           else
               move "S" to critere of AlerteLCBFT
               move SeuilLCBFT to montantReference of AlerteLCBFT
               move 1 to nbOperations of AlerteLCBFT
               perform LCBFT-Lever
           end-if.

       LCBFT-DetecterFractionnement.
           move 0 to finLCBFT.
           exec sql
               DECLARE curLCBFTFraction CURSOR FOR
                   SELECT c.codeClient, SUM(m.montant), COUNT(*)
                   FROM dbo.Mouvement m
                   JOIN dbo.Compte c ON c.codeCompte = m.codeCompte
                   WHERE m.dateMouvement = :DateComptableNum
                       AND m.sens = 'C'
                       AND m.montant >= :SeuilFractionnement
                       AND m.montant < :SeuilLCBFT
                   GROUP BY c.codeClient
                   HAVING COUNT(*) >= 2
           end-exec.
           exec sql
               OPEN curLCBFTFraction
           end-exec.
           perform LCBFT-DetecterFractionLigne until finLCBFT = 1.
           exec sql
               CLOSE curLCBFTFraction
           end-exec.

       LCBFT-DetecterFractionLigne.
           exec sql
               FETCH curLCBFTFraction into
                   :AlerteLCBFT.codeClient
                   ,:AlerteLCBFT.montant
                   ,:AlerteLCBFT.nbOperations
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finLCBFT
           else
               move "F" to critere of AlerteLCBFT
               move 0 to codeCompte of AlerteLCBFT
               move DateComptableNum to dateMouvement of AlerteLCBFT
               move "DEPOTS FRACTIONNES SOUS LE SEUIL" to libelle of AlerteLCBFT
               move "C" to sens of AlerteLCBFT
               move SeuilLCBFT to montantReference of AlerteLCBFT
               perform LCBFT-Lever
           end-if.

       LCBFT-DetecterHistorique.
           move 0 to finLCBFT.
           exec sql
               DECLARE curLCBFTFlux CURSOR FOR
                   SELECT c.codeClient, SUM(m.montant), COUNT(*)
                   FROM dbo.Mouvement m
                   JOIN dbo.Compte c ON c.codeCompte = m.codeCompte
                   WHERE m.dateMouvement = :DateComptableNum
                   GROUP BY c.codeClient
                   HAVING SUM(m.montant) >= :PlancherAtypique
           end-exec.
           exec sql
               OPEN curLCBFTFlux
           end-exec.
           perform LCBFT-DetecterHistoLigne until finLCBFT = 1.
           exec sql
               CLOSE curLCBFTFlux
           end-exec.

      * Niveau historique : moyenne, sur les photos de la periode, du
      * total des soldes (en valeur absolue) des comptes du client.
       LCBFT-DetecterHistoLigne.
           exec sql
               FETCH curLCBFTFlux into
                   :AlerteLCBFT.codeClient
                   ,:AlerteLCBFT.montant
                   ,:AlerteLCBFT.nbOperations
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finLCBFT
           else
               move 0 to NbPhotosClient
               move 0 to NiveauHistoriqueClient
               exec sql
                   SELECT COUNT(*), ISNULL(AVG(x.niveau), 0)
                       INTO :NbPhotosClient, :NiveauHistoriqueClient
                   FROM (SELECT h.dateSolde,
                                SUM(ABS(h.soldeCrediteur - h.soldeDebiteur)) AS niveau
                         FROM dbo.SoldeHistorique h
                         JOIN dbo.Compte c ON c.codeCompte = h.codeCompte
                         WHERE c.codeClient = :AlerteLCBFT.codeClient
                             AND h.dateSolde >= :DateDebutHistLCBFT
                             AND h.dateSolde < :DateComptableNum
                         GROUP BY h.dateSolde) x
               end-exec
               if NbPhotosClient = 0
                       or montant of AlerteLCBFT >
                           NiveauHistoriqueClient * FacteurAtypique
                   move "H" to critere of AlerteLCBFT
                   move 0 to codeCompte of AlerteLCBFT
                   move DateComptableNum to dateMouvement of AlerteLCBFT
                   if NbPhotosClient = 0
                       move "FLUX SANS HISTORIQUE DE SOLDES" to libelle of AlerteLCBFT
                   else
                       move "FLUX HORS DE PROPORTION AVEC L'HISTORIQUE" to libelle of AlerteLCBFT
                   end-if
                   move space to sens of AlerteLCBFT
                   move NiveauHistoriqueClient to montantReference of AlerteLCBFT
                   perform LCBFT-Lever
               end-if
           end-if.

      * Alerte N, sauf si la meme operation a deja leve ce critere
      * (relance de l'etape sur la meme journee).
       LCBFT-Lever.
           move 0 to NbAlertesExistantes.
           exec sql
               SELECT COUNT(*) INTO :NbAlertesExistantes
               FROM dbo.AlerteLCBFT
               WHERE critere = :AlerteLCBFT.critere
                   AND codeClient = :AlerteLCBFT.codeClient
                   AND codeCompte = :AlerteLCBFT.codeCompte
                   AND dateMouvement = :AlerteLCBFT.dateMouvement
                   AND libelle = :AlerteLCBFT.libelle
                   AND montant = :AlerteLCBFT.montant
           end-exec.
           if NbAlertesExistantes = 0
               exec sql
                   INSERT INTO dbo.AlerteLCBFT
                       (dateDetection
                       ,critere
                       ,codeClient
                       ,codeCompte
                       ,dateMouvement
                       ,libelle
                       ,montant
                       ,sens
                       ,montantReference
                       ,nbOperations
                       ,statutAlerte
                       ,analyste
                       ,dateDecision
                       ,commentaire)
                   VALUES
                       (:DateComptableNum
                       ,:AlerteLCBFT.critere
                       ,:AlerteLCBFT.codeClient
                       ,:AlerteLCBFT.codeCompte
                       ,:AlerteLCBFT.dateMouvement
                       ,:AlerteLCBFT.libelle
                       ,:AlerteLCBFT.montant
                       ,:AlerteLCBFT.sens
                       ,:AlerteLCBFT.montantReference
                       ,:AlerteLCBFT.nbOperations
                       ,'N'
                       ,''
                       ,0
                       ,'')
               end-exec
               add 1 to NbAlertesCreees
           end-if.

      * Ecran analyste : file des alertes a analyser, puis classement
      * d'une alerte avec commentaire obligatoire.
       LCBFT-Analyser.
           move 0 to finLCBFT.
           move 4 to noLigneLCBFT.
           display "Alerte    Date     C Compte              Montant Libelle" line 3 col 1.
           exec sql
               DECLARE curLCBFTFile CURSOR FOR
                   SELECT noAlerte, dateMouvement, critere, codeCompte,
                          montant, libelle
                   FROM dbo.AlerteLCBFT
                   WHERE statutAlerte = 'N'
                   ORDER BY noAlerte
           end-exec.
           exec sql
               OPEN curLCBFTFile
           end-exec.
           perform LCBFT-AnalyserLigne until finLCBFT = 1.
           exec sql
               CLOSE curLCBFTFile
           end-exec.
           move 0 to NoAlerteSaisi.
           display "No d'alerte a classer (0 = retour) : " line 22 col 1.
           accept NoAlerteSaisi line 22 col 39 size 9.
           if NoAlerteSaisi > 0
               perform LCBFT-Classer
           end-if.

       LCBFT-AnalyserLigne.
           exec sql
               FETCH curLCBFTFile into
                   :AlerteLCBFT.noAlerte
                   ,:AlerteLCBFT.dateMouvement
                   ,:AlerteLCBFT.critere
                   ,:AlerteLCBFT.codeCompte
                   ,:AlerteLCBFT.montant
                   ,:AlerteLCBFT.libelle
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finLCBFT
           else
               add 1 to noLigneLCBFT
               move montant of AlerteLCBFT to StrMontantLCBFT
               display noAlerte of AlerteLCBFT line noLigneLCBFT col 1
               display dateMouvement of AlerteLCBFT line noLigneLCBFT col 11
               display critere of AlerteLCBFT line noLigneLCBFT col 20
               display codeCompte of AlerteLCBFT line noLigneLCBFT col 22
               display StrMontantLCBFT line noLigneLCBFT col 35
               display libelle of AlerteLCBFT(1:32) line noLigneLCBFT col 49
               if noLigneLCBFT > 20
                   move 1 to finLCBFT
                   display "Liste tronquee, voir dbo.AlerteLCBFT" line 24 col 1
               end-if
           end-if.

       LCBFT-Classer.
           move 0 to NbAlertesExistantes.
           exec sql
               SELECT COUNT(*) INTO :NbAlertesExistantes
               FROM dbo.AlerteLCBFT
               WHERE noAlerte = :NoAlerteSaisi
                   AND statutAlerte = 'N'
           end-exec.
           if NbAlertesExistantes = 0
               display "Alerte inconnue ou deja classee" line 24 col 1
           else
               move space to ChoixDecisionLCBFT
               display "[S]ans suite / [D]eclaration de soupcon : " line 23 col 1
               accept ChoixDecisionLCBFT line 23 col 44
               if ChoixDecisionLCBFT = "s" move "S" to ChoixDecisionLCBFT end-if
               if ChoixDecisionLCBFT = "d" move "D" to ChoixDecisionLCBFT end-if
               move spaces to CommentaireLCBFT
               display "Commentaire : " line 24 col 1
               accept CommentaireLCBFT line 24 col 15 size 65
               evaluate true
                   when ChoixDecisionLCBFT <> "S" and ChoixDecisionLCBFT <> "D"
                       display "Decision invalide, alerte non classee                          " line 24 col 1
                   when CommentaireLCBFT = spaces
                       display "Commentaire obligatoire, alerte non classee                    " line 24 col 1
                   when other
                       perform LCBFT-Decider
                       display "Alerte classee                                                 " line 24 col 1
               end-evaluate
           end-if.

      * Statut C (sans suite) ou D (declaration), et trace de la
      * decision dans dbo.DecisionAlerteLCBFT.
       LCBFT-Decider.
           if ChoixDecisionLCBFT = "S"
               move "C" to statutAlerte of AlerteLCBFT
           else
               move "D" to statutAlerte of AlerteLCBFT
           end-if.
           move CommentaireLCBFT to commentaire of AlerteLCBFT.
           exec sql
               UPDATE dbo.AlerteLCBFT SET
                   statutAlerte = :AlerteLCBFT.statutAlerte
                   ,analyste = :OperateurCode
                   ,dateDecision = :DateComptableNum
                   ,commentaire = :AlerteLCBFT.commentaire
               WHERE noAlerte = :NoAlerteSaisi
           end-exec.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.DecisionAlerteLCBFT
                   (noAlerte
                   ,decision
                   ,commentaire
                   ,analyste
                   ,dateDecision
                   ,heureDecision)
               VALUES
                   (:NoAlerteSaisi
                   ,:AlerteLCBFT.statutAlerte
                   ,:AlerteLCBFT.commentaire
                   ,:OperateurCode
                   ,:DateComptableNum
                   ,:AuditHeure)
           end-exec.

      * Etat mensuel : decompte par critere et par statut puis detail
      * des alertes levees dans le mois (AAAAMM, defaut : mois de la
      * journee comptable).
       LCBFT-EtatMensuel.
           move 0 to MoisEtatLCBFT.
           display "Mois (AAAAMM, vide = mois en cours) : " line 2 col 1.
           accept MoisEtatLCBFT line 2 col 40 size 6.
           if MoisEtatLCBFT = 0
               move DateComptableNum(1:6) to MoisEtatLCBFT
           end-if.
           compute DebutMoisLCBFT = MoisEtatLCBFT * 100 + 1.
           compute FinMoisLCBFT = MoisEtatLCBFT * 100 + 31.
           move 0 to NbEtatLCBFT.
           move 0 to NbEtatCritereS.
           move 0 to NbEtatCritereF.
           move 0 to NbEtatCritereH.
           move 0 to NbEtatEnCours.
           move 0 to NbEtatSansSuite.
           move 0 to NbEtatDeclarees.
           exec sql
               SELECT COUNT(*),
                      ISNULL(SUM(CASE WHEN critere = 'S' THEN 1 ELSE 0 END), 0),
                      ISNULL(SUM(CASE WHEN critere = 'F' THEN 1 ELSE 0 END), 0),
                      ISNULL(SUM(CASE WHEN critere = 'H' THEN 1 ELSE 0 END), 0),
                      ISNULL(SUM(CASE WHEN statutAlerte = 'N' THEN 1 ELSE 0 END), 0),
                      ISNULL(SUM(CASE WHEN statutAlerte = 'C' THEN 1 ELSE 0 END), 0),
                      ISNULL(SUM(CASE WHEN statutAlerte = 'D' THEN 1 ELSE 0 END), 0)
                   INTO :NbEtatLCBFT, :NbEtatCritereS, :NbEtatCritereF,
                        :NbEtatCritereH, :NbEtatEnCours, :NbEtatSansSuite,
                        :NbEtatDeclarees
               FROM dbo.AlerteLCBFT
               WHERE dateDetection BETWEEN :DebutMoisLCBFT AND :FinMoisLCBFT
           end-exec.
           open output FichierEtatLCBFT.
           move spaces to LigneLCBFT.
           string
               "ETAT MENSUEL DES ALERTES LCB-FT - MOIS " delimited by size
               MoisEtatLCBFT delimited by size
               into LigneLCBFT
           end-string.
           write EnrFichierEtatLCBFT from LigneLCBFT.
           move spaces to LigneLCBFT.
           write EnrFichierEtatLCBFT from LigneLCBFT.
           move spaces to LigneLCBFT.
           string
               "Alertes : " delimited by size
               NbEtatLCBFT delimited by size
               "  seuil : " delimited by size
               NbEtatCritereS delimited by size
               "  fractionnement : " delimited by size
               NbEtatCritereF delimited by size
               "  historique : " delimited by size
               NbEtatCritereH delimited by size
               into LigneLCBFT
           end-string.
           write EnrFichierEtatLCBFT from LigneLCBFT.
           move spaces to LigneLCBFT.
           string
               "A analyser : " delimited by size
               NbEtatEnCours delimited by size
               "  sans suite : " delimited by size
               NbEtatSansSuite delimited by size
               "  declarations de soupcon : " delimited by size
               NbEtatDeclarees delimited by size
               into LigneLCBFT
           end-string.
           write EnrFichierEtatLCBFT from LigneLCBFT.
           move spaces to LigneLCBFT.
           write EnrFichierEtatLCBFT from LigneLCBFT.
           move "Alerte | Detection | Critere | Client | Compte | Montant | Libelle | Statut | Analyste | Decision | Commentaire" to LigneLCBFT.
           write EnrFichierEtatLCBFT from LigneLCBFT.
           move 0 to finLCBFT.
           exec sql
               DECLARE curLCBFTMois CURSOR FOR
                   SELECT noAlerte, dateDetection, critere, codeClient,
                          codeCompte, montant, libelle, statutAlerte,
                          analyste, dateDecision, commentaire
                   FROM dbo.AlerteLCBFT
                   WHERE dateDetection BETWEEN :DebutMoisLCBFT AND :FinMoisLCBFT
                   ORDER BY noAlerte
           end-exec.
           exec sql
               OPEN curLCBFTMois
           end-exec.
           perform LCBFT-EtatMensuelLigne until finLCBFT = 1.
           exec sql
               CLOSE curLCBFTMois
           end-exec.
           close FichierEtatLCBFT.
           display "Etat mensuel des alertes genere, alertes : " line 24 col 1.
           display NbEtatLCBFT line 24 col 44.

       LCBFT-EtatMensuelLigne.
           exec sql
               FETCH curLCBFTMois into
                   :AlerteLCBFT.noAlerte
                   ,:AlerteLCBFT.dateDetection
                   ,:AlerteLCBFT.critere
                   ,:AlerteLCBFT.codeClient
                   ,:AlerteLCBFT.codeCompte
                   ,:AlerteLCBFT.montant
                   ,:AlerteLCBFT.libelle
                   ,:AlerteLCBFT.statutAlerte
                   ,:AlerteLCBFT.analyste
                   ,:AlerteLCBFT.dateDecision
                   ,:AlerteLCBFT.commentaire
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finLCBFT
           else
               move montant of AlerteLCBFT to StrMontantLCBFT
               move spaces to LigneLCBFT
               string
                   noAlerte of AlerteLCBFT delimited by size
                   " | " delimited by size
                   dateDetection of AlerteLCBFT delimited by size
                   " | " delimited by size
                   critere of AlerteLCBFT delimited by size
                   " | " delimited by size
                   codeClient of AlerteLCBFT delimited by "  "
                   " | " delimited by size
                   codeCompte of AlerteLCBFT delimited by size
                   " | " delimited by size
                   StrMontantLCBFT delimited by size
                   " | " delimited by size
                   libelle of AlerteLCBFT delimited by "  "
                   " | " delimited by size
                   statutAlerte of AlerteLCBFT delimited by size
                   " | " delimited by size
                   analyste of AlerteLCBFT delimited by "  "
                   " | " delimited by size
                   dateDecision of AlerteLCBFT delimited by size
                   " | " delimited by size
                   commentaire of AlerteLCBFT delimited by "  "
                   into LigneLCBFT
               end-string
               write EnrFichierEtatLCBFT from LigneLCBFT
           end-if.

      **********************************
      * Gel des avoirs (traitements 18)
      **********************************
      * Criblage des noms contre la liste nationale / europeenne des
      * personnes dont les avoirs sont geles. Le rapprochement tolere
      * les ecarts d'orthographe : noms compares sans blancs, tirets ni
      * apostrophes, puis par leur code phonetique (SOUNDEX) ; pour un
      * beneficiaire, dont le nom est saisi d'un seul tenant, il suffit
      * que le nom (et le prenom s'il est publie) de la liste y figure.
      * Un rapprochement deja en file pour la meme personne et la meme
      * reference n'est jamais recree : un homonyme leve ne revient pas
      * a chaque passage. Une personne retiree de la liste ne bloque
      * plus rien (jointure sur dbo.ListeGel).
       VerificationGel.
           move space to ChoixGel.
           perform VerificationGel-Trt until ChoixGel = "Q".

       VerificationGel-Trt.
           display "[C]harger liste [P]asser base [A]nalyser [V]irements bloques [Q]uitter : " line 1 col 1.
           accept ChoixGel line 1 col 74.
           if ChoixGel = "c" move "C" to ChoixGel end-if.
           if ChoixGel = "p" move "P" to ChoixGel end-if.
           if ChoixGel = "a" move "A" to ChoixGel end-if.
           if ChoixGel = "v" move "V" to ChoixGel end-if.
           if ChoixGel = "q" move "Q" to ChoixGel end-if.
           evaluate ChoixGel
               when "C"
                   perform Gel-Charger
                   if NbEntreesListeGel = 0
                       display "Liste de gel non chargee (fichier absent ou vide), status " line 24 col 1
                       display ListeGel-Status line 24 col 60
                   else
                       display "Entrees chargees : " line 22 col 1
                       display NbEntreesListeGel line 22 col 20
                       display "Lignes rejetees : " line 22 col 30
                       display NbLignesRejeteesGel line 22 col 48
                       display "Nouvelles correspondances : " line 24 col 1
                       display NbCorrespondancesGel line 24 col 29
                   end-if
               when "P"
                   perform Gel-PassageComplet
                   display "Nouvelles correspondances : " line 24 col 1
                   display NbCorrespondancesGel line 24 col 29
               when "A" perform Gel-Analyser
               when "V" perform Gel-ListerVirements
           end-evaluate.

      * Chargement de la liste : l'ancienne n'est effacee qu'a la
      * premiere entree lisible, un fichier vide ou illisible laisse
      * donc la liste precedente en place. Le passage complet suit
      * chaque chargement.
       Gel-Charger.
           move 0 to finListeGel.
           move 0 to ListeGelVidee.
           move 0 to NbEntreesListeGel.
           move 0 to NbLignesRejeteesGel.
           move 0 to NbCorrespondancesGel.
           open input FichierListeGel.
           if ListeGel-Status <> 0
               move 1 to finListeGel
           else
               read FichierListeGel
                   at end move 1 to finListeGel
               end-read
               perform Gel-ChargerLigne until finListeGel = 1
               close FichierListeGel
               if NbEntreesListeGel > 0
                   perform Gel-PassageComplet
               end-if
           end-if.

       Gel-ChargerLigne.
           read FichierListeGel
               at end move 1 to finListeGel
               not at end perform Gel-InsererEntree
           end-read.

       Gel-InsererEntree.
           move spaces to EntreeGel.
           move 0 to CountChampsGel.
           unstring EnrFichierListeGel delimited by ";"
               into
               referenceGel of EntreeGel
               nom of EntreeGel
               prenom of EntreeGel
               sourceListe of EntreeGel
               tallying in CountChampsGel
           end-unstring.
           if CountChampsGel < 2
                   or referenceGel of EntreeGel = spaces
                   or nom of EntreeGel = spaces
               add 1 to NbLignesRejeteesGel
           else
               if ListeGelVidee = 0
                   exec sql
                       DELETE FROM dbo.ListeGel
                   end-exec
                   move 1 to ListeGelVidee
               end-if
               exec sql
                   INSERT INTO dbo.ListeGel
                       (referenceGel
                       ,nom
                       ,prenom
                       ,sourceListe
                       ,nomNormalise
                       ,prenomNormalise
                       ,dateChargement)
                   VALUES
                       (RTRIM(:EntreeGel.referenceGel)
                       ,RTRIM(:EntreeGel.nom)
                       ,RTRIM(:EntreeGel.prenom)
                       ,RTRIM(:EntreeGel.sourceListe)
                       ,REPLACE(REPLACE(REPLACE(UPPER(RTRIM(:EntreeGel.nom)),' ',''),'-',''),CHAR(39),'')
                       ,REPLACE(REPLACE(REPLACE(UPPER(RTRIM(:EntreeGel.prenom)),' ',''),'-',''),CHAR(39),'')
                       ,:DateComptableNum)
               end-exec
      *        Reference en double dans le fichier : la premiere est
      *        gardee, la suivante comptee en rejet.
               if SQLCODE <> 0
                   add 1 to NbLignesRejeteesGel
               else
                   add 1 to NbEntreesListeGel
               end-if
           end-if.

      * Passage complet : clients puis beneficiaires du repertoire,
      * memes regles de rapprochement que Gel-ControlerPersonne.
       Gel-PassageComplet.
           move 0 to NbCorrespondancesAvant.
           move 0 to NbCorrespondancesApres.
           exec sql
               SELECT COUNT(*) INTO :NbCorrespondancesAvant
               FROM dbo.CorrespondanceGel
           end-exec.
           exec sql
               INSERT INTO dbo.CorrespondanceGel
                   (typePersonne
                   ,codePersonne
                   ,nomPersonne
                   ,prenomPersonne
                   ,referenceGel
                   ,nomGel
                   ,prenomGel
                   ,dateDetection
                   ,statutCorrespondance)
               SELECT 'C', c.codeClient, RTRIM(c.nom),
                      RTRIM(ISNULL(c.prenom,'')), g.referenceGel,
                      g.nom, g.prenom, :DateComptableNum, 'E'
               FROM dbo.Client c
               CROSS APPLY (SELECT
                   REPLACE(REPLACE(REPLACE(UPPER(RTRIM(c.nom)),' ',''),'-',''),CHAR(39),'') AS nomNormalise,
                   REPLACE(REPLACE(REPLACE(UPPER(RTRIM(ISNULL(c.prenom,''))),' ',''),'-',''),CHAR(39),'') AS prenomNormalise) n
               JOIN dbo.ListeGel g
                   ON n.nomNormalise <> ''
                   AND (g.nomNormalise = n.nomNormalise
                       OR SOUNDEX(g.nomNormalise) = SOUNDEX(n.nomNormalise))
                   AND (g.prenomNormalise = ''
                       OR g.prenomNormalise = n.prenomNormalise
                       OR SOUNDEX(g.prenomNormalise) = SOUNDEX(n.prenomNormalise))
               WHERE NOT EXISTS
                   (SELECT 1 FROM dbo.CorrespondanceGel x
                    WHERE x.typePersonne = 'C'
                        AND x.codePersonne = c.codeClient
                        AND x.nomPersonne = RTRIM(c.nom)
                        AND x.prenomPersonne = RTRIM(ISNULL(c.prenom,''))
                        AND x.referenceGel = g.referenceGel)
           end-exec.
           exec sql
               INSERT INTO dbo.CorrespondanceGel
                   (typePersonne
                   ,codePersonne
                   ,nomPersonne
                   ,prenomPersonne
                   ,referenceGel
                   ,nomGel
                   ,prenomGel
                   ,dateDetection
                   ,statutCorrespondance)
               SELECT 'B', RIGHT('00000' + CAST(b.codeBeneficiaire AS VARCHAR(5)), 5),
                      RTRIM(b.nom), '', g.referenceGel,
                      g.nom, g.prenom, :DateComptableNum, 'E'
               FROM dbo.Beneficiaire b
               CROSS APPLY (SELECT
                   REPLACE(REPLACE(REPLACE(UPPER(RTRIM(b.nom)),' ',''),'-',''),CHAR(39),'') AS nomNormalise) n
               JOIN dbo.ListeGel g
                   ON n.nomNormalise <> ''
                   AND ((n.nomNormalise LIKE '%' + g.nomNormalise + '%'
                           AND (g.prenomNormalise = ''
                               OR n.nomNormalise LIKE '%' + g.prenomNormalise + '%'))
                       OR SOUNDEX(n.nomNormalise) = SOUNDEX(g.prenomNormalise + g.nomNormalise)
                       OR SOUNDEX(n.nomNormalise) = SOUNDEX(g.nomNormalise + g.prenomNormalise))
               WHERE NOT EXISTS
                   (SELECT 1 FROM dbo.CorrespondanceGel x
                    WHERE x.typePersonne = 'B'
                        AND x.codePersonne = RIGHT('00000' + CAST(b.codeBeneficiaire AS VARCHAR(5)), 5)
                        AND x.nomPersonne = RTRIM(b.nom)
                        AND x.referenceGel = g.referenceGel)
           end-exec.
           exec sql
               SELECT COUNT(*) INTO :NbCorrespondancesApres
               FROM dbo.CorrespondanceGel
           end-exec.
           compute NbCorrespondancesGel =
               NbCorrespondancesApres - NbCorrespondancesAvant.

      * Controle d'une personne a l'unite (creation client, repertoire
      * des beneficiaires, remise de virements) : les rapprochements
      * nouveaux sont mis en file, NbCorrespondancesActives rend ceux
      * qui bloquent encore (en attente ou confirmes).
       Gel-ControlerPersonne.
           exec sql
               SELECT REPLACE(REPLACE(REPLACE(UPPER(RTRIM(:PersonneGel.nomPersonne)),' ',''),'-',''),CHAR(39),''),
                      REPLACE(REPLACE(REPLACE(UPPER(RTRIM(:PersonneGel.prenomPersonne)),' ',''),'-',''),CHAR(39),'')
               INTO :PersonneGel.nomNormalise
                   ,:PersonneGel.prenomNormalise
           end-exec.
           if nomNormalise of PersonneGel <> spaces
               exec sql
                   INSERT INTO dbo.CorrespondanceGel
                       (typePersonne
                       ,codePersonne
                       ,nomPersonne
                       ,prenomPersonne
                       ,referenceGel
                       ,nomGel
                       ,prenomGel
                       ,dateDetection
                       ,statutCorrespondance)
                   SELECT :PersonneGel.typePersonne
                          ,:PersonneGel.codePersonne
                          ,RTRIM(:PersonneGel.nomPersonne)
                          ,RTRIM(:PersonneGel.prenomPersonne)
                          ,g.referenceGel, g.nom, g.prenom
                          ,:DateComptableNum, 'E'
                   FROM dbo.ListeGel g
                   WHERE ((:PersonneGel.typePersonne IN ('C','N')
                           AND (g.nomNormalise = RTRIM(:PersonneGel.nomNormalise)
                               OR SOUNDEX(g.nomNormalise) = SOUNDEX(RTRIM(:PersonneGel.nomNormalise)))
                           AND (g.prenomNormalise = ''
                               OR g.prenomNormalise = RTRIM(:PersonneGel.prenomNormalise)
                               OR SOUNDEX(g.prenomNormalise) = SOUNDEX(RTRIM(:PersonneGel.prenomNormalise))))
                       OR (:PersonneGel.typePersonne IN ('B','V')
                           AND ((RTRIM(:PersonneGel.nomNormalise) LIKE '%' + g.nomNormalise + '%'
                                   AND (g.prenomNormalise = ''
                                       OR RTRIM(:PersonneGel.nomNormalise) LIKE '%' + g.prenomNormalise + '%'))
                               OR SOUNDEX(RTRIM(:PersonneGel.nomNormalise)) = SOUNDEX(g.prenomNormalise + g.nomNormalise)
                               OR SOUNDEX(RTRIM(:PersonneGel.nomNormalise)) = SOUNDEX(g.nomNormalise + g.prenomNormalise))))
                       AND NOT EXISTS
                           (SELECT 1 FROM dbo.CorrespondanceGel x
                            WHERE x.typePersonne = :PersonneGel.typePersonne
                                AND x.codePersonne = :PersonneGel.codePersonne
                                AND x.nomPersonne = RTRIM(:PersonneGel.nomPersonne)
                                AND x.prenomPersonne = RTRIM(:PersonneGel.prenomPersonne)
                                AND x.referenceGel = g.referenceGel)
               end-exec
           end-if.
           perform Gel-CompterActives.

       Gel-CompterActives.
           move 0 to NbCorrespondancesActives.
           exec sql
               SELECT COUNT(*) INTO :NbCorrespondancesActives
               FROM dbo.CorrespondanceGel x
               JOIN dbo.ListeGel g ON g.referenceGel = x.referenceGel
               WHERE x.typePersonne = :PersonneGel.typePersonne
                   AND x.codePersonne = :PersonneGel.codePersonne
                   AND x.nomPersonne = RTRIM(:PersonneGel.nomPersonne)
                   AND x.prenomPersonne = RTRIM(:PersonneGel.prenomPersonne)
                   AND x.statutCorrespondance IN ('E','C')
           end-exec.

      * File des correspondances en attente de decision.
       Gel-Analyser.
           move 0 to finGel.
           move 4 to noLigneGel.
           display "Corresp.  T Personne                 Reference    Nom sur la liste" line 3 col 1.
           exec sql
               DECLARE curGelFile CURSOR FOR
                   SELECT noCorrespondance, typePersonne,
                          RTRIM(nomPersonne) + ' ' + RTRIM(prenomPersonne),
                          referenceGel,
                          RTRIM(nomGel) + ' ' + RTRIM(ISNULL(prenomGel,'')),
                          dateDetection
                   FROM dbo.CorrespondanceGel
                   WHERE statutCorrespondance = 'E'
                   ORDER BY noCorrespondance
           end-exec.
           exec sql
               OPEN curGelFile
           end-exec.
           perform Gel-AnalyserLigne until finGel = 1.
           exec sql
               CLOSE curGelFile
           end-exec.
           move 0 to NoCorrespondanceSaisi.
           display "No de correspondance a decider (0 = retour) : " line 22 col 1.
           accept NoCorrespondanceSaisi line 22 col 48 size 9.
           if NoCorrespondanceSaisi > 0
               perform Gel-Decider
           end-if.

       Gel-AnalyserLigne.
           exec sql
               FETCH curGelFile into
                   :CorrespondanceGel.noCorrespondance
                   ,:CorrespondanceGel.typePersonne
                   ,:CorrespondanceGel.nomPersonne
                   ,:CorrespondanceGel.referenceGel
                   ,:CorrespondanceGel.nomGel
                   ,:CorrespondanceGel.dateDetection
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finGel
           else
               add 1 to noLigneGel
               display noCorrespondance of CorrespondanceGel line noLigneGel col 1
               display typePersonne of CorrespondanceGel line noLigneGel col 11
               display nomPersonne of CorrespondanceGel(1:24) line noLigneGel col 13
               display referenceGel of CorrespondanceGel(1:12) line noLigneGel col 38
               display nomGel of CorrespondanceGel(1:29) line noLigneGel col 51
               if noLigneGel > 20
                   move 1 to finGel
                   display "Liste tronquee, voir dbo.CorrespondanceGel" line 24 col 1
               end-if
           end-if.

      * Levee (homonyme : les virements retenus repartent a la
      * prochaine ouverture) ou confirmation du gel (ils restent
      * retenus) ; commentaire obligatoire, analyste et date gardes sur
      * la correspondance.
       Gel-Decider.
           move 0 to NbControleGel.
           exec sql
               SELECT COUNT(*) INTO :NbControleGel
               FROM dbo.CorrespondanceGel
               WHERE noCorrespondance = :NoCorrespondanceSaisi
                   AND statutCorrespondance = 'E'
           end-exec.
           if NbControleGel = 0
               display "Correspondance inconnue ou deja decidee" line 24 col 1
           else
               move space to ChoixDecisionGel
               display "[L]ever (homonyme) / [C]onfirmer le gel : " line 23 col 1
               accept ChoixDecisionGel line 23 col 44
               if ChoixDecisionGel = "l" move "L" to ChoixDecisionGel end-if
               if ChoixDecisionGel = "c" move "C" to ChoixDecisionGel end-if
               move spaces to CommentaireGel
               display "Commentaire : " line 24 col 1
               accept CommentaireGel line 24 col 15 size 65
               evaluate true
                   when ChoixDecisionGel <> "L" and ChoixDecisionGel <> "C"
                       display "Decision invalide, correspondance non decidee                  " line 24 col 1
                   when CommentaireGel = spaces
                       display "Commentaire obligatoire, correspondance non decidee            " line 24 col 1
                   when other
                       move ChoixDecisionGel to statutCorrespondance of CorrespondanceGel
                       move CommentaireGel to commentaire of CorrespondanceGel
                       exec sql
                           UPDATE dbo.CorrespondanceGel SET
                               statutCorrespondance = :CorrespondanceGel.statutCorrespondance
                               ,analyste = :OperateurCode
                               ,dateDecision = :DateComptableNum
                               ,commentaire = :CorrespondanceGel.commentaire
                           WHERE noCorrespondance = :NoCorrespondanceSaisi
                       end-exec
                       display "Correspondance decidee                                         " line 24 col 1
               end-evaluate
           end-if.

       Gel-ListerVirements.
           move 0 to finGel.
           move 4 to noLigneGel.
           display "Virement  Bloque le IBAN                         Montant Beneficiaire" line 3 col 1.
           exec sql
               DECLARE curGelVirements CURSOR FOR
                   SELECT noVirementGel, dateBlocage, iban, montant, nom
                   FROM dbo.VirementGel
                   WHERE statutVirement = 'B'
                   ORDER BY noVirementGel
           end-exec.
           exec sql
               OPEN curGelVirements
           end-exec.
           perform Gel-ListerVirementLigne until finGel = 1.
           exec sql
               CLOSE curGelVirements
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Gel-ListerVirementLigne.
           exec sql
               FETCH curGelVirements into
                   :VirementGelLu.noVirementGel
                   ,:VirementGelLu.dateBlocage
                   ,:VirementGelLu.iban
                   ,:VirementGelLu.montant
                   ,:VirementGelLu.nom
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finGel
           else
               add 1 to noLigneGel
               move montant of VirementGelLu to StrMontantGel
               display noVirementGel of VirementGelLu line noLigneGel col 1
               display dateBlocage of VirementGelLu line noLigneGel col 11
               display iban of VirementGelLu(1:27) line noLigneGel col 20
               display StrMontantGel line noLigneGel col 46
               display nom of VirementGelLu(1:20) line noLigneGel col 61
               if noLigneGel > 20
                   move 1 to finGel
                   display "Liste tronquee, voir dbo.VirementGel" line 24 col 1
               end-if
           end-if.

      * Virement de la remise retenu au titre du gel : il part dans
      * dbo.VirementGel avec tout ce qu'il faut pour le remettre tel
      * quel (le debit d'un virement permanent reste passe, les fonds
      * restent donc geles sur notre compte).
       Gel-BloquerVirement.
           perform GenerationSEPA-Reference.
           move VirTypeGel(IndexVirement) to typePersonne of VirementGelLu.
           move VirCodeGel(IndexVirement) to codePersonne of VirementGelLu.
           move VirNomGel(IndexVirement) to nomPersonne of VirementGelLu.
           move spaces to prenomPersonne of VirementGelLu.
           move VirIBAN(IndexVirement) to iban of VirementGelLu.
           move VirNom(IndexVirement) to nom of VirementGelLu.
           move VirMontant(IndexVirement) to montant of VirementGelLu.
           move VirMotif(IndexVirement) to motif of VirementGelLu.
           move VirDevise(IndexVirement) to codeDevise of VirementGelLu.
           move VirOrigine(IndexVirement) to origine of VirementGelLu.
           move VirBIC(IndexVirement) to bic of VirementGelLu.
           move VirCodeCompte(IndexVirement) to codeCompte of VirementGelLu.
           move ReferenceSEPA to referenceInitiale of VirementGelLu.
           exec sql
               INSERT INTO dbo.VirementGel
                   (typePersonne
                   ,codePersonne
                   ,nomPersonne
                   ,prenomPersonne
                   ,iban
                   ,nom
                   ,montant
                   ,motif
                   ,codeDevise
                   ,origine
                   ,bic
                   ,codeCompte
                   ,referenceInitiale
                   ,dateBlocage
                   ,statutVirement)
               VALUES
                   (:VirementGelLu.typePersonne
                   ,:VirementGelLu.codePersonne
                   ,RTRIM(:VirementGelLu.nomPersonne)
                   ,RTRIM(:VirementGelLu.prenomPersonne)
                   ,RTRIM(:VirementGelLu.iban)
                   ,RTRIM(:VirementGelLu.nom)
                   ,:VirementGelLu.montant
                   ,RTRIM(:VirementGelLu.motif)
                   ,:VirementGelLu.codeDevise
                   ,:VirementGelLu.origine
                   ,RTRIM(:VirementGelLu.bic)
                   ,:VirementGelLu.codeCompte
                   ,RTRIM(:VirementGelLu.referenceInitiale)
                   ,:DateComptableNum
                   ,'B')
           end-exec.

      * A l'ouverture de journee : les virements retenus dont plus
      * aucune correspondance ne bloque (levees, ou personne retiree
      * de la liste) reprennent place dans la remise du matin, sous
      * une nouvelle reference ; s'il n'y a plus de place ils
      * attendent l'ouverture suivante.
       Gel-Reemettre.
           move 0 to finGel.
           move 0 to NbVirementsReemisGel.
           exec sql
               DECLARE curVirementGel CURSOR FOR
                   SELECT noVirementGel, typePersonne, codePersonne,
                          nomPersonne, prenomPersonne, iban, nom,
                          montant, motif, codeDevise, origine,
                          ISNULL(bic,''), codeCompte
                   FROM dbo.VirementGel
                   WHERE statutVirement = 'B'
                   ORDER BY noVirementGel
           end-exec.
           exec sql
               OPEN curVirementGel
           end-exec.
           perform Gel-ReemettreLigne until finGel = 1.
           exec sql
               CLOSE curVirementGel
           end-exec.

       Gel-ReemettreLigne.
           exec sql
               FETCH curVirementGel into
                   :VirementGelLu.noVirementGel
                   ,:VirementGelLu.typePersonne
                   ,:VirementGelLu.codePersonne
                   ,:VirementGelLu.nomPersonne
                   ,:VirementGelLu.prenomPersonne
                   ,:VirementGelLu.iban
                   ,:VirementGelLu.nom
                   ,:VirementGelLu.montant
                   ,:VirementGelLu.motif
                   ,:VirementGelLu.codeDevise
                   ,:VirementGelLu.origine
                   ,:VirementGelLu.bic
                   ,:VirementGelLu.codeCompte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finGel
           else
               move typePersonne of VirementGelLu to typePersonne of PersonneGel
               move codePersonne of VirementGelLu to codePersonne of PersonneGel
               move nomPersonne of VirementGelLu to nomPersonne of PersonneGel
               move prenomPersonne of VirementGelLu to prenomPersonne of PersonneGel
               perform Gel-CompterActives
               if NbCorrespondancesActives = 0
                   if NbVirementSEPA >= VirementsSEPA-Max
                       move 1 to finGel
                   else
                       perform Gel-ReemettreVirement
                   end-if
               end-if
           end-if.

       Gel-ReemettreVirement.
           add 1 to NbVirementSEPA.
           move NbVirementSEPA to IndexVirement.
           move iban of VirementGelLu to VirIBAN(IndexVirement).
           move nom of VirementGelLu to VirNom(IndexVirement).
           move montant of VirementGelLu to VirMontant(IndexVirement).
           move motif of VirementGelLu to VirMotif(IndexVirement).
           move codeDevise of VirementGelLu to VirDevise(IndexVirement).
           move origine of VirementGelLu to VirOrigine(IndexVirement).
           move bic of VirementGelLu to VirBIC(IndexVirement).
           move codeCompte of VirementGelLu to VirCodeCompte(IndexVirement).
           add montant of VirementGelLu to TotalVirementSEPA.
           exec sql
               UPDATE dbo.VirementGel SET
                   statutVirement = 'R'
                   ,dateReemission = :DateComptableNum
               WHERE noVirementGel = :VirementGelLu.noVirementGel
           end-exec.
           add 1 to NbVirementsReemisGel.

      **********************************
      * Dossier KYC (traitements 19)
      **********************************
      * Pieces d'identite et profil de risque du client. Une piece est
      * valide tant que sa date d'expiration n'est pas depassee ; sans
      * piece valide ni le client ni un nouveau compte ne peuvent etre
      * ouverts (MajClient-CreationClient, MajClient-AjoutCompte).
       DossierKYC.
           move space to ChoixKYC.
           perform DossierKYC-Trt until ChoixKYC = "Q".

       DossierKYC-Trt.
           display "[P]iece d'identite [R]isque et revue [E]tat mensuel [Q]uitter : " line 1 col 1.
           accept ChoixKYC line 1 col 64.
           if ChoixKYC = "p" move "P" to ChoixKYC end-if.
           if ChoixKYC = "r" move "R" to ChoixKYC end-if.
           if ChoixKYC = "e" move "E" to ChoixKYC end-if.
           if ChoixKYC = "q" move "Q" to ChoixKYC end-if.
           evaluate ChoixKYC
               when "P" perform KYC-Piece
               when "R" perform KYC-Profil
               when "E" perform KYC-EtatMensuel
           end-evaluate.

      * Nouvelle piece : elle remplace la piece active du meme type.
       KYC-Piece.
           move spaces to NomClient.
           display "Nom du client (ou fragment) : " line 2 col 1.
           accept NomClient line 2 col 32 size 30.
           perform gestionClients-ResoudreClient.
           if CodeClientResolu = spaces
               display "Aucun client ne correspond a ce nom" line 24 col 1
           else
               move CodeClientResolu to codeClient of ClientKYC
               perform KYC-ListerPieces
               move 18 to noLigneKYC
               perform KYC-SaisiePiece
               if PieceValide = 0
                   display "Piece incomplete ou expiree, non enregistree" line 24 col 1
               else
                   perform KYC-EnregistrerPiece
                   display "Piece enregistree" line 24 col 1
               end-if
           end-if.

       KYC-ListerPieces.
           move 0 to finKYC.
           move 4 to noLigneKYC.
           display "T Numero                         Expire le St" line 3 col 1.
           exec sql
               DECLARE curPiecesKYC CURSOR FOR
                   SELECT typePiece, numeroPiece, dateExpiration,
                          statutPiece
                   FROM dbo.PieceIdentite
                   WHERE codeClient = :ClientKYC.codeClient
                   ORDER BY statutPiece, dateExpiration DESC
           end-exec.
           exec sql
               OPEN curPiecesKYC
           end-exec.
           perform KYC-ListerPieceLigne until finKYC = 1.
           exec sql
               CLOSE curPiecesKYC
           end-exec.

       KYC-ListerPieceLigne.
           exec sql
               FETCH curPiecesKYC into
                   :PieceLue.typePiece
                   ,:PieceLue.numeroPiece
                   ,:PieceLue.dateExpiration
                   ,:PieceLue.statutPiece
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finKYC
           else
               add 1 to noLigneKYC
               display typePiece of PieceLue line noLigneKYC col 1
               display numeroPiece of PieceLue line noLigneKYC col 3
               display dateExpiration of PieceLue line noLigneKYC col 34
               display statutPiece of PieceLue line noLigneKYC col 44
               if noLigneKYC > 16
                   move 1 to finKYC
                   display "Liste tronquee, voir dbo.PieceIdentite" line 17 col 1
               end-if
           end-if.

      * Saisie d'une piece a partir de la ligne noLigneKYC (trois
      * lignes) ; PieceValide a 1 si elle est complete et non expiree.
       KYC-SaisiePiece.
           move spaces to SaisiePiece.
           move 0 to dateExpiration of SaisiePiece.
           display "Piece [C]NI [P]asseport [T]itre sejour [K]bis : " line noLigneKYC col 1.
           accept typePiece of SaisiePiece line noLigneKYC col 49.
           if typePiece of SaisiePiece = "c" move "C" to typePiece of SaisiePiece end-if.
           if typePiece of SaisiePiece = "p" move "P" to typePiece of SaisiePiece end-if.
           if typePiece of SaisiePiece = "t" move "T" to typePiece of SaisiePiece end-if.
           if typePiece of SaisiePiece = "k" move "K" to typePiece of SaisiePiece end-if.
           add 1 to noLigneKYC.
           display "Numero de la piece .......... : " line noLigneKYC col 1.
           accept numeroPiece of SaisiePiece line noLigneKYC col 34 size 30.
           add 1 to noLigneKYC.
           display "Date d'expiration (AAAAMMJJ)  : " line noLigneKYC col 1.
           accept dateExpiration of SaisiePiece line noLigneKYC col 34 size 8.
           move 0 to PieceValide.
           if (typePiece of SaisiePiece = "C" or typePiece of SaisiePiece = "P"
                   or typePiece of SaisiePiece = "T" or typePiece of SaisiePiece = "K")
                   and numeroPiece of SaisiePiece <> spaces
                   and dateExpiration of SaisiePiece >= DateComptableNum
               move 1 to PieceValide
           end-if.

       KYC-EnregistrerPiece.
           exec sql
               UPDATE dbo.PieceIdentite SET statutPiece = 'R'
               WHERE codeClient = :ClientKYC.codeClient
                   AND typePiece = :SaisiePiece.typePiece
                   AND statutPiece = 'A'
           end-exec.
           exec sql
               INSERT INTO dbo.PieceIdentite
                   (codeClient
                   ,typePiece
                   ,numeroPiece
                   ,dateExpiration
                   ,dateEnregistrement
                   ,operateur
                   ,statutPiece)
               VALUES
                   (:ClientKYC.codeClient
                   ,:SaisiePiece.typePiece
                   ,:SaisiePiece.numeroPiece
                   ,:SaisiePiece.dateExpiration
                   ,:DateComptableNum
                   ,:OperateurCode
                   ,'A')
           end-exec.

      * Nombre de pieces valides du client codeClient of ClientKYC.
       KYC-ControlerPiece.
           move 0 to NbPiecesValides.
           exec sql
               SELECT COUNT(*) INTO :NbPiecesValides
               FROM dbo.PieceIdentite
               WHERE codeClient = :ClientKYC.codeClient
                   AND statutPiece = 'A'
                   AND dateExpiration >= :DateComptableNum
           end-exec.

      * Profil et revue : la validation de l'ecran vaut revue du jour,
      * la prochaine est recalculee sur le niveau de risque.
       KYC-Profil.
           move spaces to NomClient.
           display "Nom du client (ou fragment) : " line 2 col 1.
           accept NomClient line 2 col 32 size 30.
           perform gestionClients-ResoudreClient.
           if CodeClientResolu = spaces
               display "Aucun client ne correspond a ce nom" line 24 col 1
           else
               move CodeClientResolu to codeClient of ClientKYC
               move 0 to dateNaissance of ProfilKYC
               move spaces to profession of ProfilKYC
               move "M" to niveauRisque of ProfilKYC
               move 0 to dateDerniereRevue of ProfilKYC
               move 0 to dateProchaineRevue of ProfilKYC
               move "N" to clientFragile of ProfilKYC
               exec sql
                   SELECT dateNaissance, ISNULL(profession,''),
                          niveauRisque, dateDerniereRevue,
                          dateProchaineRevue, ISNULL(clientFragile,'N')
                   INTO :ProfilKYC.dateNaissance
                       ,:ProfilKYC.profession
                       ,:ProfilKYC.niveauRisque
                       ,:ProfilKYC.dateDerniereRevue
                       ,:ProfilKYC.dateProchaineRevue
                       ,:ProfilKYC.clientFragile
                   FROM dbo.ProfilKYC
                   WHERE codeClient = :ClientKYC.codeClient
               end-exec
               display "Derniere revue .............. : " line 4 col 1
               display dateDerniereRevue of ProfilKYC line 4 col 34
               display "Prochaine revue ............. : " line 5 col 1
               display dateProchaineRevue of ProfilKYC line 5 col 34
               display "Date de naissance (AAAAMMJJ)  : " line 7 col 1
               display dateNaissance of ProfilKYC line 7 col 34
               accept dateNaissance of ProfilKYC line 7 col 34 size 8
               display "Profession .................. : " line 8 col 1
               display profession of ProfilKYC line 8 col 34
               accept profession of ProfilKYC line 8 col 34 size 40
               display "Risque [F]aible [M]oyen [E]leve : " line 9 col 1
               display niveauRisque of ProfilKYC line 9 col 36
               accept niveauRisque of ProfilKYC line 9 col 36
               if niveauRisque of ProfilKYC = "f" move "F" to niveauRisque of ProfilKYC end-if
               if niveauRisque of ProfilKYC = "m" move "M" to niveauRisque of ProfilKYC end-if
               if niveauRisque of ProfilKYC = "e" move "E" to niveauRisque of ProfilKYC end-if
      *        Client fragile : plafonds reduits des frais d'incidents.
               display "Client fragile [O/N] ........ : " line 10 col 1
               display clientFragile of ProfilKYC line 10 col 34
               accept clientFragile of ProfilKYC line 10 col 34
               if clientFragile of ProfilKYC = "o" move "O" to clientFragile of ProfilKYC end-if
               if clientFragile of ProfilKYC <> "O" move "N" to clientFragile of ProfilKYC end-if
               if niveauRisque of ProfilKYC <> "F" and niveauRisque of ProfilKYC <> "M"
                       and niveauRisque of ProfilKYC <> "E"
                   display "Niveau de risque invalide, profil non enregistre" line 24 col 1
               else
                   move DateComptableNum to dateDerniereRevue of ProfilKYC
                   perform KYC-CalculerRevue
                   perform KYC-EnregistrerProfil
                   display "Revue enregistree, prochaine revue le " line 24 col 1
                   display dateProchaineRevue of ProfilKYC line 24 col 39
               end-if
           end-if.

      * Prochaine revue : 60, 36 ou 12 mois apres la journee comptable
      * selon le risque, ramenee au dernier jour d'un mois plus court.
       KYC-CalculerRevue.
           evaluate niveauRisque of ProfilKYC
               when "F" move 60 to DelaiRevueKYC
               when "E" move 12 to DelaiRevueKYC
               when other move 36 to DelaiRevueKYC
           end-evaluate.
           move DateComptableNum to DateTravailCal.
           compute MoisTotalKYC = AnneeCal * 12 + MoisCal - 1
               + DelaiRevueKYC.
           divide MoisTotalKYC by 12
               giving AnneeCal remainder MoisCal.
           add 1 to MoisCal.
           perform Date-DernierJourMois.
           if JourCal > DernierJourMoisCal
               move DernierJourMoisCal to JourCal
           end-if.
           move DateTravailCal to dateProchaineRevue of ProfilKYC.

       KYC-EnregistrerProfil.
           move 0 to NbProfilsKYC.
           exec sql
               SELECT COUNT(*) INTO :NbProfilsKYC
               FROM dbo.ProfilKYC
               WHERE codeClient = :ClientKYC.codeClient
           end-exec.
           if NbProfilsKYC = 0
               exec sql
                   INSERT INTO dbo.ProfilKYC
                       (codeClient
                       ,dateNaissance
                       ,profession
                       ,niveauRisque
                       ,dateDerniereRevue
                       ,dateProchaineRevue
                       ,dateDernierCourrier
                       ,clientFragile)
                   VALUES
                       (:ClientKYC.codeClient
                       ,:ProfilKYC.dateNaissance
                       ,:ProfilKYC.profession
                       ,:ProfilKYC.niveauRisque
                       ,:ProfilKYC.dateDerniereRevue
                       ,:ProfilKYC.dateProchaineRevue
                       ,0
                       ,:ProfilKYC.clientFragile)
               end-exec
           else
               exec sql
                   UPDATE dbo.ProfilKYC SET
                       dateNaissance = :ProfilKYC.dateNaissance
                       ,profession = :ProfilKYC.profession
                       ,niveauRisque = :ProfilKYC.niveauRisque
                       ,dateDerniereRevue = :ProfilKYC.dateDerniereRevue
                       ,dateProchaineRevue = :ProfilKYC.dateProchaineRevue
                       ,clientFragile = :ProfilKYC.clientFragile
                   WHERE codeClient = :ClientKYC.codeClient
               end-exec
           end-if.

      * Client cree avec sa piece : profil initial en risque moyen,
      * revue du jour.
       KYC-OuvrirDossier.
           perform KYC-EnregistrerPiece.
           move 0 to dateNaissance of ProfilKYC.
           move spaces to profession of ProfilKYC.
           move "M" to niveauRisque of ProfilKYC.
           move DateComptableNum to dateDerniereRevue of ProfilKYC.
           perform KYC-CalculerRevue.
           perform KYC-EnregistrerProfil.

      * Etat mensuel : clients ayant encore un compte ouvert sans piece
      * valide (expiree ou jamais fournie) ou dont la revue est depassee
      * (ou n'a jamais eu lieu). Une lettre de demande de mise a jour
      * part par client, au plus une fois dans le mois.
       KYC-EtatMensuel.
           move 0 to NbPiecesExpireesKYC.
           move 0 to NbSansPieceKYC.
           move 0 to NbRevuesRetardKYC.
           move 0 to NbCourriersKYC.
           divide DateComptableNum by 100 giving DebutMoisKYC.
           compute DebutMoisKYC = DebutMoisKYC * 100 + 1.
           open output FichierEtatKYC.
           move spaces to LigneKYC.
           string
               "ETAT MENSUEL KYC - PIECES EXPIREES ET REVUES EN RETARD AU " delimited by size
               JourComptable of DateComptable delimited by size
               "/" delimited by size
               MoisComptable of DateComptable delimited by size
               "/" delimited by size
               AnneeComptable of DateComptable delimited by size
               into LigneKYC
           end-string.
           write EnrFichierEtatKYC from LigneKYC.
           move spaces to LigneKYC.
           write EnrFichierEtatKYC from LigneKYC.
           move "Client | Nom | Prenom | Risque | Expiration piece | Prochaine revue | Motif | Courrier" to LigneKYC.
           write EnrFichierEtatKYC from LigneKYC.
           move 0 to finKYC.
           exec sql
               DECLARE curEtatKYC CURSOR FOR
                   SELECT c.codeClient, c.nom, ISNULL(c.prenom,''),
                          ISNULL(c.codePostal,''), ISNULL(c.Ville,''),
                          ISNULL(p.niveauRisque,' '),
                          ISNULL(p.dateProchaineRevue,0),
                          ISNULL(p.dateDernierCourrier,0),
                          ISNULL((SELECT MAX(i.dateExpiration)
                                  FROM dbo.PieceIdentite i
                                  WHERE i.codeClient = c.codeClient
                                      AND i.statutPiece = 'A'),0),
                          CASE WHEN p.codeClient IS NULL THEN 0 ELSE 1 END
                   FROM dbo.Client c
                   LEFT JOIN dbo.ProfilKYC p ON p.codeClient = c.codeClient
                   WHERE EXISTS (SELECT 1 FROM dbo.Compte k
                           WHERE k.codeClient = c.codeClient
                               AND k.statutCompte <> 'F')
                       AND (ISNULL(p.dateProchaineRevue,0) < :DateComptableNum
                           OR NOT EXISTS (SELECT 1 FROM dbo.PieceIdentite i
                               WHERE i.codeClient = c.codeClient
                                   AND i.statutPiece = 'A'
                                   AND i.dateExpiration >= :DateComptableNum))
                   ORDER BY c.nom, c.prenom
           end-exec.
           exec sql
               OPEN curEtatKYC
           end-exec.
           perform KYC-EtatMensuelLigne until finKYC = 1.
           exec sql
               CLOSE curEtatKYC
           end-exec.
           move spaces to LigneKYC.
           write EnrFichierEtatKYC from LigneKYC.
           move spaces to LigneKYC.
           string
               "Pieces expirees : " delimited by size
               NbPiecesExpireesKYC delimited by size
               "  sans piece : " delimited by size
               NbSansPieceKYC delimited by size
               "  revues en retard : " delimited by size
               NbRevuesRetardKYC delimited by size
               "  courriers emis : " delimited by size
               NbCourriersKYC delimited by size
               into LigneKYC
           end-string.
           write EnrFichierEtatKYC from LigneKYC.
           close FichierEtatKYC.
           display "Etat KYC genere, courriers de mise a jour : " line 24 col 1.
           display NbCourriersKYC line 24 col 45.

       KYC-EtatMensuelLigne.
           exec sql
               FETCH curEtatKYC into
                   :ClientKYC.codeClient
                   ,:ClientKYC.nom
                   ,:ClientKYC.prenom
                   ,:ClientKYC.codePostal
                   ,:ClientKYC.Ville
                   ,:ClientKYC.niveauRisque
                   ,:ClientKYC.dateProchaineRevue
                   ,:ClientKYC.dateDernierCourrier
                   ,:ClientKYC.dateExpirationMax
                   ,:ClientKYC.nbProfils
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finKYC
           else
               move spaces to MotifKYC
               if dateExpirationMax of ClientKYC < DateComptableNum
                   if dateExpirationMax of ClientKYC = 0
                       move "SANS PIECE" to MotifKYC
                       add 1 to NbSansPieceKYC
                   else
                       move "PIECE EXPIREE" to MotifKYC
                       add 1 to NbPiecesExpireesKYC
                   end-if
               end-if
               if dateProchaineRevue of ClientKYC < DateComptableNum
                   add 1 to NbRevuesRetardKYC
                   evaluate MotifKYC
                       when spaces move "REVUE EN RETARD" to MotifKYC
                       when "SANS PIECE" move "SANS PIECE + REVUE" to MotifKYC
                       when other move "PIECE EXPIREE + REVUE" to MotifKYC
                   end-evaluate
               end-if
               if dateDernierCourrier of ClientKYC < DebutMoisKYC
                   perform KYC-Courrier
                   move "EMIS" to MentionCourrierKYC
               else
                   move "DEJA EMIS CE MOIS" to MentionCourrierKYC
               end-if
               move spaces to LigneKYC
               string
                   codeClient of ClientKYC delimited by "  "
                   " | " delimited by size
                   nom of ClientKYC delimited by "  "
                   " | " delimited by size
                   prenom of ClientKYC delimited by "  "
                   " | " delimited by size
                   niveauRisque of ClientKYC delimited by size
                   " | " delimited by size
                   dateExpirationMax of ClientKYC delimited by size
                   " | " delimited by size
                   dateProchaineRevue of ClientKYC delimited by size
                   " | " delimited by size
                   MotifKYC delimited by "  "
                   " | " delimited by size
                   MentionCourrierKYC delimited by "  "
                   into LigneKYC
               end-string
               write EnrFichierEtatKYC from LigneKYC
           end-if.

      * Lettre de demande de mise a jour ; la date d'envoi est gardee
      * sur le profil (cree en risque moyen s'il n'existait pas).
       KYC-Courrier.
           move CheminModeleKYC to CheminFichierModele.
           move "KYC" to CourrierTypeEvenement.
           move codeClient of ClientKYC to CourrierCodeClient.
           move nom of ClientKYC to FusionNom.
           move prenom of ClientKYC to FusionPrenom.
           move spaces to FusionAdresse.
           string
               codePostal of ClientKYC delimited by "  "
               " " delimited by size
               Ville of ClientKYC delimited by "  "
               into FusionAdresse
           end-string.
           move MotifKYC to FusionCompte.
           move spaces to FusionMontant.
           perform Courrier-PreparerDate.
           move NbCourriersEmis to NbCourriersAvant.
           perform Courrier-Emettre.
           if NbCourriersEmis > NbCourriersAvant
               perform KYC-CourrierEnregistrer
           end-if.

       KYC-CourrierEnregistrer.
           add 1 to NbCourriersKYC.
           if nbProfils of ClientKYC = 0
               exec sql
                   INSERT INTO dbo.ProfilKYC
                       (codeClient
                       ,dateNaissance
                       ,profession
                       ,niveauRisque
                       ,dateDerniereRevue
                       ,dateProchaineRevue
                       ,dateDernierCourrier)
                   VALUES
                       (:ClientKYC.codeClient
                       ,0
                       ,''
                       ,'M'
                       ,0
                       ,0
                       ,:DateComptableNum)
               end-exec
           else
               exec sql
                   UPDATE dbo.ProfilKYC SET
                       dateDernierCourrier = :DateComptableNum
                   WHERE codeClient = :ClientKYC.codeClient
               end-exec
           end-if.

      **********************************
      * Remises de cheques (traitements 20)
      **********************************
      * Bordereau de remise : le guichetier annonce le nombre de
      * cheques et leur total, saisit chaque cheque, et le bordereau
      * n'est enregistre que si la saisie retrouve exactement le total
      * annonce. Le compte est credite d'un seul mouvement en date de
      * valeur J + DELAICHEQUE jours ouvres (statut A tant que la date
      * de valeur n'est pas atteinte). Les cheques remis partent au
      * fichier de compensation ; un impaye retourne est contrepasse
      * a la date de valeur du credit et le client en est avise.
       RemisesCheques.
           move space to ChoixRemise.
           perform RemisesCheques-Trt until ChoixRemise = "Q".

       RemisesCheques-Trt.
           display "[S]aisie de remise [C]ompensation [I]mpayes [Q]uitter : " line 1 col 1.
           accept ChoixRemise line 1 col 57.
           if ChoixRemise = "s" move "S" to ChoixRemise end-if.
           if ChoixRemise = "c" move "C" to ChoixRemise end-if.
           if ChoixRemise = "i" move "I" to ChoixRemise end-if.
           if ChoixRemise = "q" move "Q" to ChoixRemise end-if.
           evaluate ChoixRemise
               when "S" perform Remise-Saisir
               when "C" perform Remise-Compensation
               when "I" perform Remise-Impayes
           end-evaluate.

       Remise-Saisir.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               perform Remise-SaisirBordereau
           end-if.

       Remise-SaisirBordereau.
           move 0 to codeCompte of SaisieRemiseChq.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of SaisieRemiseChq line 2 col 34 size 12.
           perform Remise-ControlerCompte.
           if CompteRemiseValide = 1
               move 0 to NbChequesAnnonces
               display "Nombre de cheques annonce ... : " line 3 col 1
               accept NbChequesAnnonces line 3 col 34 size 2
               move 0 to TotalAnnonceRemise
               display "Total annonce du bordereau .. : " line 4 col 1
               accept TotalAnnonceRemise line 4 col 34 size 11
               if NbChequesAnnonces = 0
                       or NbChequesAnnonces > ChequesRemise-Max
                       or TotalAnnonceRemise = 0
                   display "Bordereau invalide (1 a 50 cheques, total non nul)" line 24 col 1
               else
                   move 0 to NbChequesSaisis
                   move 0 to TotalSaisiRemise
                   perform Remise-SaisirCheque
                       until NbChequesSaisis = NbChequesAnnonces
                   perform Remise-Valider
               end-if
           end-if.

      * Seul un compte ouvert tenu en euros recoit une remise.
       Remise-ControlerCompte.
           move 0 to CompteRemiseValide.
           move spaces to CompteRemise.
           exec sql
               SELECT statutCompte, codeDevise
                   INTO :CompteRemise.statutCompte
                       ,:CompteRemise.codeDevise
               FROM dbo.Compte
               WHERE codeCompte = :SaisieRemiseChq.codeCompte
           end-exec.
           evaluate true
               when SQLCODE <> 0
                   display "Compte inconnu, remise refusee" line 24 col 1
               when statutCompte of CompteRemise <> "O"
                   display "Compte non ouvert, remise refusee" line 24 col 1
               when codeDevise of CompteRemise <> "EUR"
                   display "Compte hors euros, remise refusee" line 24 col 1
               when other
                   move 1 to CompteRemiseValide
           end-evaluate.

      * Une ligne de cheque est redemandee tant qu'elle est incomplete.
       Remise-SaisirCheque.
           compute IndexChequeRemise = NbChequesSaisis + 1.
           display "Cheque numero d'ordre ....... : " line 6 col 1.
           display IndexChequeRemise line 6 col 34.
           move spaces to banqueTireur of SaisieRemiseChq.
           display "Banque du tireur ............ : " line 7 col 1.
           accept banqueTireur of SaisieRemiseChq line 7 col 34 size 5.
           move 0 to noCheque of SaisieRemiseChq.
           display "Numero du cheque ............ : " line 8 col 1.
           accept noCheque of SaisieRemiseChq line 8 col 34 size 7.
           move 0 to montant of SaisieRemiseChq.
           display "Montant ..................... : " line 9 col 1.
           accept montant of SaisieRemiseChq line 9 col 34 size 9.
           move spaces to tireur of SaisieRemiseChq.
           display "Tireur ...................... : " line 10 col 1.
           accept tireur of SaisieRemiseChq line 10 col 34 size 30.
           if banqueTireur of SaisieRemiseChq = spaces
                   or noCheque of SaisieRemiseChq = 0
                   or montant of SaisieRemiseChq = 0
               display "Cheque incomplet, ligne a ressaisir" line 24 col 1
           else
               move IndexChequeRemise to NbChequesSaisis
               move banqueTireur of SaisieRemiseChq
                   to RemBanqueTireur(NbChequesSaisis)
               move noCheque of SaisieRemiseChq to RemNoCheque(NbChequesSaisis)
               move montant of SaisieRemiseChq to RemMontant(NbChequesSaisis)
               move tireur of SaisieRemiseChq to RemTireur(NbChequesSaisis)
               add montant of SaisieRemiseChq to TotalSaisiRemise
               move TotalSaisiRemise to StrTotalRemise
               display "Cheques saisis .............. : " line 12 col 1
               display NbChequesSaisis line 12 col 34
               display "Total saisi ................. : " line 13 col 1
               display StrTotalRemise line 13 col 34
           end-if.

       Remise-Valider.
           if TotalSaisiRemise <> TotalAnnonceRemise
               display "Total saisi different du total annonce, bordereau rejete" line 24 col 1
           else
               perform Remise-Enregistrer
               display "Remise enregistree sous le numero " line 24 col 1
               display NoRemiseCree line 24 col 35
           end-if.

       Remise-Enregistrer.
           move DateComptableNum to DateTravailCal.
           move 0 to NbJoursValeurCheque.
           perform Remise-JourValeur
               until NbJoursValeurCheque >= DelaiValeurCheque.
           move DateTravailCal to DateValeurRemise.
           exec sql
               INSERT INTO dbo.RemiseCheque
                   (codeCompte
                   ,dateRemise
                   ,nbCheques
                   ,totalControle
                   ,dateValeur
                   ,operateur
                   ,statutRemise)
               VALUES
                   (:SaisieRemiseChq.codeCompte
                   ,:DateComptableNum
                   ,:NbChequesSaisis
                   ,:TotalSaisiRemise
                   ,:DateValeurRemise
                   ,:OperateurCode
                   ,'C')
           end-exec.
           move 0 to NoRemiseCree.
           exec sql
               SELECT ISNULL(MAX(noRemise),0) INTO :NoRemiseCree
               FROM dbo.RemiseCheque
               WHERE codeCompte = :SaisieRemiseChq.codeCompte
           end-exec.
           perform Remise-EnregistrerCheque
               varying IndexChequeRemise from 1 by 1
               until IndexChequeRemise > NbChequesSaisis.
           move codeCompte of SaisieRemiseChq to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "REMISE CHQ No " delimited by size
               NoRemiseCree delimited by size
               " - " delimited by size
               NbChequesSaisis delimited by size
               " CHEQUE(S)" delimited by size
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move TotalSaisiRemise to montant of Mouvement.
           move "C" to sens of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move DateValeurRemise to dateValeur of Mouvement.
           if DateValeurRemise > DateComptableNum
               move "A" to statutMouvement of Mouvement
           else
               move "C" to statutMouvement of Mouvement
           end-if.
           perform Mouvement-Comptabiliser.

      * Un jour ouvre de plus sur DateTravailCal.
       Remise-JourValeur.
           perform Date-JourSuivant.
           perform Calendrier-ProchainJourOuvre.
           add 1 to NbJoursValeurCheque.

       Remise-EnregistrerCheque.
           move RemBanqueTireur(IndexChequeRemise)
               to banqueTireur of SaisieRemiseChq.
           move RemNoCheque(IndexChequeRemise) to noCheque of SaisieRemiseChq.
           move RemMontant(IndexChequeRemise) to montant of SaisieRemiseChq.
           move RemTireur(IndexChequeRemise) to tireur of SaisieRemiseChq.
           exec sql
               INSERT INTO dbo.ChequeRemis
                   (noRemise
                   ,noLigne
                   ,banqueTireur
                   ,noCheque
                   ,tireur
                   ,montant
                   ,statutCheque
                   ,dateEnvoi
                   ,dateImpaye
                   ,motifImpaye)
               VALUES
                   (:NoRemiseCree
                   ,:IndexChequeRemise
                   ,:SaisieRemiseChq.banqueTireur
                   ,:SaisieRemiseChq.noCheque
                   ,:SaisieRemiseChq.tireur
                   ,:SaisieRemiseChq.montant
                   ,'R'
                   ,0
                   ,0
                   ,'')
           end-exec.

      * Fichier de compensation : tous les cheques remis non encore
      * envoyes, entete a la journee comptable, enregistrement de
      * controle (nombre et total) ; chaque cheque envoye passe en E.
       Remise-Compensation.
           move 0 to NbChequesCompenses.
           move 0 to TotalCompense.
           move 0 to finCompensation.
           open output FichierCompensation.
           move DateComptableNum to CompDateEnvoi.
           write EnrFichierCompensation from EnrCompEntete.
           exec sql
               DECLARE curCompensation CURSOR FOR
                   SELECT c.noRemise, c.noLigne, c.banqueTireur,
                          c.noCheque, c.montant, r.codeCompte,
                          r.dateValeur
                   FROM dbo.ChequeRemis c
                   JOIN dbo.RemiseCheque r ON r.noRemise = c.noRemise
                   WHERE c.statutCheque = 'R'
                   ORDER BY c.noRemise, c.noLigne
           end-exec.
           exec sql
               OPEN curCompensation
           end-exec.
           perform Remise-CompensationLigne until finCompensation = 1.
           exec sql
               CLOSE curCompensation
           end-exec.
           move NbChequesCompenses to CompNbCheques.
           move TotalCompense to CompTotal.
           write EnrFichierCompensation from EnrCompControle.
           close FichierCompensation.
           move TotalCompense to StrTotalRemise.
           display "Cheques envoyes en compensation : " line 22 col 1.
           display NbChequesCompenses line 22 col 36.
           display "Total : " line 22 col 45.
           display StrTotalRemise line 22 col 53.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Remise-CompensationLigne.
           exec sql
               FETCH curCompensation into
                   :ChequeRemisLu.noRemise
                   ,:ChequeRemisLu.noLigne
                   ,:ChequeRemisLu.banqueTireur
                   ,:ChequeRemisLu.noCheque
                   ,:ChequeRemisLu.montant
                   ,:ChequeRemisLu.codeCompte
                   ,:ChequeRemisLu.dateValeur
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finCompensation
           else
               move noRemise of ChequeRemisLu to CompNoRemise
               move banqueTireur of ChequeRemisLu to CompBanqueTireur
               move noCheque of ChequeRemisLu to CompNoCheque
               move montant of ChequeRemisLu to CompMontant
               move codeCompte of ChequeRemisLu to CompCodeCompte
               write EnrFichierCompensation from EnrCompDetail
               add 1 to NbChequesCompenses
               add montant of ChequeRemisLu to TotalCompense
               exec sql
                   UPDATE dbo.ChequeRemis SET
                       statutCheque = 'E'
                       ,dateEnvoi = :DateComptableNum
                   WHERE noRemise = :ChequeRemisLu.noRemise
                       AND noLigne = :ChequeRemisLu.noLigne
               end-exec
           end-if.

      * Impayes retournes par la compensation : chaque ligne retrouve
      * le cheque envoye (banque, numero, montant). Une ligne qui ne
      * retrouve aucun cheque envoye est comptee et laissee de cote.
       Remise-Impayes.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               perform Remise-ImpayesIni
               if finImpayesChq = 0
                   perform Remise-ImpayesTrt until finImpayesChq = 1
                   close FichierImpayesChq
                   display "Impayes contrepasses ......... : " line 21 col 1
                   display NbImpayesTraites line 21 col 34
                   display "Lignes sans cheque retrouve .. : " line 22 col 1
                   display NbImpayesInconnus line 22 col 34
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Remise-ImpayesIni.
           move 0 to finImpayesChq.
           move 0 to NbImpayesTraites.
           move 0 to NbImpayesInconnus.
           open input FichierImpayesChq.
           if ImpayesChq-Status <> 0
               display "Fichier des impayes introuvable, status " line 24 col 1
               display ImpayesChq-Status line 24 col 42
               move 1 to finImpayesChq
           else
               read FichierImpayesChq
                   at end
                       move 1 to finImpayesChq
                       close FichierImpayesChq
               end-read
           end-if.

       Remise-ImpayesTrt.
           read FichierImpayesChq
               at end move 1 to finImpayesChq
               not at end perform Remise-ImpayeLigne
           end-read.

       Remise-ImpayeLigne.
           move spaces to ImpayeLu.
           move 0 to CountChampsImpaye.
           move 0 to LongNoChequeImpaye.
           move 0 to LongMontantImpaye.
           unstring EnrFichierImpayesChq delimited by ";"
               into
               banqueTireur of ImpayeLu
               noChequeTexte of ImpayeLu count in LongNoChequeImpaye
               montantTexte of ImpayeLu count in LongMontantImpaye
               motif of ImpayeLu
               tallying in CountChampsImpaye
           end-unstring.
           move 0 to codeCompte of ChequeRemisLu.
           if CountChampsImpaye >= 4
                   and LongNoChequeImpaye > 0 and LongNoChequeImpaye < 8
                   and LongMontantImpaye > 0 and LongMontantImpaye < 14
               if noChequeTexte of ImpayeLu(1:LongNoChequeImpaye) is numeric
                       and montantTexte of ImpayeLu(1:LongMontantImpaye) is numeric
                   move noChequeTexte of ImpayeLu(1:LongNoChequeImpaye)
                       to noCheque of ChequeRemisLu
                   move montantTexte of ImpayeLu(1:LongMontantImpaye)
                       to MontantImpayeBrut
                   compute MontantImpaye = MontantImpayeBrut / 100
                   perform Remise-RetrouverCheque
               end-if
           end-if.
           if codeCompte of ChequeRemisLu = 0
               add 1 to NbImpayesInconnus
           else
               perform Remise-Contrepasser
           end-if.

       Remise-RetrouverCheque.
           exec sql
               SELECT TOP 1 c.noRemise, c.noLigne, c.montant,
                      r.codeCompte, r.dateValeur
                   INTO :ChequeRemisLu.noRemise
                       ,:ChequeRemisLu.noLigne
                       ,:ChequeRemisLu.montant
                       ,:ChequeRemisLu.codeCompte
                       ,:ChequeRemisLu.dateValeur
               FROM dbo.ChequeRemis c
               JOIN dbo.RemiseCheque r ON r.noRemise = c.noRemise
               WHERE c.banqueTireur = :ImpayeLu.banqueTireur
                   AND c.noCheque = :ChequeRemisLu.noCheque
                   AND c.montant = :MontantImpaye
                   AND c.statutCheque = 'E'
               ORDER BY c.noRemise DESC
           end-exec.
           if SQLCODE <> 0
               move 0 to codeCompte of ChequeRemisLu
           end-if.

      * Contrepassation d'office, sans controle de provision, a la
      * date de valeur du credit initial : tant que ce credit est en
      * attente, le debit l'est aussi et les deux se deversent ensemble.
       Remise-Contrepasser.
           move codeCompte of ChequeRemisLu to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "IMPAYE CHQ " delimited by size
               noCheque of ChequeRemisLu delimited by size
               " " delimited by size
               motif of ImpayeLu delimited by "  "
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move montant of ChequeRemisLu to montant of Mouvement.
           move "D" to sens of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move dateValeur of ChequeRemisLu to dateValeur of Mouvement.
           if dateValeur of ChequeRemisLu > DateComptableNum
               move "A" to statutMouvement of Mouvement
           else
               move "C" to statutMouvement of Mouvement
           end-if.
           perform Mouvement-Comptabiliser.
           exec sql
               UPDATE dbo.ChequeRemis SET
                   statutCheque = 'I'
                   ,dateImpaye = :DateComptableNum
                   ,motifImpaye = :ImpayeLu.motif
               WHERE noRemise = :ChequeRemisLu.noRemise
                   AND noLigne = :ChequeRemisLu.noLigne
           end-exec.
           add 1 to NbImpayesTraites.
           perform Remise-AviserImpaye.

       Remise-AviserImpaye.
           move spaces to ClientImpaye.
           exec sql
               SELECT cl.codeClient, cl.nom, cl.prenom, cl.codePostal,
                      cl.Ville
                   INTO :ClientImpaye.codeClient
                       ,:ClientImpaye.nom
                       ,:ClientImpaye.prenom
                       ,:ClientImpaye.codePostal
                       ,:ClientImpaye.Ville
               FROM dbo.Compte c
               JOIN dbo.Client cl ON cl.codeClient = c.codeClient
               WHERE c.codeCompte = :ChequeRemisLu.codeCompte
           end-exec.
           if SQLCODE = 0
               move CheminModeleImpayeChq to CheminFichierModele
               move "IMPAYECHQ" to CourrierTypeEvenement
               move codeClient of ClientImpaye to CourrierCodeClient
               move nom of ClientImpaye to FusionNom
               move prenom of ClientImpaye to FusionPrenom
               move spaces to FusionAdresse
               string
                   codePostal of ClientImpaye delimited by "  "
                   " " delimited by size
                   Ville of ClientImpaye delimited by "  "
                   into FusionAdresse
               end-string
               move spaces to FusionCompte
               string
                   "CHEQUE " delimited by size
                   noCheque of ChequeRemisLu delimited by size
                   " " delimited by size
                   motif of ImpayeLu delimited by "  "
                   into FusionCompte
               end-string
               move montant of ChequeRemisLu to StrTotalRemise
               move StrTotalRemise to FusionMontant
               perform Courrier-PreparerDate
               perform Courrier-Emettre
           end-if.

      **********************************
      * Successions (traitements 21)
      **********************************
      * Le deces d'un client est declare par le superviseur avec sa
      * date : a compter de la, aucun debit ne passe plus sur les
      * comptes dont il est titulaire principal (Provision-Controler),
      * les prelevements recus sont rejetes MD07, ses virements
      * permanents s'arretent a la date du deces et les mandats de
      * prelevement sur ses IBAN sont suspendus. L'etat des avoirs au
      * jour du deces est reconstitue a partir de dbo.Mouvement et
      * adresse au notaire, qui donne ensuite ses instructions de
      * repartition aux heritiers. La succession est close quand tous
      * les comptes sont soldes ; chaque etape est tracee dans
      * dbo.AuditClientCompte.
       Successions.
           move space to ChoixSuccession.
           perform Successions-Trt until ChoixSuccession = "Q".

       Successions-Trt.
           display "[D]eclarer deces [E]tat des avoirs [R]epartition [C]loture [Q]uitter : " line 1 col 1.
           accept ChoixSuccession line 1 col 72.
           if ChoixSuccession = "d" move "D" to ChoixSuccession end-if.
           if ChoixSuccession = "e" move "E" to ChoixSuccession end-if.
           if ChoixSuccession = "r" move "R" to ChoixSuccession end-if.
           if ChoixSuccession = "c" move "C" to ChoixSuccession end-if.
           if ChoixSuccession = "q" move "Q" to ChoixSuccession end-if.
           evaluate ChoixSuccession
               when "D" perform Successions-Declarer
               when "E" perform Successions-Etat
               when "R" perform Successions-Repartition
               when "C" perform Successions-Cloture
           end-evaluate.

      * Client concerne, resolu par son nom ; CodeClientResolu a blanc
      * si aucun ne correspond.
       Successions-ResoudreClient.
           move spaces to NomClient.
           display "Nom du client (ou fragment) : " line 2 col 1.
           accept NomClient line 2 col 32 size 30.
           perform gestionClients-ResoudreClient.
           if CodeClientResolu = spaces
               display "Aucun client ne correspond a ce nom" line 24 col 1
           end-if.

      * Succession du client CodeClientResolu et identite du defunt ;
      * noSuccession a zero si aucun deces n'a ete declare.
       Successions-Lire.
           move 0 to noSuccession of SuccessionLue.
           exec sql
               SELECT TOP 1 noSuccession, codeClient, dateDeces,
                      nomNotaire, adresseNotaire, statutSuccession
               INTO :SuccessionLue.noSuccession
                   ,:SuccessionLue.codeClient
                   ,:SuccessionLue.dateDeces
                   ,:SuccessionLue.nomNotaire
                   ,:SuccessionLue.adresseNotaire
                   ,:SuccessionLue.statutSuccession
               FROM dbo.Succession
               WHERE codeClient = :CodeClientResolu
               ORDER BY noSuccession DESC
           end-exec.
           if SQLCODE <> 0
               move 0 to noSuccession of SuccessionLue
               display "Aucun deces declare pour ce client" line 24 col 1
           else
               exec sql
                   SELECT nom, prenom
                   INTO :DefuntLu.nom
                       ,:DefuntLu.prenom
                   FROM dbo.Client
                   WHERE codeClient = :SuccessionLue.codeClient
               end-exec
           end-if.

      * Declaration du deces, reservee au profil superviseur.
       Successions-Declarer.
           perform Controle-ProfilSuperviseur.
           if ProfilAutorise = 1
               perform Successions-ResoudreClient
               if CodeClientResolu <> spaces
                   perform Successions-DeclarerClient
               end-if
           end-if.

       Successions-DeclarerClient.
           move 0 to NbSuccessionsClient.
           exec sql
               SELECT COUNT(*) INTO :NbSuccessionsClient
               FROM dbo.Succession
               WHERE codeClient = :CodeClientResolu
           end-exec.
           if NbSuccessionsClient > 0
               display "Deces deja declare pour ce client" line 24 col 1
           else
               move CodeClientResolu to codeClient of SuccessionLue
               move 0 to dateDeces of SuccessionLue
               display "Date du deces (AAAAMMJJ) .... : " line 4 col 1
               accept dateDeces of SuccessionLue line 4 col 34 size 8
               move spaces to nomNotaire of SuccessionLue
               display "Notaire charge du reglement . : " line 5 col 1
               accept nomNotaire of SuccessionLue line 5 col 34 size 46
               move spaces to adresseNotaire of SuccessionLue
               display "Adresse de l'etude .......... : " line 6 col 1
               accept adresseNotaire of SuccessionLue line 6 col 34 size 46
               move dateDeces of SuccessionLue to DateTravailCal
               evaluate true
                   when dateDeces of SuccessionLue = 0
                       or dateDeces of SuccessionLue > DateComptableNum
                       or MoisCal < 1 or MoisCal > 12
                       or JourCal < 1 or JourCal > 31
                       display "Date du deces invalide ou posterieure a la journee" line 24 col 1
                   when nomNotaire of SuccessionLue = spaces
                       display "Notaire obligatoire, declaration abandonnee" line 24 col 1
                   when other
                       perform Successions-Enregistrer
               end-evaluate
           end-if.

       Successions-Enregistrer.
           exec sql
               INSERT INTO dbo.Succession
                   (codeClient
                   ,dateDeces
                   ,dateDeclaration
                   ,nomNotaire
                   ,adresseNotaire
                   ,statutSuccession
                   ,operateur
                   ,dateCloture
                   ,operateurCloture)
               VALUES
                   (:SuccessionLue.codeClient
                   ,:SuccessionLue.dateDeces
                   ,:DateComptableNum
                   ,:SuccessionLue.nomNotaire
                   ,:SuccessionLue.adresseNotaire
                   ,'O'
                   ,:OperateurCode
                   ,0
                   ,'')
           end-exec.
           move 0 to NoSuccessionCree.
           exec sql
               SELECT ISNULL(MAX(noSuccession),0) INTO :NoSuccessionCree
               FROM dbo.Succession
               WHERE codeClient = :SuccessionLue.codeClient
           end-exec.
           move NoSuccessionCree to noSuccession of SuccessionLue.
           move "O" to statutSuccession of SuccessionLue.
           perform Successions-Bloquer.
           exec sql
               SELECT nom, prenom
               INTO :DefuntLu.nom
                   ,:DefuntLu.prenom
               FROM dbo.Client
               WHERE codeClient = :SuccessionLue.codeClient
           end-exec.
           perform Successions-EtatAvoirs.
           display "Virements permanents arretes ... : " line 8 col 1.
           display NbPermanentsArretes line 8 col 36.
           display "Mandats de prelevement suspendus : " line 9 col 1.
           display NbMandatsDeces line 9 col 36.
           display "Procurations eteintes .......... : " line 10 col 1.
           display NbProcurationsEteintes line 10 col 36.
           display "Deces enregistre, succession numero " line 24 col 1.
           display NoSuccessionCree line 24 col 37.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * Arret des ordres du defunt a la date du deces. Les virements
      * permanents prennent fin a cette date (l'execution ne retient
      * plus que dateFin = 0 ou dateFin >= journee) ; les mandats dont
      * l'IBAN debite est l'un de ses comptes sont suspendus (MD07) ;
      * les procurations sur ses comptes et ses propres liens sur les
      * comptes d'autres clients prennent fin. Chaque compte du defunt
      * recoit une ligne d'audit DECES.
       Successions-Bloquer.
           move 0 to NbPermanentsArretes.
           exec sql
               SELECT COUNT(*) INTO :NbPermanentsArretes
               FROM dbo.VirementPermanent v
               JOIN dbo.Compte c ON c.codeCompte = v.codeCompte
               WHERE c.codeClient = :SuccessionLue.codeClient
                   AND (v.dateFin = 0 OR v.dateFin > :SuccessionLue.dateDeces)
           end-exec.
           exec sql
               UPDATE dbo.VirementPermanent SET
                   dateFin = :SuccessionLue.dateDeces
               WHERE (dateFin = 0 OR dateFin > :SuccessionLue.dateDeces)
                   AND codeCompte IN
                       (SELECT codeCompte FROM dbo.Compte
                        WHERE codeClient = :SuccessionLue.codeClient)
           end-exec.
           move 0 to NbMandatsDeces.
           exec sql
               SELECT COUNT(*) INTO :NbMandatsDeces
               FROM dbo.Mandat
               WHERE statutMandat = 'A'
                   AND ibanDebite IN
                       (SELECT IBAN FROM dbo.Compte
                        WHERE codeClient = :SuccessionLue.codeClient)
           end-exec.
           exec sql
               UPDATE dbo.Mandat SET
                   statutMandat = 'S'
                   ,motifSuspension = 'MD07'
               WHERE statutMandat = 'A'
                   AND ibanDebite IN
                       (SELECT IBAN FROM dbo.Compte
                        WHERE codeClient = :SuccessionLue.codeClient)
           end-exec.
           move 0 to NbProcurationsEteintes.
           exec sql
               SELECT COUNT(*) INTO :NbProcurationsEteintes
               FROM dbo.CompteTitulaire
               WHERE (dateFin = 0 OR dateFin > :SuccessionLue.dateDeces)
                   AND (codeClient = :SuccessionLue.codeClient
                       OR (roleTitulaire = 'M'
                           AND codeCompte IN
                               (SELECT codeCompte FROM dbo.Compte
                                WHERE codeClient = :SuccessionLue.codeClient)))
           end-exec.
           exec sql
               UPDATE dbo.CompteTitulaire SET
                   dateFin = :SuccessionLue.dateDeces
               WHERE (dateFin = 0 OR dateFin > :SuccessionLue.dateDeces)
                   AND (codeClient = :SuccessionLue.codeClient
                       OR (roleTitulaire = 'M'
                           AND codeCompte IN
                               (SELECT codeCompte FROM dbo.Compte
                                WHERE codeClient = :SuccessionLue.codeClient)))
           end-exec.
           move 0 to finSuccession.
           exec sql
               DECLARE curDecesComptes CURSOR FOR
                   SELECT codeCompte
                   FROM dbo.Compte
                   WHERE codeClient = :SuccessionLue.codeClient
                   ORDER BY codeCompte
           end-exec.
           exec sql
               OPEN curDecesComptes
           end-exec.
           perform Successions-BloquerCompte until finSuccession = 1.
           exec sql
               CLOSE curDecesComptes
           end-exec.

       Successions-BloquerCompte.
           exec sql
               FETCH curDecesComptes into
                   :BlocageLu.codeCompte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finSuccession
           else
               move codeClient of SuccessionLue to AuditCodeClient
               move "DECES" to AuditOperation
               perform Saisies-AuditAvant
               perform Saisies-Audit
           end-if.

      * Etat des avoirs (re)edite a la demande du notaire.
       Successions-Etat.
           perform Successions-ResoudreClient.
           if CodeClientResolu <> spaces
               perform Successions-Lire
               if noSuccession of SuccessionLue > 0
                   perform Successions-EtatAvoirs
                   display "Etat des avoirs genere, lettre au notaire emise" line 24 col 1
                   display "Appuyez sur une touche pour continuer..." line 23 col 1
                   accept choix line 23 col 60
               end-if
           end-if.

      * Solde de chaque compte au jour du deces = solde actuel moins
      * le net des mouvements comptabilises (statut C) dates apres le
      * deces. S'y ajoutent les depots a terme vivants a cette date et,
      * au passif, le capital des prets restant du. Totaux par devise ;
      * le montant de la lettre au notaire est celui des avoirs en
      * euros.
       Successions-EtatAvoirs.
           open output FichierEtatSuccession.
           perform DevisesNet-RAZ.
           move 0 to TotalAvoirsDeces.
           move 0 to NbComptesSuccession.
           move spaces to LigneSuccession.
           string
               "ETAT DES AVOIRS AU JOUR DU DECES - SUCCESSION " delimited by size
               noSuccession of SuccessionLue delimited by size
               " - EDITE LE " delimited by size
               DateComptableNum delimited by size
               into LigneSuccession
           end-string.
           write EnrFichierEtatSuccession from LigneSuccession.
           move spaces to LigneSuccession.
           string
               "Defunt : " delimited by size
               nom of DefuntLu delimited by "  "
               " " delimited by size
               prenom of DefuntLu delimited by "  "
               " - decede le " delimited by size
               dateDeces of SuccessionLue delimited by size
               into LigneSuccession
           end-string.
           write EnrFichierEtatSuccession from LigneSuccession.
           move spaces to LigneSuccession.
           string
               "Notaire : " delimited by size
               nomNotaire of SuccessionLue delimited by "  "
               " - " delimited by size
               adresseNotaire of SuccessionLue delimited by "  "
               into LigneSuccession
           end-string.
           write EnrFichierEtatSuccession from LigneSuccession.
           move spaces to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move "COMPTES" to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move "Compte | Type | Devise | Statut | Solde au deces | Solde ce jour" to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move 0 to finAvoirDefunt.
           exec sql
               DECLARE curAvoirsComptes CURSOR FOR
                   SELECT c.codeCompte, c.typeCompte, c.codeDevise,
                          c.statutCompte,
                          c.soldeCrediteur - c.soldeDebiteur,
                          ISNULL((SELECT SUM(CASE WHEN m.sens = 'C'
                                      THEN m.montant ELSE 0 - m.montant END)
                                  FROM dbo.Mouvement m
                                  WHERE m.codeCompte = c.codeCompte
                                      AND ISNULL(m.statutMouvement,'C') = 'C'
                                      AND m.dateMouvement > :SuccessionLue.dateDeces), 0)
                   FROM dbo.Compte c
                   WHERE c.codeClient = :SuccessionLue.codeClient
                   ORDER BY c.codeCompte
           end-exec.
           exec sql
               OPEN curAvoirsComptes
           end-exec.
           perform Successions-EtatCompte until finAvoirDefunt = 1.
           exec sql
               CLOSE curAvoirsComptes
           end-exec.
           move spaces to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move "DEPOTS A TERME EN COURS AU DECES" to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move "Depot | Compte | Devise | Capital" to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move 0 to finAvoirDefunt.
           exec sql
               DECLARE curAvoirsDAT CURSOR FOR
                   SELECT d.noDepot, d.codeCompte, c.codeDevise, d.montant
                   FROM dbo.DepotTerme d
                   JOIN dbo.Compte c ON c.codeCompte = d.codeCompte
                   WHERE d.codeClient = :SuccessionLue.codeClient
                       AND d.dateSouscription <= :SuccessionLue.dateDeces
                       AND (d.dateCloture = 0
                           OR d.dateCloture > :SuccessionLue.dateDeces)
                   ORDER BY d.noDepot
           end-exec.
           exec sql
               OPEN curAvoirsDAT
           end-exec.
           perform Successions-EtatDAT until finAvoirDefunt = 1.
           exec sql
               CLOSE curAvoirsDAT
           end-exec.
           move spaces to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move "PRETS - CAPITAL RESTANT DU AU DECES" to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move "Pret | Compte | Devise | Capital restant du" to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move 0 to finAvoirDefunt.
           exec sql
               DECLARE curAvoirsPrets CURSOR FOR
                   SELECT p.noPret, p.codeCompte, c.codeDevise,
                          ISNULL(SUM(e.capitalAmorti), 0)
                   FROM dbo.Pret p
                   JOIN dbo.Compte c ON c.codeCompte = p.codeCompte
                   JOIN dbo.EcheancePret e ON e.noPret = p.noPret
                   WHERE p.codeClient = :SuccessionLue.codeClient
                       AND p.dateOctroi <= :SuccessionLue.dateDeces
                       AND (e.dateEcheance > :SuccessionLue.dateDeces
                           OR e.statutEcheance <> 'P'
                           OR e.datePaiement > :SuccessionLue.dateDeces)
                   GROUP BY p.noPret, p.codeCompte, c.codeDevise
                   ORDER BY p.noPret
           end-exec.
           exec sql
               OPEN curAvoirsPrets
           end-exec.
           perform Successions-EtatPret until finAvoirDefunt = 1.
           exec sql
               CLOSE curAvoirsPrets
           end-exec.
           move spaces to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           move "TOTAUX PAR DEVISE | Avoirs au deces | Dettes au deces" to LigneSuccession.
           write EnrFichierEtatSuccession from LigneSuccession.
           perform Successions-EtatTotalDevise
               varying IndexDeviseNet from 1 by 1
               until IndexDeviseNet > NbDevisesNet.
           close FichierEtatSuccession.
           perform Successions-CourrierNotaire.

       Successions-EtatCompte.
           exec sql
               FETCH curAvoirsComptes into
                   :CompteDefunt.codeCompte
                   ,:CompteDefunt.typeCompte
                   ,:CompteDefunt.codeDevise
                   ,:CompteDefunt.statutCompte
                   ,:CompteDefunt.soldeNet
                   ,:CompteDefunt.netPosterieur
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAvoirDefunt
           else
               add 1 to NbComptesSuccession
               compute SoldeDeces = soldeNet of CompteDefunt
                   - netPosterieur of CompteDefunt
               move codeDevise of CompteDefunt to DeviseLigne
               move SoldeDeces to CumulDeviseNet1
               move 0 to CumulDeviseNet2
               perform DevisesNet-Cumuler
               if codeDevise of CompteDefunt = "EUR"
                   add SoldeDeces to TotalAvoirsDeces
               end-if
               move SoldeDeces to StrSoldeDeces
               move soldeNet of CompteDefunt to StrSoldeActuel
               move spaces to LigneSuccession
               string
                   codeCompte of CompteDefunt delimited by size
                   " | " delimited by size
                   typeCompte of CompteDefunt delimited by size
                   " | " delimited by size
                   codeDevise of CompteDefunt delimited by size
                   " | " delimited by size
                   statutCompte of CompteDefunt delimited by size
                   " | " delimited by size
                   StrSoldeDeces delimited by size
                   " | " delimited by size
                   StrSoldeActuel delimited by size
                   into LigneSuccession
               end-string
               write EnrFichierEtatSuccession from LigneSuccession
           end-if.

       Successions-EtatDAT.
           exec sql
               FETCH curAvoirsDAT into
                   :ContratDefunt.noContrat
                   ,:ContratDefunt.codeCompte
                   ,:ContratDefunt.codeDevise
                   ,:ContratDefunt.montant
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAvoirDefunt
           else
               move codeDevise of ContratDefunt to DeviseLigne
               move montant of ContratDefunt to CumulDeviseNet1
               move 0 to CumulDeviseNet2
               perform DevisesNet-Cumuler
               if codeDevise of ContratDefunt = "EUR"
                   add montant of ContratDefunt to TotalAvoirsDeces
               end-if
               perform Successions-EtatContrat
           end-if.

       Successions-EtatPret.
           exec sql
               FETCH curAvoirsPrets into
                   :ContratDefunt.noContrat
                   ,:ContratDefunt.codeCompte
                   ,:ContratDefunt.codeDevise
                   ,:ContratDefunt.montant
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAvoirDefunt
           else
               move codeDevise of ContratDefunt to DeviseLigne
               move 0 to CumulDeviseNet1
               move montant of ContratDefunt to CumulDeviseNet2
               perform DevisesNet-Cumuler
               perform Successions-EtatContrat
           end-if.

       Successions-EtatContrat.
           move montant of ContratDefunt to StrSoldeDeces.
           move spaces to LigneSuccession.
           string
               noContrat of ContratDefunt delimited by size
               " | " delimited by size
               codeCompte of ContratDefunt delimited by size
               " | " delimited by size
               codeDevise of ContratDefunt delimited by size
               " | " delimited by size
               StrSoldeDeces delimited by size
               into LigneSuccession
           end-string.
           write EnrFichierEtatSuccession from LigneSuccession.

       Successions-EtatTotalDevise.
           move DeviseNetMontant1(IndexDeviseNet) to StrSoldeDeces.
           move DeviseNetMontant2(IndexDeviseNet) to StrSoldeActuel.
           move spaces to LigneSuccession.
           string
               DeviseNetCode(IndexDeviseNet) delimited by size
               " | " delimited by size
               StrSoldeDeces delimited by size
               " | " delimited by size
               StrSoldeActuel delimited by size
               into LigneSuccession
           end-string.
           write EnrFichierEtatSuccession from LigneSuccession.

      * Lettre au notaire : l'etat des avoirs l'accompagne, la lettre
      * reprend le total des avoirs en euros au jour du deces.
       Successions-CourrierNotaire.
           move CheminModeleNotaire to CheminFichierModele.
           move "NOTAIRE" to CourrierTypeEvenement.
           move codeClient of SuccessionLue to CourrierCodeClient.
           move nomNotaire of SuccessionLue to FusionNom.
           move spaces to FusionPrenom.
           move adresseNotaire of SuccessionLue to FusionAdresse.
           move spaces to FusionCompte.
           string
               "SUCCESSION " delimited by size
               nom of DefuntLu delimited by "  "
               into FusionCompte
           end-string.
           move TotalAvoirsDeces to StrAvoirsDeces.
           move StrAvoirsDeces to FusionMontant.
           perform Courrier-PreparerDate.
           perform Courrier-Emettre.

      * Repartition sur instruction du notaire : le compte du defunt
      * est debite sur-le-champ, hors controle de provision (il est
      * bloque), dans la limite de son solde. Un heritier client de
      * l'etablissement est credite directement ; un IBAN exterieur
      * est vire a la prochaine ouverture de journee
      * (Successions-Virer).
       Successions-Repartition.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               perform Successions-ResoudreClient
               if CodeClientResolu <> spaces
                   perform Successions-Lire
                   if noSuccession of SuccessionLue > 0
                       if statutSuccession of SuccessionLue = "O"
                           perform Successions-SaisirRepartition
                       else
                           display "Succession close, repartition refusee" line 24 col 1
                       end-if
                   end-if
               end-if
           end-if.

       Successions-SaisirRepartition.
           move 0 to codeCompte of SaisieRepartition.
           display "Compte du defunt ............ : " line 4 col 1.
           accept codeCompte of SaisieRepartition line 4 col 34 size 12.
           move 0 to soldeNet of CompteDefunt.
           exec sql
               SELECT codeCompte, codeDevise, statutCompte,
                      soldeCrediteur - soldeDebiteur
               INTO :CompteDefunt.codeCompte
                   ,:CompteDefunt.codeDevise
                   ,:CompteDefunt.statutCompte
                   ,:CompteDefunt.soldeNet
               FROM dbo.Compte
               WHERE codeCompte = :SaisieRepartition.codeCompte
                   AND codeClient = :SuccessionLue.codeClient
           end-exec.
           if SQLCODE <> 0
               display "Compte inconnu ou etranger a la succession" line 24 col 1
           else
               move soldeNet of CompteDefunt to ResteRepartissable
               move ResteRepartissable to StrSoldeActuel
               display "Solde a repartir ............ : " line 5 col 1
               display StrSoldeActuel line 5 col 34
               move spaces to referenceInstruction of SaisieRepartition
               display "Reference instruction notaire : " line 6 col 1
               accept referenceInstruction of SaisieRepartition line 6 col 34 size 20
               move spaces to heritier of SaisieRepartition
               display "Heritier beneficiaire ....... : " line 7 col 1
               accept heritier of SaisieRepartition line 7 col 34 size 40
               move spaces to ibanHeritier of SaisieRepartition
               display "IBAN de l'heritier .......... : " line 8 col 1
               accept ibanHeritier of SaisieRepartition line 8 col 34 size 34
               move 0 to montant of SaisieRepartition
               display "Montant ..................... : " line 9 col 1
               accept montant of SaisieRepartition line 9 col 34 size 11
               move ibanHeritier of SaisieRepartition to IBANaControler
               perform Beneficiaire-ControlerIBAN
               move 0 to codeCompte of CompteHeritier
               move spaces to codeDevise of CompteHeritier
               exec sql
                   SELECT TOP 1 codeCompte, codeDevise
                   INTO :CompteHeritier.codeCompte
                       ,:CompteHeritier.codeDevise
                   FROM dbo.Compte
                   WHERE IBAN = RTRIM(:SaisieRepartition.ibanHeritier)
                       AND statutCompte = 'O'
                   ORDER BY codeCompte
               end-exec
               if SQLCODE <> 0
                   move 0 to codeCompte of CompteHeritier
               end-if
               evaluate true
                   when heritier of SaisieRepartition = spaces
                       or referenceInstruction of SaisieRepartition = spaces
                       display "Heritier et reference d'instruction obligatoires" line 24 col 1
                   when IBANValide = 0
                       display "IBAN de l'heritier invalide" line 24 col 1
                   when montant of SaisieRepartition = 0
                       or montant of SaisieRepartition > ResteRepartissable
                       display "Montant nul ou superieur au solde du compte" line 24 col 1
                   when codeCompte of CompteHeritier > 0
                       and codeDevise of CompteHeritier <> codeDevise of CompteDefunt
                       display "Compte de l'heritier dans une autre devise" line 24 col 1
                   when codeCompte of CompteHeritier = 0
                       and codeDevise of CompteDefunt <> "EUR"
                       display "Virement SEPA en euros uniquement, repartition refusee" line 24 col 1
                   when other
                       perform Successions-Repartir
               end-evaluate
           end-if.

       Successions-Repartir.
           move codeCompte of CompteDefunt to codeCompte of BlocageLu.
           move codeClient of SuccessionLue to AuditCodeClient.
           move "SUCC-REPART" to AuditOperation.
           perform Saisies-AuditAvant.
           move spaces to SaisieLibelle.
           string
               "SUCCESSION " delimited by size
               heritier of SaisieRepartition delimited by "  "
               into SaisieLibelle
           end-string.
           move codeCompte of CompteDefunt to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move SaisieLibelle to libelle of Mouvement.
           move montant of SaisieRepartition to montant of Mouvement.
           move "D" to sens of Mouvement.
           move codeDevise of CompteDefunt to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           perform Mouvement-Comptabiliser.
           if codeCompte of CompteHeritier > 0
               move spaces to SaisieLibelle
               string
                   "SUCCESSION " delimited by size
                   nom of DefuntLu delimited by "  "
                   into SaisieLibelle
               end-string
               move codeCompte of CompteHeritier to codeCompte of Mouvement
               move SaisieLibelle to libelle of Mouvement
               move "C" to sens of Mouvement
               perform Mouvement-Comptabiliser
           end-if.
           exec sql
               INSERT INTO dbo.RepartitionSuccession
                   (noSuccession
                   ,codeCompte
                   ,referenceInstruction
                   ,heritier
                   ,ibanHeritier
                   ,montant
                   ,codeCompteHeritier
                   ,statutRepartition
                   ,dateInstruction
                   ,dateVirement
                   ,operateur)
               VALUES
                   (:SuccessionLue.noSuccession
                   ,:CompteDefunt.codeCompte
                   ,:SaisieRepartition.referenceInstruction
                   ,:SaisieRepartition.heritier
                   ,:SaisieRepartition.ibanHeritier
                   ,:SaisieRepartition.montant
                   ,:CompteHeritier.codeCompte
                   ,CASE WHEN :CompteHeritier.codeCompte > 0 THEN 'V' ELSE 'A' END
                   ,:DateComptableNum
                   ,CASE WHEN :CompteHeritier.codeCompte > 0 THEN :DateComptableNum ELSE 0 END
                   ,:OperateurCode)
           end-exec.
           perform Saisies-Audit.
           if codeCompte of CompteHeritier > 0
               display "Repartition creditee au compte de l'heritier" line 24 col 1
           else
               display "Repartition enregistree, virement a la prochaine ouverture" line 24 col 1
           end-if.

      * Ouverture de journee (appele par VirementsPermanents-Executer
      * apres Saisies-Virer) : les parts des heritiers exterieurs,
      * deja debitees du compte du defunt, rejoignent le pain.001 du
      * matin. Le compte du defunt est porte au virement : un retour
      * SEPA l'y recredite.
       Successions-Virer.
           move 0 to finSuccession.
           move 0 to NbRepartitionsVirees.
           exec sql
               DECLARE curRepartitions CURSOR FOR
                   SELECT r.noRepartition, r.codeCompte, r.heritier,
                          r.ibanHeritier, r.montant, s.codeClient
                   FROM dbo.RepartitionSuccession r
                   JOIN dbo.Succession s ON s.noSuccession = r.noSuccession
                   WHERE r.statutRepartition = 'A'
                   ORDER BY r.noRepartition
           end-exec.
           exec sql
               OPEN curRepartitions
           end-exec.
           perform Successions-VirerLigne until finSuccession = 1.
           exec sql
               CLOSE curRepartitions
           end-exec.
           if NbRepartitionsVirees > 0
               display "Parts successorales virees : " line 19 col 1
               display NbRepartitionsVirees line 19 col 33
           end-if.

       Successions-VirerLigne.
           exec sql
               FETCH curRepartitions into
                   :RepartitionLue.noRepartition
                   ,:RepartitionLue.codeCompte
                   ,:RepartitionLue.heritier
                   ,:RepartitionLue.ibanHeritier
                   ,:RepartitionLue.montant
                   ,:RepartitionLue.codeClient
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finSuccession
           else
               if NbVirementSEPA >= VirementsSEPA-Max
                   display "ATTENTION : plus de virements que la limite geree :" line 24 col 1
                   display VirementsSEPA-Max line 24 col 53
                   move 1 to finSuccession
               else
                   perform Successions-VirerPart
               end-if
           end-if.

       Successions-VirerPart.
           add 1 to NbVirementSEPA.
           move NbVirementSEPA to IndexVirement.
           move spaces to ReferenceSEPA.
           string
               "GESTBQ" delimited by size
               DateSystemeComplete delimited by size
               "-" delimited by size
               IndexVirement delimited by size
               into ReferenceSEPA
           end-string.
           move ibanHeritier of RepartitionLue to VirIBAN(IndexVirement).
           move heritier of RepartitionLue to VirNom(IndexVirement).
           move montant of RepartitionLue to VirMontant(IndexVirement).
           move spaces to VirMotif(IndexVirement).
           string
               "SUCCESSION PART " delimited by size
               noRepartition of RepartitionLue delimited by size
               into VirMotif(IndexVirement)
           end-string.
           move "EUR" to VirDevise(IndexVirement).
           move "SUCCESSIO" to VirOrigine(IndexVirement).
           move spaces to VirBIC(IndexVirement).
           move codeCompte of RepartitionLue to VirCodeCompte(IndexVirement).
           add montant of RepartitionLue to TotalVirementSEPA.
           exec sql
               UPDATE dbo.RepartitionSuccession SET
                   statutRepartition = 'V'
                   ,dateVirement = :DateComptableNum
               WHERE noRepartition = :RepartitionLue.noRepartition
           end-exec.
           add 1 to NbRepartitionsVirees.

      * Cloture de la succession, reservee au superviseur : tous les
      * comptes du defunt doivent etre soldes, sans mouvement en
      * attente, sans depot a terme ni pret en cours et sans part
      * restant a virer. Les comptes sont fermes (audit CLOTURE-SUCC).
       Successions-Cloture.
           perform Controle-ProfilSuperviseur.
           if ProfilAutorise = 1
               move DateComptableNum to DateControleeArrete
               perform Journee-ControlerArretee
               if JourneeEstArretee = 1
                   display "Journee comptable arretee, traitement refuse" line 24 col 1
               else
                   perform Successions-ResoudreClient
                   if CodeClientResolu <> spaces
                       perform Successions-Lire
                       if noSuccession of SuccessionLue > 0
                           if statutSuccession of SuccessionLue = "O"
                               perform Successions-ControlerCloture
                           else
                               display "Succession deja close" line 24 col 1
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       Successions-ControlerCloture.
           move 0 to NbComptesNonSoldes.
           exec sql
               SELECT COUNT(*) INTO :NbComptesNonSoldes
               FROM dbo.Compte c
               WHERE c.codeClient = :SuccessionLue.codeClient
                   AND c.statutCompte <> 'F'
                   AND (c.soldeCrediteur <> c.soldeDebiteur
                       OR EXISTS (SELECT 1 FROM dbo.Mouvement m
                           WHERE m.codeCompte = c.codeCompte
                               AND m.statutMouvement = 'A'))
           end-exec.
           move 0 to NbContratsEnCours.
           exec sql
               SELECT (SELECT COUNT(*) FROM dbo.DepotTerme
                       WHERE codeClient = :SuccessionLue.codeClient
                           AND statutDepot = 'E')
                    + (SELECT COUNT(*) FROM dbo.Pret
                       WHERE codeClient = :SuccessionLue.codeClient
                           AND statutPret = 'E')
               INTO :NbContratsEnCours
           end-exec.
           move 0 to NbRepartitionsEnAttente.
           exec sql
               SELECT COUNT(*) INTO :NbRepartitionsEnAttente
               FROM dbo.RepartitionSuccession
               WHERE noSuccession = :SuccessionLue.noSuccession
                   AND statutRepartition = 'A'
           end-exec.
           evaluate true
               when NbComptesNonSoldes > 0
                   display "Comptes non soldes ou mouvements en attente :" line 24 col 1
                   display NbComptesNonSoldes line 24 col 47
               when NbContratsEnCours > 0
                   display "Depots a terme ou prets encore en cours, cloture refusee" line 24 col 1
               when NbRepartitionsEnAttente > 0
                   display "Parts d'heritiers pas encore virees, cloture refusee" line 24 col 1
               when other
                   move space to ChoixConfirmeSuccession
                   display "Cloturer la succession et fermer les comptes [O/N] : " line 4 col 1
                   accept ChoixConfirmeSuccession line 4 col 55
                   if ChoixConfirmeSuccession = "o" move "O" to ChoixConfirmeSuccession end-if
                   if ChoixConfirmeSuccession = "O"
                       perform Successions-Clore
                   else
                       display "Cloture abandonnee" line 24 col 1
                   end-if
           end-evaluate.

       Successions-Clore.
           move 0 to finSuccession.
           move 0 to NbComptesSuccession.
           exec sql
               DECLARE curClotureSucc CURSOR FOR
                   SELECT codeCompte
                   FROM dbo.Compte
                   WHERE codeClient = :SuccessionLue.codeClient
                       AND statutCompte <> 'F'
                   ORDER BY codeCompte
           end-exec.
           exec sql
               OPEN curClotureSucc
           end-exec.
           perform Successions-CloreCompte until finSuccession = 1.
           exec sql
               CLOSE curClotureSucc
           end-exec.
           exec sql
               UPDATE dbo.Succession SET
                   statutSuccession = 'C'
                   ,dateCloture = :DateComptableNum
                   ,operateurCloture = :OperateurCode
               WHERE noSuccession = :SuccessionLue.noSuccession
           end-exec.
           display "Succession close, comptes fermes : " line 24 col 1.
           display NbComptesSuccession line 24 col 37.

       Successions-CloreCompte.
           exec sql
               FETCH curClotureSucc into
                   :BlocageLu.codeCompte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finSuccession
           else
               move codeClient of SuccessionLue to AuditCodeClient
               move "CLOTURE-SUCC" to AuditOperation
               perform Saisies-AuditAvant
               exec sql
                   UPDATE dbo.Compte SET statutCompte = 'F'
                   WHERE codeCompte = :BlocageLu.codeCompte
               end-exec
               perform Saisies-Audit
               add 1 to NbComptesSuccession
           end-if.

      **********************************
      * Mobilite bancaire (traitements 22)
      **********************************
      * Depart : le compte du client, l'IBAN de son nouveau compte et
      * la date de transfert convenue sont enregistres, et l'inventaire
      * des operations recurrentes part a l'etablissement d'arrivee.
      * A la date convenue, l'ouverture de journee vire le solde au
      * nouvel IBAN et ferme le compte (Mobilite-Transferer). Arrivee :
      * l'inventaire recu de l'ancienne banque ouvre les comptes du
      * client et recree ses virements permanents.
       Mobilite.
           move space to ChoixMobilite.
           perform Mobilite-Trt until ChoixMobilite = "Q".

       Mobilite-Trt.
           display "[D]epart vers une autre banque [A]rrivee d'une autre banque [Q]uitter : " line 1 col 1.
           accept ChoixMobilite line 1 col 74.
           if ChoixMobilite = "d" move "D" to ChoixMobilite end-if.
           if ChoixMobilite = "a" move "A" to ChoixMobilite end-if.
           if ChoixMobilite = "q" move "Q" to ChoixMobilite end-if.
           evaluate ChoixMobilite
               when "D" perform Mobilite-Depart
               when "A" perform Mobilite-Arrivee
           end-evaluate.

       Mobilite-Depart.
           move spaces to NomClient.
           display "Nom du client (ou fragment) : " line 2 col 1.
           accept NomClient line 2 col 32 size 30.
           perform gestionClients-ResoudreClient.
           if CodeClientResolu = spaces
               display "Aucun client ne correspond a ce nom" line 24 col 1
           else
               perform Mobilite-SaisirDepart
           end-if.

       Mobilite-SaisirDepart.
           move 0 to codeCompte of SaisieMobilite.
           display "Compte transfere ............ : " line 4 col 1.
           accept codeCompte of SaisieMobilite line 4 col 34 size 12.
           move spaces to ibanExterne of SaisieMobilite.
           display "IBAN du nouveau compte ...... : " line 5 col 1.
           accept ibanExterne of SaisieMobilite line 5 col 34 size 34.
           move spaces to etablissement of SaisieMobilite.
           display "Etablissement d'arrivee ..... : " line 6 col 1.
           accept etablissement of SaisieMobilite line 6 col 34 size 40.
           move 0 to dateTransfert of SaisieMobilite.
           display "Date de transfert (AAAAMMJJ)  : " line 7 col 1.
           accept dateTransfert of SaisieMobilite line 7 col 34 size 8.
           move spaces to statutCompte of CompteMobilite.
           exec sql
               SELECT codeCompte, codeClient, statutCompte
               INTO :CompteMobilite.codeCompte
                   ,:CompteMobilite.codeClient
                   ,:CompteMobilite.statutCompte
               FROM dbo.Compte
               WHERE codeCompte = :SaisieMobilite.codeCompte
                   AND codeClient = :CodeClientResolu
           end-exec.
           if SQLCODE <> 0
               move spaces to statutCompte of CompteMobilite
           end-if.
           move 0 to NbMobilitesPrevues.
           exec sql
               SELECT COUNT(*) INTO :NbMobilitesPrevues
               FROM dbo.MobiliteBancaire
               WHERE codeCompte = :SaisieMobilite.codeCompte
                   AND sensMobilite = 'S'
                   AND statutMobilite = 'P'
           end-exec.
           move ibanExterne of SaisieMobilite to IBANaControler.
           perform Beneficiaire-ControlerIBAN.
           evaluate true
               when statutCompte of CompteMobilite <> "O"
                   display "Compte inconnu, non ouvert ou d'un autre client" line 24 col 1
               when NbMobilitesPrevues > 0
                   display "Transfert deja prevu pour ce compte" line 24 col 1
               when IBANValide = 0
                   display "IBAN du nouveau compte invalide" line 24 col 1
               when dateTransfert of SaisieMobilite < DateComptableNum
                   display "Date de transfert anterieure a la journee comptable" line 24 col 1
               when other
                   perform Mobilite-EnregistrerDepart
           end-evaluate.

       Mobilite-EnregistrerDepart.
           exec sql
               INSERT INTO dbo.MobiliteBancaire
                   (sensMobilite
                   ,codeClient
                   ,codeCompte
                   ,ibanExterne
                   ,etablissement
                   ,dateDemande
                   ,dateTransfert
                   ,statutMobilite
                   ,montantTransfere
                   ,dateRealisation
                   ,operateur)
               VALUES
                   ('S'
                   ,:CodeClientResolu
                   ,:SaisieMobilite.codeCompte
                   ,:SaisieMobilite.ibanExterne
                   ,:SaisieMobilite.etablissement
                   ,:DateComptableNum
                   ,:SaisieMobilite.dateTransfert
                   ,'P'
                   ,0
                   ,0
                   ,:OperateurCode)
           end-exec.
           perform Mobilite-Inventaire.
           display "Inventaire genere, transfert et cloture le " line 24 col 1.
           display dateTransfert of SaisieMobilite line 24 col 45.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * Inventaire du compte codeCompte de SaisieMobilite : virements
      * permanents actifs, prelevements payes et virements recus des
      * treize derniers mois (un emetteur recurrent = meme libelle au
      * moins deux fois), cheques des carnets remis non encore debites.
       Mobilite-Inventaire.
           move DateComptableNum to DateTravailCal.
           subtract 1 from AnneeCal.
           if MoisCal = 1
               move 12 to MoisCal
               subtract 1 from AnneeCal
           else
               subtract 1 from MoisCal
           end-if.
           perform Date-DernierJourMois.
           if JourCal > DernierJourMoisCal
               move DernierJourMoisCal to JourCal
           end-if.
           move DateTravailCal to DateDebutInventaire.
           open output FichierInvMobilite.
           move spaces to LigneMobilite.
           string
               "INVENTAIRE DE MOBILITE BANCAIRE - COMPTE " delimited by size
               codeCompte of SaisieMobilite delimited by size
               " - EDITE LE " delimited by size
               DateComptableNum delimited by size
               into LigneMobilite
           end-string.
           write EnrFichierInvMobilite from LigneMobilite.
           move spaces to LigneMobilite.
           string
               "Nouveau compte : " delimited by size
               ibanExterne of SaisieMobilite delimited by space
               " - " delimited by size
               etablissement of SaisieMobilite delimited by "  "
               " - transfert le " delimited by size
               dateTransfert of SaisieMobilite delimited by size
               into LigneMobilite
           end-string.
           write EnrFichierInvMobilite from LigneMobilite.
           move spaces to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move "VIREMENTS PERMANENTS ACTIFS" to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move "Beneficiaire | IBAN | Montant | Periodicite / jour | Derniere execution" to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move 0 to NbLignesInventaire.
           move 0 to finInventaire.
           exec sql
               DECLARE curInvPermanents CURSOR FOR
                   SELECT ibanBeneficiaire, nomBeneficiaire,
                          jourExecution, ISNULL(dateDerniereExecution,0),
                          montant, periodicite
                   FROM dbo.VirementPermanent
                   WHERE codeCompte = :SaisieMobilite.codeCompte
                       AND (dateFin = 0 OR dateFin >= :DateComptableNum)
                   ORDER BY noPermanent
           end-exec.
           exec sql
               OPEN curInvPermanents
           end-exec.
           perform Mobilite-InvPermanent until finInventaire = 1.
           exec sql
               CLOSE curInvPermanents
           end-exec.
           perform Mobilite-InvAucune.
           move spaces to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move "PRELEVEMENTS PAYES DEPUIS 13 MOIS" to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move "Creancier (ICS) | Mandat | Nombre | Derniere echeance | Total" to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move 0 to NbLignesInventaire.
           move 0 to finInventaire.
           exec sql
               DECLARE curInvPrelevements CURSOR FOR
                   SELECT referenceMandat,
                          nomCreancier + ' (' + ics + ')',
                          COUNT(*), MAX(dateEcheance), SUM(montant)
                   FROM dbo.PrelevementRecu
                   WHERE codeCompte = :SaisieMobilite.codeCompte
                       AND statutPrelevement = 'D'
                       AND dateEcheance >= :DateDebutInventaire
                   GROUP BY ics, nomCreancier, referenceMandat
                   ORDER BY nomCreancier, referenceMandat
           end-exec.
           exec sql
               OPEN curInvPrelevements
           end-exec.
           perform Mobilite-InvPrelevement until finInventaire = 1.
           exec sql
               CLOSE curInvPrelevements
           end-exec.
           perform Mobilite-InvAucune.
           move spaces to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move "VIREMENTS RECUS DEPUIS 13 MOIS (EMETTEURS REGULIERS)" to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move "Libelle | Nombre | Dernier | Total" to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move 0 to NbLignesInventaire.
           move 0 to finInventaire.
           exec sql
               DECLARE curInvVirementsRecus CURSOR FOR
                   SELECT libelle, COUNT(*), MAX(dateMouvement),
                          SUM(montant)
                   FROM dbo.Mouvement
                   WHERE codeCompte = :SaisieMobilite.codeCompte
                       AND sens = 'C'
                       AND ISNULL(statutMouvement,'C') = 'C'
                       AND dateMouvement >= :DateDebutInventaire
                   GROUP BY libelle
                   HAVING COUNT(*) >= 2
                   ORDER BY libelle
           end-exec.
           exec sql
               OPEN curInvVirementsRecus
           end-exec.
           perform Mobilite-InvVirementRecu until finInventaire = 1.
           exec sql
               CLOSE curInvVirementsRecus
           end-exec.
           perform Mobilite-InvAucune.
           move spaces to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move "CHEQUES NON DEBITES (CARNETS REMIS)" to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move "Du numero | Au numero | Remis le | Non debites" to LigneMobilite.
           write EnrFichierInvMobilite from LigneMobilite.
           move 0 to NbLignesInventaire.
           move 0 to finInventaire.
           exec sql
               DECLARE curInvCheques CURSOR FOR
                   SELECT ch.noPremier, ch.noDernier, ch.dateRemise,
                          ch.noDernier - ch.noPremier + 1
                          - (SELECT COUNT(*) FROM dbo.ChequePaye p
                             WHERE p.codeCompte = ch.codeCompte
                                 AND p.noCheque BETWEEN ch.noPremier
                                     AND ch.noDernier)
                   FROM dbo.Chequier ch
                   WHERE ch.codeCompte = :SaisieMobilite.codeCompte
                       AND ch.statutChequier = 'R'
                   ORDER BY ch.noPremier
           end-exec.
           exec sql
               OPEN curInvCheques
           end-exec.
           perform Mobilite-InvCheque until finInventaire = 1.
           exec sql
               CLOSE curInvCheques
           end-exec.
           perform Mobilite-InvAucune.
           close FichierInvMobilite.

       Mobilite-InvAucune.
           if NbLignesInventaire = 0
               move "(neant)" to LigneMobilite
               write EnrFichierInvMobilite from LigneMobilite
           end-if.

       Mobilite-InvPermanent.
           exec sql
               FETCH curInvPermanents into
                   :InventaireLu.referenceOp
                   ,:InventaireLu.designation
                   ,:InventaireLu.nombre
                   ,:InventaireLu.dateDerniere
                   ,:InventaireLu.montant
                   ,:InventaireLu.periodicite
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finInventaire
           else
               add 1 to NbLignesInventaire
               move montant of InventaireLu to StrMontantMobilite
               move spaces to LigneMobilite
               string
                   designation of InventaireLu delimited by "  "
                   " | " delimited by size
                   referenceOp of InventaireLu delimited by "  "
                   " | " delimited by size
                   StrMontantMobilite delimited by size
                   " | " delimited by size
                   periodicite of InventaireLu delimited by size
                   " / " delimited by size
                   nombre of InventaireLu(4:2) delimited by size
                   " | " delimited by size
                   dateDerniere of InventaireLu delimited by size
                   into LigneMobilite
               end-string
               write EnrFichierInvMobilite from LigneMobilite
           end-if.

       Mobilite-InvPrelevement.
           exec sql
               FETCH curInvPrelevements into
                   :InventaireLu.referenceOp
                   ,:InventaireLu.designation
                   ,:InventaireLu.nombre
                   ,:InventaireLu.dateDerniere
                   ,:InventaireLu.montant
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finInventaire
           else
               add 1 to NbLignesInventaire
               perform Mobilite-InvLigne
           end-if.

       Mobilite-InvVirementRecu.
           move spaces to referenceOp of InventaireLu.
           exec sql
               FETCH curInvVirementsRecus into
                   :InventaireLu.designation
                   ,:InventaireLu.nombre
                   ,:InventaireLu.dateDerniere
                   ,:InventaireLu.montant
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finInventaire
           else
               add 1 to NbLignesInventaire
               perform Mobilite-InvLigne
           end-if.

      * Ligne commune prelevements / virements recus : designation,
      * reference eventuelle, nombre, derniere date et total.
       Mobilite-InvLigne.
           move montant of InventaireLu to StrMontantMobilite.
           move spaces to LigneMobilite.
           if referenceOp of InventaireLu = spaces
               string
                   designation of InventaireLu delimited by "  "
                   " | " delimited by size
                   nombre of InventaireLu delimited by size
                   " | " delimited by size
                   dateDerniere of InventaireLu delimited by size
                   " | " delimited by size
                   StrMontantMobilite delimited by size
                   into LigneMobilite
               end-string
           else
               string
                   designation of InventaireLu delimited by "  "
                   " | " delimited by size
                   referenceOp of InventaireLu delimited by "  "
                   " | " delimited by size
                   nombre of InventaireLu delimited by size
                   " | " delimited by size
                   dateDerniere of InventaireLu delimited by size
                   " | " delimited by size
                   StrMontantMobilite delimited by size
                   into LigneMobilite
               end-string
           end-if.
           write EnrFichierInvMobilite from LigneMobilite.

       Mobilite-InvCheque.
           exec sql
               FETCH curInvCheques into
                   :InventaireLu.noPremier
                   ,:InventaireLu.noDernier
                   ,:InventaireLu.dateDerniere
                   ,:InventaireLu.nombre
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finInventaire
           else
               if nombre of InventaireLu > 0
                   add 1 to NbLignesInventaire
                   move spaces to LigneMobilite
                   string
                       noPremier of InventaireLu delimited by size
                       " | " delimited by size
                       noDernier of InventaireLu delimited by size
                       " | " delimited by size
                       dateDerniere of InventaireLu delimited by size
                       " | " delimited by size
                       nombre of InventaireLu delimited by size
                       into LigneMobilite
                   end-string
                   write EnrFichierInvMobilite from LigneMobilite
               end-if
           end-if.

      * Ouverture de journee (appele par VirementsPermanents-Executer) :
      * les departs arrives a date voient leur solde vire au nouvel
      * IBAN, leurs virements permanents arretes et le compte ferme.
      * Un compte debiteur, porteur de mouvements en attente ou dont
      * le solde n'est pas disponible (saisie, succession) est reporte
      * au lendemain.
       Mobilite-Transferer.
           move 0 to finMobilite.
           move 0 to NbMobilitesRealisees.
           move 0 to NbMobilitesReportees.
           exec sql
               DECLARE curMobilites CURSOR FOR
                   SELECT m.noMobilite, m.codeCompte, m.codeClient,
                          m.ibanExterne, cl.nom, c.codeDevise,
                          c.soldeCrediteur - c.soldeDebiteur
                   FROM dbo.MobiliteBancaire m
                   JOIN dbo.Compte c ON c.codeCompte = m.codeCompte
                   JOIN dbo.Client cl ON cl.codeClient = m.codeClient
                   WHERE m.sensMobilite = 'S'
                       AND m.statutMobilite = 'P'
                       AND m.dateTransfert <= :DateComptableNum
                   ORDER BY m.noMobilite
           end-exec.
           exec sql
               OPEN curMobilites
           end-exec.
           perform Mobilite-TransfererLigne until finMobilite = 1.
           exec sql
               CLOSE curMobilites
           end-exec.
           if NbMobilitesRealisees > 0 or NbMobilitesReportees > 0
               display "Mobilites realisees : " line 18 col 1
               display NbMobilitesRealisees line 18 col 23
               display "reportees : " line 18 col 30
               display NbMobilitesReportees line 18 col 42
           end-if.

       Mobilite-TransfererLigne.
           exec sql
               FETCH curMobilites into
                   :MobiliteLue.noMobilite
                   ,:MobiliteLue.codeCompte
                   ,:MobiliteLue.codeClient
                   ,:MobiliteLue.ibanExterne
                   ,:MobiliteLue.nomClient
                   ,:MobiliteLue.codeDevise
                   ,:MobiliteLue.soldeNet
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finMobilite
           else
               move 0 to NbAttenteMobilite
               exec sql
                   SELECT COUNT(*) INTO :NbAttenteMobilite
                   FROM dbo.Mouvement
                   WHERE codeCompte = :MobiliteLue.codeCompte
                       AND statutMouvement = 'A'
               end-exec
               move 1 to ProvisionSuffisante
               if soldeNet of MobiliteLue > 0
                   move codeCompte of MobiliteLue to codeCompte of Mouvement
                   move soldeNet of MobiliteLue to montant of Mouvement
                   move "D" to sens of Mouvement
                   perform Provision-Controler
               end-if
               evaluate true
                   when NbAttenteMobilite > 0
                       or soldeNet of MobiliteLue < 0
                       or ProvisionSuffisante = 0
                       add 1 to NbMobilitesReportees
                   when soldeNet of MobiliteLue > 0
                       and codeDevise of MobiliteLue <> "EUR"
                       add 1 to NbMobilitesReportees
                   when soldeNet of MobiliteLue > 0
                       and NbVirementSEPA >= VirementsSEPA-Max
                       add 1 to NbMobilitesReportees
                   when other
                       perform Mobilite-Realiser
               end-evaluate
           end-if.

       Mobilite-Realiser.
           move codeCompte of MobiliteLue to codeCompte of BlocageLu.
           move codeClient of MobiliteLue to AuditCodeClient.
           move "MOBILITE-DEP" to AuditOperation.
           perform Saisies-AuditAvant.
           if soldeNet of MobiliteLue > 0
               add 1 to NbVirementSEPA
               move NbVirementSEPA to IndexVirement
               move spaces to ReferenceSEPA
               string
                   "GESTBQ" delimited by size
                   DateSystemeComplete delimited by size
                   "-" delimited by size
                   IndexVirement delimited by size
                   into ReferenceSEPA
               end-string
               move ibanExterne of MobiliteLue to VirIBAN(IndexVirement)
               move nomClient of MobiliteLue to VirNom(IndexVirement)
               move soldeNet of MobiliteLue to VirMontant(IndexVirement)
               move spaces to VirMotif(IndexVirement)
               string
                   "MOBILITE BANCAIRE " delimited by size
                   noMobilite of MobiliteLue delimited by size
                   into VirMotif(IndexVirement)
               end-string
               move "EUR" to VirDevise(IndexVirement)
               move "MOBILITE" to VirOrigine(IndexVirement)
               move spaces to VirBIC(IndexVirement)
               move codeCompte of MobiliteLue to VirCodeCompte(IndexVirement)
               add soldeNet of MobiliteLue to TotalVirementSEPA
               move codeCompte of MobiliteLue to codeCompte of Mouvement
               move DateComptableNum to dateMouvement of Mouvement
               move "TRANSFERT DU SOLDE - MOBILITE BANCAIRE" to libelle of Mouvement
               move soldeNet of MobiliteLue to montant of Mouvement
               move "D" to sens of Mouvement
               move "EUR" to codeDevise of Mouvement
               move DateComptableNum to dateValeur of Mouvement
               move "C" to statutMouvement of Mouvement
               perform Mouvement-Comptabiliser
           end-if.
           exec sql
               UPDATE dbo.VirementPermanent SET
                   dateFin = :DateComptableNum
               WHERE codeCompte = :MobiliteLue.codeCompte
                   AND (dateFin = 0 OR dateFin > :DateComptableNum)
           end-exec.
           exec sql
               UPDATE dbo.Compte SET statutCompte = 'F'
               WHERE codeCompte = :MobiliteLue.codeCompte
           end-exec.
           perform Saisies-Audit.
           exec sql
               UPDATE dbo.MobiliteBancaire SET
                   statutMobilite = 'T'
                   ,montantTransfere = :MobiliteLue.soldeNet
                   ,dateRealisation = :DateComptableNum
               WHERE noMobilite = :MobiliteLue.noMobilite
           end-exec.
           add 1 to NbMobilitesRealisees.

      * Arrivee : le client existe deja (piece d'identite valide). Les
      * comptes sont ouverts sur la banque et le guichet de l'IBAN
      * emetteur, a la racine suivante ; les virements permanents de
      * l'inventaire repartent sur le dernier compte ouvert, la periode
      * en cours etant reputee executee par l'ancienne banque.
       Mobilite-Arrivee.
           move spaces to NomClient.
           display "Nom du client (ou fragment) : " line 2 col 1.
           accept NomClient line 2 col 32 size 30.
           perform gestionClients-ResoudreClient.
           if CodeClientResolu = spaces
               display "Aucun client ne correspond a ce nom" line 24 col 1
           else
               move CodeClientResolu to codeClient of ClientKYC
               perform KYC-ControlerPiece
               evaluate true
                   when NbPiecesValides = 0
                       display "Aucune piece d'identite valide (traitements 19), arrivee refusee" line 24 col 1
                   when IBANEmetteurSEPA(5:10) is not numeric
                       display "IBAN emetteur absent (cle IBANEMETTEUR de la configuration), arrivee refusee" line 24 col 1
                   when other
                       move spaces to etablissement of SaisieMobilite
                       display "Etablissement d'origine ..... : " line 4 col 1
                       accept etablissement of SaisieMobilite line 4 col 34 size 40
                       perform Mobilite-ArriveeIni
                       if finMobEntrante = 0
                           perform Mobilite-ArriveeTrt until finMobEntrante = 1
                           close FichierMobEntrante
                           close FichierEtatMobilite
                           display "Comptes ouverts ............. : " line 20 col 1
                           display NbComptesMobilite line 20 col 34
                           display "Virements permanents recrees  : " line 21 col 1
                           display NbPermanentsRecrees line 21 col 34
                           display "Operations a domicilier ..... : " line 22 col 1
                           display NbOperationsADomicilier line 22 col 34
                           display "Lignes rejetees :" line 22 col 42
                           display NbLignesMobRejetees line 22 col 60
                       end-if
                       display "Appuyez sur une touche pour continuer..." line 23 col 1
                       accept choix line 23 col 60
               end-evaluate
           end-if.

       Mobilite-ArriveeIni.
           move 0 to finMobEntrante.
           move 0 to NbComptesMobilite.
           move 0 to NbPermanentsRecrees.
           move 0 to NbOperationsADomicilier.
           move 0 to NbLignesMobRejetees.
           move 0 to CompteMobiliteCree.
           open input FichierMobEntrante.
           if MobEntrante-Status <> 0
               display "Inventaire recu introuvable, status " line 24 col 1
               display MobEntrante-Status line 24 col 38
               move 1 to finMobEntrante
           else
               read FichierMobEntrante
                   at end
                       move 1 to finMobEntrante
                       close FichierMobEntrante
               end-read
           end-if.
           if finMobEntrante = 0
               open output FichierEtatMobilite
               move spaces to LigneMobilite
               string
                   "ARRIVEE EN MOBILITE BANCAIRE - CLIENT " delimited by size
                   CodeClientResolu delimited by space
                   " - EN PROVENANCE DE " delimited by size
                   etablissement of SaisieMobilite delimited by "  "
                   " - LE " delimited by size
                   DateComptableNum delimited by size
                   into LigneMobilite
               end-string
               write EnrFichierEtatMobilite from LigneMobilite
               move spaces to LigneMobilite
               write EnrFichierEtatMobilite from LigneMobilite
           end-if.

       Mobilite-ArriveeTrt.
           read FichierMobEntrante
               at end move 1 to finMobEntrante
               not at end perform Mobilite-ArriveeLigne
           end-read.

       Mobilite-ArriveeLigne.
           move spaces to MobEntranteLu.
           move 0 to CountChampsMobilite.
           move 0 to LongMontantMobilite.
           move 0 to LongJourMobilite.
           move 0 to LongDateFinMobilite.
           unstring EnrFichierMobEntrante delimited by ";"
               into
               typeLigne of MobEntranteLu
               zone1 of MobEntranteLu
               zone2 of MobEntranteLu
               zone3 of MobEntranteLu count in LongMontantMobilite
               zone4 of MobEntranteLu
               zone5 of MobEntranteLu count in LongJourMobilite
               zone6 of MobEntranteLu
               zone7 of MobEntranteLu count in LongDateFinMobilite
               zone8 of MobEntranteLu
               tallying in CountChampsMobilite
           end-unstring.
           evaluate typeLigne of MobEntranteLu
               when "CP"
                   perform Mobilite-OuvrirCompte
               when "VP"
                   perform Mobilite-RecreerPermanent
               when "PR"
               when "VR"
               when "CH"
                   add 1 to NbOperationsADomicilier
                   move spaces to LigneMobilite
                   string
                       "A DOMICILIER : " delimited by size
                       EnrFichierMobEntrante delimited by "  "
                       into LigneMobilite
                   end-string
                   write EnrFichierEtatMobilite from LigneMobilite
               when other
                   perform Mobilite-RejeterLigne
           end-evaluate.

       Mobilite-RejeterLigne.
           add 1 to NbLignesMobRejetees.
           move spaces to LigneMobilite.
           string
               "REJETEE : " delimited by size
               EnrFichierMobEntrante delimited by "  "
               into LigneMobilite
           end-string.
           write EnrFichierEtatMobilite from LigneMobilite.

      * CP;ancien IBAN;type de compte;devise (EUR a defaut).
       Mobilite-OuvrirCompte.
           if CountChampsMobilite < 3 or zone2 of MobEntranteLu = spaces
               perform Mobilite-RejeterLigne
           else
               if zone3 of MobEntranteLu = spaces
                   move "EUR" to zone3 of MobEntranteLu
               end-if
               move IBANEmetteurSEPA(5:5) to codeBanque of CompteCalc
               move IBANEmetteurSEPA(10:5) to codeGuichet of CompteCalc
               move 0 to RacineMobilite
               exec sql
                   SELECT ISNULL(MAX(racineCompte),0) INTO :RacineMobilite
                   FROM dbo.Compte
                   WHERE codeBanque = :CompteCalc.codeBanque
                       AND codeGuichet = :CompteCalc.codeGuichet
               end-exec
               add 1 to RacineMobilite
               move RacineMobilite to racineCompte of CompteCalc
               move 0 to repT
               multiply 89 by codeBanque of CompteCalc giving rep1
               multiply 15 by codeGuichet of CompteCalc giving rep2
               multiply 3 by racineCompte of CompteCalc giving rep3
               add rep1 rep2 rep3 to repT
               divide repT by 97 giving div remainder valeurRIB
               subtract 97 from valeurRIB
               move valeurRIB to cleRib of CompteCalc
               move zone2 of MobEntranteLu to typeCompte of CompteMobilite
               move zone3 of MobEntranteLu to codeDevise of CompteMobilite
               exec sql
                   INSERT INTO dbo.Compte
                       (codeBanque
                       ,codeGuichet
                       ,racineCompte
                       ,typeCompte
                       ,cleRib
                       ,soldeDebiteur
                       ,soldeCrediteur
                       ,codeClient
                       ,statutCompte
                       ,codeDevise)
                   VALUES
                       (:CompteCalc.codeBanque
                       ,:CompteCalc.codeGuichet
                       ,:CompteCalc.racineCompte
                       ,:CompteMobilite.typeCompte
                       ,:CompteCalc.cleRib
                       ,0
                       ,0
                       ,:CodeClientResolu
                       ,'O'
                       ,:CompteMobilite.codeDevise)
               end-exec
               move 0 to CompteMobiliteCree
               exec sql
                   SELECT codeCompte INTO :CompteMobiliteCree
                   FROM dbo.Compte
                   WHERE codeBanque = :CompteCalc.codeBanque
                       AND codeGuichet = :CompteCalc.codeGuichet
                       AND racineCompte = :CompteCalc.racineCompte
                       AND typeCompte = :CompteMobilite.typeCompte
               end-exec
               if SQLCODE <> 0
                   move 0 to CompteMobiliteCree
                   perform Mobilite-RejeterLigne
               else
                   move CompteMobiliteCree to codeCompte of CompteCalc
                   perform verifRIB-CalculerIBAN
                   move CompteMobiliteCree to codeCompte of BlocageLu
                   move CodeClientResolu to AuditCodeClient
                   move "MOBILITE-ARR" to AuditOperation
                   perform Saisies-AuditAvant
                   perform Saisies-Audit
                   exec sql
                       INSERT INTO dbo.MobiliteBancaire
                           (sensMobilite
                           ,codeClient
                           ,codeCompte
                           ,ibanExterne
                           ,etablissement
                           ,dateDemande
                           ,dateTransfert
                           ,statutMobilite
                           ,montantTransfere
                           ,dateRealisation
                           ,operateur)
                       VALUES
                           ('E'
                           ,:CodeClientResolu
                           ,:CompteMobiliteCree
                           ,:MobEntranteLu.zone1
                           ,:SaisieMobilite.etablissement
                           ,:DateComptableNum
                           ,:DateComptableNum
                           ,'T'
                           ,0
                           ,:DateComptableNum
                           ,:OperateurCode)
                   end-exec
                   add 1 to NbComptesMobilite
                   move spaces to LigneMobilite
                   string
                       "COMPTE OUVERT : " delimited by size
                       IBAN of CompteCalc delimited by space
                       " (ancien IBAN " delimited by size
                       zone1 of MobEntranteLu delimited by space
                       ")" delimited by size
                       into LigneMobilite
                   end-string
                   write EnrFichierEtatMobilite from LigneMobilite
               end-if
           end-if.

      * VP;IBAN beneficiaire;nom;montant en centimes;periodicite M, T
      * ou A;jour;date de debut;date de fin (0 = sans fin);libelle.
       Mobilite-RecreerPermanent.
           move 0 to IBANValide.
           if CountChampsMobilite >= 8
               move zone1 of MobEntranteLu to IBANaControler
               perform Beneficiaire-ControlerIBAN
           end-if.
           evaluate true
               when CompteMobiliteCree = 0
               when IBANValide = 0
               when LongMontantMobilite = 0 or LongMontantMobilite > 13
               when LongJourMobilite = 0 or LongJourMobilite > 2
               when LongDateFinMobilite = 0 or LongDateFinMobilite > 8
                   perform Mobilite-RejeterLigne
               when zone3 of MobEntranteLu(1:LongMontantMobilite) is not numeric
               when zone5 of MobEntranteLu(1:LongJourMobilite) is not numeric
               when zone6 of MobEntranteLu is not numeric
               when zone7 of MobEntranteLu(1:LongDateFinMobilite) is not numeric
               when zone4 of MobEntranteLu <> "M" and zone4 of MobEntranteLu <> "T"
                       and zone4 of MobEntranteLu <> "A"
                   perform Mobilite-RejeterLigne
               when other
                   perform Mobilite-EcrirePermanent
           end-evaluate.

       Mobilite-EcrirePermanent.
           move 0 to NoPermanentMobilite.
           exec sql
               SELECT ISNULL(MAX(noPermanent),0) INTO :NoPermanentMobilite
               FROM dbo.VirementPermanent
           end-exec.
           add 1 to NoPermanentMobilite.
           move NoPermanentMobilite to noPermanent of SaisiePermanent.
           move CompteMobiliteCree to codeCompte of SaisiePermanent.
           move zone1 of MobEntranteLu to ibanBeneficiaire of SaisiePermanent.
           move zone2 of MobEntranteLu to nomBeneficiaire of SaisiePermanent.
           move zone3 of MobEntranteLu(1:LongMontantMobilite) to MontantMobiliteBrut.
           compute montant of SaisiePermanent = MontantMobiliteBrut / 100.
           move codeDevise of CompteMobilite to codeDevise of SaisiePermanent.
           move zone4 of MobEntranteLu to periodicite of SaisiePermanent.
           move zone5 of MobEntranteLu(1:LongJourMobilite) to jourExecution of SaisiePermanent.
           move zone6 of MobEntranteLu to dateDebut of SaisiePermanent.
           if dateDebut of SaisiePermanent < DateComptableNum
               move DateComptableNum to dateDebut of SaisiePermanent
           end-if.
           move zone7 of MobEntranteLu(1:LongDateFinMobilite) to dateFin of SaisiePermanent.
           move zone8 of MobEntranteLu to libelle of SaisiePermanent.
           exec sql
               INSERT INTO dbo.VirementPermanent
                   (noPermanent
                   ,codeCompte
                   ,ibanBeneficiaire
                   ,nomBeneficiaire
                   ,montant
                   ,codeDevise
                   ,periodicite
                   ,jourExecution
                   ,dateDebut
                   ,dateFin
                   ,dateDerniereExecution
                   ,libelle)
               VALUES
                   (:SaisiePermanent.noPermanent
                   ,:SaisiePermanent.codeCompte
                   ,:SaisiePermanent.ibanBeneficiaire
                   ,:SaisiePermanent.nomBeneficiaire
                   ,:SaisiePermanent.montant
                   ,:SaisiePermanent.codeDevise
                   ,:SaisiePermanent.periodicite
                   ,:SaisiePermanent.jourExecution
                   ,:SaisiePermanent.dateDebut
                   ,:SaisiePermanent.dateFin
                   ,:DateComptableNum
                   ,:SaisiePermanent.libelle)
           end-exec.
           add 1 to NbPermanentsRecrees.
           move montant of SaisiePermanent to StrMontantMobilite.
           move spaces to LigneMobilite.
           string
               "VIREMENT PERMANENT RECREE : " delimited by size
               nomBeneficiaire of SaisiePermanent delimited by "  "
               " " delimited by size
               StrMontantMobilite delimited by size
               " " delimited by size
               periodicite of SaisiePermanent delimited by size
               into LigneMobilite
           end-string.
           write EnrFichierEtatMobilite from LigneMobilite.

      **********************************
      * Rentabilite par client (traitements 23)
      **********************************
      * Un client detenteur de comptes de plusieurs types ou banques
      * a une ligne par typeCompte et par banque, de sorte que les
      * sous-totaux de rupture restent exacts.
       EtatPNB.
           move space to ChoixPNB.
           display "Etat de rentabilite [M]ensuel / [A]nnuel : " line 1 col 1.
           accept ChoixPNB line 1 col 45.
           if ChoixPNB = "m" move "M" to ChoixPNB end-if.
           if ChoixPNB = "a" move "A" to ChoixPNB end-if.
           evaluate ChoixPNB
               when "M" perform EtatPNB-Mois
               when "A" perform EtatPNB-Annee
           end-evaluate.

       EtatPNB-Mois.
           move 0 to PeriodePNB.
           display "Mois (AAAAMM, vide = mois en cours) : " line 2 col 1.
           accept PeriodePNB line 2 col 40 size 6.
           if PeriodePNB = 0
               move DateComptableNum(1:6) to PeriodePNB
           end-if.
           if PeriodePNB(5:2) < "01" or PeriodePNB(5:2) > "12"
               display "Mois invalide" line 24 col 1
           else
               compute DateDebutPNB = PeriodePNB * 100 + 1
               compute DateFinPNB = PeriodePNB * 100 + 31
               move 12 to DiviseurPNB
               perform EtatPNB-Etat
           end-if.

       EtatPNB-Annee.
           move 0 to PeriodePNB.
           display "Annee (AAAA, vide = annee en cours) : " line 2 col 1.
           accept PeriodePNB line 2 col 40 size 4.
           if PeriodePNB = 0
               move DateComptableNum(1:4) to PeriodePNB
           end-if.
           compute DateDebutPNB = PeriodePNB * 10000 + 101.
           compute DateFinPNB = PeriodePNB * 10000 + 1231.
           move 1 to DiviseurPNB.
           perform EtatPNB-Etat.

      * Agios et frais : debits comptabilises dont le libelle commence
      * par AGIOS ou FRAIS (agios, frais de tenue, d'incidents, de
      * releve papier, de lettre RIB), nets des eventuels
      * remboursements credites sous le meme libelle ; interets
      * verses : credits INTERETS (interets crediteurs et de DAT).
       EtatPNB-Etat.
           open output FichierEtatPNB.
           move spaces to LignePNB.
           string
               "ETAT DE RENTABILITE PAR CLIENT (PNB) - DU " delimited by size
               DateDebutPNB delimited by size
               " AU " delimited by size
               DateFinPNB delimited by size
               " - MARGE SUR ENCOURS " delimited by size
               TauxMargePNB delimited by size
               " PB/AN" delimited by size
               into LignePNB
           end-string.
           write EnrFichierEtatPNB from LignePNB.
           move spaces to LignePNB.
           write EnrFichierEtatPNB from LignePNB.
           move "Banque | Type | Client | Nom | Comptes | Agios | Frais | Interets verses | Encours moyen | Marge | PNB" to LignePNB.
           write EnrFichierEtatPNB from LignePNB.
           move 0 to finPNB.
           move 0 to NbLignesPNB.
           move spaces to DevisePNBCourante.
           move spaces to AgencePNBCourante.
           move spaces to BanquePNBCourante.
           move spaces to TypePNBCourant.
           exec sql
               DECLARE curPNB CURSOR FOR
                   SELECT c.codeDevise, c.codeBanque, c.typeCompte,
                          c.codeClient, ISNULL(cl.nom,''),
                          ISNULL(cl.prenom,''), COUNT(*),
                          SUM(ISNULL(m.agios,0)), SUM(ISNULL(m.frais,0)),
                          SUM(ISNULL(m.interets,0)),
                          SUM(ISNULL(h.encours,0)),
                          CAST(SUM(ISNULL(h.encours,0)) * :TauxMargePNB
                               / 10000 / :DiviseurPNB AS DECIMAL(15,2)),
                          SUM(ISNULL(m.agios,0)) + SUM(ISNULL(m.frais,0))
                          - SUM(ISNULL(m.interets,0))
                          + CAST(SUM(ISNULL(h.encours,0)) * :TauxMargePNB
                               / 10000 / :DiviseurPNB AS DECIMAL(15,2)),
                          ISNULL(cl.codeAgence,'')
                   FROM dbo.Compte c
                   LEFT JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                   LEFT JOIN (SELECT codeCompte,
                                     SUM(CASE WHEN sens = 'D' AND libelle LIKE 'AGIOS%' THEN montant
                                              WHEN sens = 'C' AND libelle LIKE 'AGIOS%' THEN - montant
                                              ELSE 0 END) AS agios,
                                     SUM(CASE WHEN sens = 'D' AND libelle LIKE 'FRAIS%' THEN montant
                                              WHEN sens = 'C' AND libelle LIKE 'FRAIS%' THEN - montant
                                              ELSE 0 END) AS frais,
                                     SUM(CASE WHEN sens = 'C' AND libelle LIKE 'INTERETS%' THEN montant
                                              ELSE 0 END) AS interets
                              FROM dbo.Mouvement
                              WHERE dateMouvement BETWEEN :DateDebutPNB AND :DateFinPNB
                                  AND ISNULL(statutMouvement,'C') = 'C'
                              GROUP BY codeCompte) m
                       ON m.codeCompte = c.codeCompte
                   LEFT JOIN (SELECT codeCompte,
                                     AVG(CASE WHEN soldeCrediteur > soldeDebiteur
                                              THEN soldeCrediteur - soldeDebiteur
                                              ELSE 0 END) AS encours
                              FROM dbo.SoldeHistorique
                              WHERE dateSolde BETWEEN :DateDebutPNB AND :DateFinPNB
                              GROUP BY codeCompte) h
                       ON h.codeCompte = c.codeCompte
                   WHERE m.codeCompte IS NOT NULL
                       OR h.codeCompte IS NOT NULL
                   GROUP BY c.codeDevise, c.codeBanque, c.typeCompte,
                            c.codeClient, cl.nom, cl.prenom, cl.codeAgence
                   ORDER BY 1, 14, 2, 3, 13 DESC, 4
           end-exec.
           exec sql
               OPEN curPNB
           end-exec.
           perform EtatPNB-Ligne until finPNB = 1.
           exec sql
               CLOSE curPNB
           end-exec.
           if DevisePNBCourante <> spaces
               perform EtatPNB-RuptureType
               perform EtatPNB-RuptureBanque
               perform EtatPNB-RuptureAgence
               perform EtatPNB-RuptureDevise
           end-if.
           close FichierEtatPNB.
           display "Etat de rentabilite genere, lignes : " line 24 col 1.
           display NbLignesPNB line 24 col 38.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       EtatPNB-Ligne.
           exec sql
               FETCH curPNB into
                   :PNBLu.codeDevise
                   ,:PNBLu.codeBanque
                   ,:PNBLu.typeCompte
                   ,:PNBLu.codeClient
                   ,:PNBLu.nom
                   ,:PNBLu.prenom
                   ,:PNBLu.nbComptes
                   ,:PNBLu.agios
                   ,:PNBLu.frais
                   ,:PNBLu.interets
                   ,:PNBLu.encoursMoyen
                   ,:PNBLu.marge
                   ,:PNBLu.pnb
                   ,:PNBLu.codeAgence
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finPNB
           else
               perform EtatPNB-Rupture
               perform EtatPNB-EcrireLigne
           end-if.

      * Ruptures emboitees devise > agence > banque > typeCompte : une
      * rupture de niveau superieur ferme d'abord les niveaux
      * inferieurs.
       EtatPNB-Rupture.
           if DevisePNBCourante = spaces
               perform EtatPNB-OuvrirDevise
           else
               if codeDevise of PNBLu <> DevisePNBCourante
                   perform EtatPNB-RuptureType
                   perform EtatPNB-RuptureBanque
                   perform EtatPNB-RuptureAgence
                   perform EtatPNB-RuptureDevise
                   perform EtatPNB-OuvrirDevise
               else
                   if codeAgence of PNBLu <> AgencePNBCourante
                       perform EtatPNB-RuptureType
                       perform EtatPNB-RuptureBanque
                       perform EtatPNB-RuptureAgence
                       perform EtatPNB-OuvrirAgence
                   else
                       if codeBanque of PNBLu <> BanquePNBCourante
                           perform EtatPNB-RuptureType
                           perform EtatPNB-RuptureBanque
                           perform EtatPNB-OuvrirBanque
                       else
                           if typeCompte of PNBLu <> TypePNBCourant
                               perform EtatPNB-RuptureType
                               perform EtatPNB-OuvrirType
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       EtatPNB-OuvrirDevise.
           move codeDevise of PNBLu to DevisePNBCourante.
           move zeros to TotalDevisePNB.
           move spaces to LignePNB.
           write EnrFichierEtatPNB from LignePNB.
           move spaces to LignePNB.
           string
               "DEVISE " delimited by size
               DevisePNBCourante delimited by size
               into LignePNB
           end-string.
           write EnrFichierEtatPNB from LignePNB.
           perform EtatPNB-OuvrirAgence.

       EtatPNB-OuvrirAgence.
           move codeAgence of PNBLu to AgencePNBCourante.
           move zeros to TotalAgencePNB.
           move spaces to LignePNB.
           if AgencePNBCourante = spaces
               move "SANS AGENCE" to LignePNB
           else
               string
                   "AGENCE " delimited by size
                   AgencePNBCourante delimited by size
                   into LignePNB
               end-string
           end-if.
           write EnrFichierEtatPNB from LignePNB.
           perform EtatPNB-OuvrirBanque.

       EtatPNB-OuvrirBanque.
           move codeBanque of PNBLu to BanquePNBCourante.
           move zeros to TotalBanquePNB.
           perform EtatPNB-OuvrirType.

       EtatPNB-OuvrirType.
           move typeCompte of PNBLu to TypePNBCourant.
           move zeros to TotalTypePNB.

       EtatPNB-EcrireLigne.
           add 1 to NbLignesPNB.
           add 1 to nbClients of TotalTypePNB.
           add agios of PNBLu to agios of TotalTypePNB.
           add frais of PNBLu to frais of TotalTypePNB.
           add interets of PNBLu to interets of TotalTypePNB.
           add marge of PNBLu to marge of TotalTypePNB.
           add pnb of PNBLu to pnb of TotalTypePNB.
           move space to MarquePNB.
           if pnb of PNBLu < 0
               add 1 to nbDeficitaires of TotalTypePNB
               move "*" to MarquePNB
           end-if.
           move agios of PNBLu to StrAgiosPNB.
           move frais of PNBLu to StrFraisPNB.
           move interets of PNBLu to StrInteretsPNB.
           move encoursMoyen of PNBLu to StrEncoursPNB.
           move marge of PNBLu to StrMargePNB.
           move pnb of PNBLu to StrPNB.
           move spaces to LignePNB.
           string
               codeBanque of PNBLu delimited by size
               " | " delimited by size
               typeCompte of PNBLu delimited by size
               " | " delimited by size
               codeClient of PNBLu delimited by space
               " | " delimited by size
               nom of PNBLu delimited by "  "
               " " delimited by size
               prenom of PNBLu delimited by "  "
               " | " delimited by size
               nbComptes of PNBLu delimited by size
               " | " delimited by size
               StrAgiosPNB delimited by size
               " | " delimited by size
               StrFraisPNB delimited by size
               " | " delimited by size
               StrInteretsPNB delimited by size
               " | " delimited by size
               StrEncoursPNB delimited by size
               " | " delimited by size
               StrMargePNB delimited by size
               " | " delimited by size
               StrPNB delimited by size
               " " delimited by size
               MarquePNB delimited by size
               into LignePNB
           end-string.
           write EnrFichierEtatPNB from LignePNB.

      * Chaque niveau cumule dans le niveau superieur a sa fermeture.
       EtatPNB-RuptureType.
           move spaces to LibelleTotalPNB.
           string
               "TOTAL TYPE " delimited by size
               TypePNBCourant delimited by size
               into LibelleTotalPNB
           end-string.
           move TotalTypePNB to TotalEditePNB.
           perform EtatPNB-EcrireTotal.
           add nbClients of TotalTypePNB to nbClients of TotalBanquePNB.
           add nbDeficitaires of TotalTypePNB to nbDeficitaires of TotalBanquePNB.
           add agios of TotalTypePNB to agios of TotalBanquePNB.
           add frais of TotalTypePNB to frais of TotalBanquePNB.
           add interets of TotalTypePNB to interets of TotalBanquePNB.
           add marge of TotalTypePNB to marge of TotalBanquePNB.
           add pnb of TotalTypePNB to pnb of TotalBanquePNB.

       EtatPNB-RuptureBanque.
           move spaces to LibelleTotalPNB.
           string
               "TOTAL BANQUE " delimited by size
               BanquePNBCourante delimited by size
               into LibelleTotalPNB
           end-string.
           move TotalBanquePNB to TotalEditePNB.
           perform EtatPNB-EcrireTotal.
           add nbClients of TotalBanquePNB to nbClients of TotalAgencePNB.
           add nbDeficitaires of TotalBanquePNB to nbDeficitaires of TotalAgencePNB.
           add agios of TotalBanquePNB to agios of TotalAgencePNB.
           add frais of TotalBanquePNB to frais of TotalAgencePNB.
           add interets of TotalBanquePNB to interets of TotalAgencePNB.
           add marge of TotalBanquePNB to marge of TotalAgencePNB.
           add pnb of TotalBanquePNB to pnb of TotalAgencePNB.

       EtatPNB-RuptureAgence.
           move spaces to LibelleTotalPNB.
           if AgencePNBCourante = spaces
               move "TOTAL SANS AGENCE" to LibelleTotalPNB
           else
               string
                   "TOTAL AGENCE " delimited by size
                   AgencePNBCourante delimited by size
                   into LibelleTotalPNB
               end-string
           end-if.
           move TotalAgencePNB to TotalEditePNB.
           perform EtatPNB-EcrireTotal.
           add nbClients of TotalAgencePNB to nbClients of TotalDevisePNB.
           add nbDeficitaires of TotalAgencePNB to nbDeficitaires of TotalDevisePNB.
           add agios of TotalAgencePNB to agios of TotalDevisePNB.
           add frais of TotalAgencePNB to frais of TotalDevisePNB.
           add interets of TotalAgencePNB to interets of TotalDevisePNB.
           add marge of TotalAgencePNB to marge of TotalDevisePNB.
           add pnb of TotalAgencePNB to pnb of TotalDevisePNB.

       EtatPNB-RuptureDevise.
           move spaces to LibelleTotalPNB.
           string
               "TOTAL DEVISE " delimited by size
               DevisePNBCourante delimited by size
               into LibelleTotalPNB
           end-string.
           move TotalDevisePNB to TotalEditePNB.
           perform EtatPNB-EcrireTotal.

       EtatPNB-EcrireTotal.
           move agios of TotalEditePNB to StrAgiosPNB.
           move frais of TotalEditePNB to StrFraisPNB.
           move interets of TotalEditePNB to StrInteretsPNB.
           move marge of TotalEditePNB to StrMargePNB.
           move pnb of TotalEditePNB to StrPNB.
           move spaces to LignePNB.
           string
               LibelleTotalPNB delimited by "  "
               " : " delimited by size
               nbClients of TotalEditePNB delimited by size
               " lignes dont " delimited by size
               nbDeficitaires of TotalEditePNB delimited by size
               " deficitaires | agios " delimited by size
               StrAgiosPNB delimited by size
               " | frais " delimited by size
               StrFraisPNB delimited by size
               " | interets " delimited by size
               StrInteretsPNB delimited by size
               " | marge " delimited by size
               StrMargePNB delimited by size
               " | PNB " delimited by size
               StrPNB delimited by size
               into LignePNB
           end-string.
           write EnrFichierEtatPNB from LignePNB.

      **********************************
      * Declarations FICOBA (traitements 24)
      **********************************
       DeclarationFICOBA.
           move space to ChoixFICOBA.
           perform DeclarationFICOBA-Trt until ChoixFICOBA = "Q".

       DeclarationFICOBA-Trt.
           display "[G]enerer un mois [R]ejouer un mois rejete [Q]uitter : " line 1 col 1.
           accept ChoixFICOBA line 1 col 57.
           if ChoixFICOBA = "g" move "G" to ChoixFICOBA end-if.
           if ChoixFICOBA = "r" move "R" to ChoixFICOBA end-if.
           if ChoixFICOBA = "q" move "Q" to ChoixFICOBA end-if.
           evaluate ChoixFICOBA
               when "G"
                   move 0 to MoisFICOBA
                   display "Mois (AAAAMM, vide = mois precedent) : " line 2 col 1
                   accept MoisFICOBA line 2 col 41 size 6
                   if MoisFICOBA = 0
                       perform FICOBA-MoisPrecedent
                   end-if
                   perform FICOBA-Generer
                   perform FICOBA-Compte-Rendu
               when "R"
                   move 0 to MoisFICOBA
                   display "Mois rejete (AAAAMM) ........ : " line 2 col 1
                   accept MoisFICOBA line 2 col 34 size 6
                   perform FICOBA-Rejouer
                   perform FICOBA-Compte-Rendu
           end-evaluate.

       FICOBA-Compte-Rendu.
           if FICOBAGenere = 1
               display "Fichier FICOBA genere, enregistrements : " line 24 col 1
               display NbEnrFICOBA line 24 col 42
               display "Appuyez sur une touche pour continuer..." line 23 col 1
               accept choix line 23 col 60
           end-if.

      * Mois civil precedant la journee comptable : le mois a declarer
      * par defaut, et celui de l'etape de chaine.
       FICOBA-MoisPrecedent.
           move DateComptableNum to DateTravailCal.
           if MoisCal = 1
               move 12 to MoisCal
               subtract 1 from AnneeCal
           else
               subtract 1 from MoisCal
           end-if.
           compute MoisFICOBA = AnneeCal * 100 + MoisCal.

      * Etape FICOBA de la chaine : le mois precedent est declare une
      * seule fois ; les passages suivants du mois ne font rien.
       FICOBA-Chaine.
           perform FICOBA-MoisPrecedent.
           perform FICOBA-LireDeclaration.
           if NbDeclarationsFICOBA > 0
               display "FICOBA deja declare pour le mois "
               display MoisFICOBA
           else
               perform FICOBA-Generer
               if FICOBAGenere = 1
                   display "FICOBA declare, enregistrements : "
                   display NbEnrFICOBA
               else
                   move 8 to return-code
               end-if
           end-if.

       FICOBA-LireDeclaration.
           move 0 to NbDeclarationsFICOBA.
           move 0 to NoEmissionFICOBA.
           move space to StatutFICOBA.
           exec sql
               SELECT COUNT(*), ISNULL(MAX(noEmission),0),
                      ISNULL(MAX(statutDeclaration),' ')
               INTO :NbDeclarationsFICOBA, :NoEmissionFICOBA,
                    :StatutFICOBA
               FROM dbo.DeclarationFICOBA
               WHERE moisDeclare = :MoisFICOBA
           end-exec.

      * Premiere declaration : les evenements du mois. Ensuite, tout
      * evenement anterieur a la fin du mois et pas encore declare, si
      * bien qu'une saisie tardive part avec le mois suivant au lieu
      * d'etre perdue.
       FICOBA-Generer.
           move 0 to FICOBAGenere.
           compute DebutMoisFICOBA = MoisFICOBA * 100 + 1.
           compute FinMoisFICOBA = MoisFICOBA * 100 + 31.
           perform FICOBA-LireDeclaration.
           evaluate true
               when MoisFICOBA(5:2) < "01" or MoisFICOBA(5:2) > "12"
                   display "Mois invalide" line 24 col 1
               when MoisFICOBA >= DateComptableNum(1:6)
                   display "Mois non termine, declaration refusee" line 24 col 1
               when NbDeclarationsFICOBA > 0
                   display "Mois deja declare (rejeu si rejete)" line 24 col 1
               when IBANEmetteurSEPA(5:5) = spaces
                   display "IBAN emetteur absent (cle IBANEMETTEUR), declaration refusee" line 24 col 1
               when other
                   move 0 to DebutSelectionFICOBA
                   move 0 to NbDeclarationsFICOBA
                   exec sql
                       SELECT COUNT(*) INTO :NbDeclarationsFICOBA
                       FROM dbo.DeclarationFICOBA
                   end-exec
                   if NbDeclarationsFICOBA = 0
                       move DebutMoisFICOBA to DebutSelectionFICOBA
                   end-if
                   exec sql
                       INSERT INTO dbo.EvenementFICOBA
                           (moisDeclare
                           ,natureEvenement
                           ,codeClient
                           ,codeBanque
                           ,codeGuichet
                           ,racineCompte
                           ,operation
                           ,dateOperation
                           ,heureOperation)
                       SELECT :MoisFICOBA
                           ,CASE WHEN a.operation IN ('CREATION','MOBILITE-ARR') THEN 'O'
                                 WHEN a.operation IN ('CLOTURE','CLOTURE-SUCC','MOBILITE-DEP',
                                                      'TRANSFERT','SUPPRESSION') THEN 'C'
                                 ELSE 'M' END
                           ,a.codeClient
                           ,a.codeBanque
                           ,a.codeGuichet
                           ,a.racineCompte
                           ,a.operation
                           ,a.dateOperation
                           ,a.heureOperation
                       FROM dbo.AuditClientCompte a
                       WHERE a.operation IN ('CREATION','MOBILITE-ARR','CLOTURE',
                                             'CLOTURE-SUCC','MOBILITE-DEP','TRANSFERT',
                                             'SUPPRESSION','COTITULAIRE','FIN-COTITUL',
                                             'MANDATAIRE','FIN-MANDAT','DECES')
                           AND RTRIM(ISNULL(a.racineCompte,'')) <> ''
                           AND a.dateOperation >= :DebutSelectionFICOBA
                           AND a.dateOperation <= :FinMoisFICOBA
                           AND NOT EXISTS (SELECT 1 FROM dbo.EvenementFICOBA e
                                           WHERE e.codeClient = a.codeClient
                                               AND e.codeBanque = a.codeBanque
                                               AND e.codeGuichet = a.codeGuichet
                                               AND e.racineCompte = a.racineCompte
                                               AND e.operation = a.operation
                                               AND e.dateOperation = a.dateOperation
                                               AND e.heureOperation = a.heureOperation)
                   end-exec
                   move 1 to NoEmissionFICOBA
                   perform FICOBA-EcrireFichier
                   exec sql
                       INSERT INTO dbo.DeclarationFICOBA
                           (moisDeclare
                           ,noEmission
                           ,dateGeneration
                           ,nbEnregistrements
                           ,nbOuvertures
                           ,nbModifications
                           ,nbClotures
                           ,statutDeclaration
                           ,operateur)
                       VALUES
                           (:MoisFICOBA
                           ,:NoEmissionFICOBA
                           ,:DateComptableNum
                           ,:NbEnrFICOBA
                           ,:NbOuverturesFICOBA
                           ,:NbModificationsFICOBA
                           ,:NbCloturesFICOBA
                           ,'E'
                           ,:OperateurCode)
                   end-exec
                   move 1 to FICOBAGenere
           end-evaluate.

      * Rejeu : le fichier du mois est reconstruit a partir des
      * evenements memorises (identite du titulaire relue a jour,
      * corrigee le cas echeant), sous un nouveau numero d'emission.
       FICOBA-Rejouer.
           move 0 to FICOBAGenere.
           perform FICOBA-LireDeclaration.
           if NbDeclarationsFICOBA = 0
               display "Aucune declaration pour ce mois" line 24 col 1
           else
               move space to ChoixConfirmeFICOBA
               display "Confirmer le rejet et la reemission du mois [O]/[N] : " line 3 col 1
               accept ChoixConfirmeFICOBA line 3 col 56
               if ChoixConfirmeFICOBA = "o" move "O" to ChoixConfirmeFICOBA end-if
               if ChoixConfirmeFICOBA = "O"
                   exec sql
                       UPDATE dbo.DeclarationFICOBA SET
                           statutDeclaration = 'R'
                       WHERE moisDeclare = :MoisFICOBA
                   end-exec
                   add 1 to NoEmissionFICOBA
                   perform FICOBA-EcrireFichier
                   exec sql
                       UPDATE dbo.DeclarationFICOBA SET
                           noEmission = :NoEmissionFICOBA
                           ,dateGeneration = :DateComptableNum
                           ,nbEnregistrements = :NbEnrFICOBA
                           ,nbOuvertures = :NbOuverturesFICOBA
                           ,nbModifications = :NbModificationsFICOBA
                           ,nbClotures = :NbCloturesFICOBA
                           ,statutDeclaration = 'E'
                           ,operateur = :OperateurCode
                       WHERE moisDeclare = :MoisFICOBA
                   end-exec
                   move 1 to FICOBAGenere
               end-if
           end-if.

       FICOBA-EcrireFichier.
           move 0 to NbEnrFICOBA.
           move 0 to NbOuverturesFICOBA.
           move 0 to NbModificationsFICOBA.
           move 0 to NbCloturesFICOBA.
           open output FichierFICOBA.
           move IBANEmetteurSEPA(5:5) to FicEmetteur.
           move MoisFICOBA to FicMois.
           move DateComptableNum to FicDateGeneration.
           move NoEmissionFICOBA to FicNoEmission.
           write EnrFichierFICOBA from EnrFICOBAEntete.
           move 0 to finFICOBA.
           exec sql
               DECLARE curFICOBA CURSOR FOR
                   SELECT e.natureEvenement,
                          CASE WHEN e.operation IN ('FIN-COTITUL','FIN-MANDAT','DECES') THEN 'F'
                               WHEN e.natureEvenement = 'M' THEN 'A'
                               ELSE ' ' END,
                          CASE WHEN e.operation IN ('COTITULAIRE','FIN-COTITUL') THEN 'C'
                               WHEN e.operation IN ('MANDATAIRE','FIN-MANDAT') THEN 'M'
                               ELSE 'T' END,
                          e.dateOperation, e.codeBanque, e.codeGuichet,
                          e.racineCompte, ISNULL(c.cleRib,''),
                          ISNULL(c.typeCompte,''), ISNULL(cl.nom,''),
                          ISNULL(cl.prenom,''), ISNULL(cl.codePostal,''),
                          ISNULL(cl.Ville,'')
                   FROM dbo.EvenementFICOBA e
                   LEFT JOIN dbo.Client cl ON cl.codeClient = e.codeClient
                   LEFT JOIN (SELECT codeBanque, codeGuichet, racineCompte,
                                     MAX(cleRib) AS cleRib,
                                     MAX(typeCompte) AS typeCompte
                              FROM dbo.Compte
                              GROUP BY codeBanque, codeGuichet, racineCompte) c
                       ON c.codeBanque = e.codeBanque
                           AND c.codeGuichet = e.codeGuichet
                           AND c.racineCompte = e.racineCompte
                   WHERE e.moisDeclare = :MoisFICOBA
                   ORDER BY e.dateOperation, e.heureOperation
           end-exec.
           exec sql
               OPEN curFICOBA
           end-exec.
           perform FICOBA-EcrireLigne until finFICOBA = 1.
           exec sql
               CLOSE curFICOBA
           end-exec.
           move MoisFICOBA to FicMoisFin.
           move NbEnrFICOBA to FicNbEnregistrements.
           move NbOuverturesFICOBA to FicNbOuvertures.
           move NbModificationsFICOBA to FicNbModifications.
           move NbCloturesFICOBA to FicNbClotures.
           write EnrFichierFICOBA from EnrFICOBAFin.
           close FichierFICOBA.

       FICOBA-EcrireLigne.
           exec sql
               FETCH curFICOBA into
                   :EvenementFICOBALu.natureEvenement
                   ,:EvenementFICOBALu.typeModification
                   ,:EvenementFICOBALu.roleTitulaire
                   ,:EvenementFICOBALu.dateOperation
                   ,:EvenementFICOBALu.codeBanque
                   ,:EvenementFICOBALu.codeGuichet
                   ,:EvenementFICOBALu.racineCompte
                   ,:EvenementFICOBALu.cleRib
                   ,:EvenementFICOBALu.typeCompte
                   ,:EvenementFICOBALu.nom
                   ,:EvenementFICOBALu.prenom
                   ,:EvenementFICOBALu.codePostal
                   ,:EvenementFICOBALu.Ville
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finFICOBA
           else
               add 1 to NbEnrFICOBA
               evaluate natureEvenement of EvenementFICOBALu
                   when "O" add 1 to NbOuverturesFICOBA
                   when "C" add 1 to NbCloturesFICOBA
                   when other add 1 to NbModificationsFICOBA
               end-evaluate
               move natureEvenement of EvenementFICOBALu to FicNature
               move typeModification of EvenementFICOBALu to FicTypeModification
               move roleTitulaire of EvenementFICOBALu to FicRole
               move dateOperation of EvenementFICOBALu to FicDateEvenement
               move codeBanque of EvenementFICOBALu to FicCodeBanque
               move codeGuichet of EvenementFICOBALu to FicCodeGuichet
               move racineCompte of EvenementFICOBALu to FicRacineCompte
               move cleRib of EvenementFICOBALu to FicCleRib
               move typeCompte of EvenementFICOBALu to FicTypeCompte
               move nom of EvenementFICOBALu to FicNom
               move prenom of EvenementFICOBALu to FicPrenom
               move codePostal of EvenementFICOBALu to FicCodePostal
               move Ville of EvenementFICOBALu to FicVille
               write EnrFichierFICOBA from EnrFICOBADetail
           end-if.

      **********************************
      * Tresorerie previsionnelle (traitements 25)
      **********************************
       Tresorerie.
           move space to ChoixTreso.
           perform Tresorerie-Trt until ChoixTreso = "Q".

       Tresorerie-Trt.
           display "Projection d'un [C]ompte [E]tat des franchissements de seuil [Q]uitter : " line 1 col 1.
           accept ChoixTreso line 1 col 75.
           if ChoixTreso = "c" move "C" to ChoixTreso end-if.
           if ChoixTreso = "e" move "E" to ChoixTreso end-if.
           if ChoixTreso = "q" move "Q" to ChoixTreso end-if.
           evaluate ChoixTreso
               when "C" perform Tresorerie-Compte
               when "E" perform Tresorerie-Etat
           end-evaluate.

      * Horizon de la projection : HorizonTreso jours ouvres apres la
      * journee comptable, sauf saisie contraire. Fenetre des
      * prelevements recurrents : au moins deux debits depuis le 1er
      * du troisieme mois precedent, dont un depuis le 1er du mois
      * precedent.
       Tresorerie-Horizon.
           move 0 to HorizonTresoSaisi.
           display "Horizon en jours ouvres (vide = defaut) : " line 3 col 1.
           accept HorizonTresoSaisi line 3 col 43 size 2.
           if HorizonTresoSaisi = 0
               move HorizonTreso to HorizonTresoSaisi
           end-if.
           move DateComptableNum to DateTravailCal.
           perform Tresorerie-JourOuvreSuivant
               varying IndexHorizonTreso from 1 by 1
               until IndexHorizonTreso > HorizonTresoSaisi.
           move DateTravailCal to DateFinTreso.
           move DateComptableNum to DateTravailCal.
           move 1 to JourCal.
           if MoisCal = 1
               move 12 to MoisCal
               subtract 1 from AnneeCal
           else
               subtract 1 from MoisCal
           end-if.
           move DateTravailCal to DateLimitePrelTreso.
           if MoisCal > 2
               subtract 2 from MoisCal
           else
               add 10 to MoisCal
               subtract 1 from AnneeCal
           end-if.
           move DateTravailCal to DateDebutPrelTreso.

       Tresorerie-JourOuvreSuivant.
           perform Date-JourSuivant.
           perform Calendrier-ProchainJourOuvre.

       Tresorerie-Compte.
           move 0 to codeCompte of CompteTreso.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of CompteTreso line 2 col 34 size 12.
           perform Tresorerie-Horizon.
           perform Tresorerie-LireCompte.
           if SQLCODE <> 0
               display "Compte inconnu" line 24 col 1
           else
               perform Tresorerie-Projeter
               move SoldeDepartTreso to StrSoldeTreso
               move seuil of CompteTreso to StrSeuilTreso
               display "Solde comptabilise :" line 4 col 1
               display StrSoldeTreso line 4 col 22
               display codeDevise of CompteTreso line 4 col 38
               display "Seuil :" line 4 col 43
               display StrSeuilTreso line 4 col 51
               display "Horizon : " line 5 col 1
               display DateFinTreso line 5 col 11
               display "Date       Src  Libelle                                 Montant    Solde projete" line 6 col 1
               move 7 to noLigneTreso
               move 1 to ModeAffichageTreso
               perform Tresorerie-Parcourir
               move 0 to ModeAffichageTreso
               move SoldeMiniTreso to StrSoldeTreso
               display "Solde projete minimal :" line 21 col 1
               display StrSoldeTreso line 21 col 25
               display "le" line 21 col 41
               display DateMiniTreso line 21 col 44
               if DateFranchissementTreso > 0
                   display "SEUIL FRANCHI LE" line 22 col 1
                   display DateFranchissementTreso line 22 col 18
               end-if
               if ProjectionTronquee = 1
                   display "Projection tronquee, trop d'operations" line 22 col 30
               end-if
               display "Appuyez sur une touche pour continuer..." line 23 col 1
               accept choix line 23 col 60
           end-if.

       Tresorerie-LireCompte.
           exec sql
               SELECT c.codeClient, c.typeCompte, c.codeDevise,
                      c.statutCompte, ISNULL(cl.nom,''),
                      c.soldeCrediteur - c.soldeDebiteur,
                      ISNULL(s.seuil,0)
               INTO :CompteTreso.codeClient
                   ,:CompteTreso.typeCompte
                   ,:CompteTreso.codeDevise
                   ,:CompteTreso.statutCompte
                   ,:CompteTreso.nomClient
                   ,:CompteTreso.soldeNet
                   ,:CompteTreso.seuil
               FROM dbo.Compte c
               LEFT JOIN dbo.Client cl ON cl.codeClient = c.codeClient
               LEFT JOIN dbo.SeuilDebit s ON s.typeCompte = c.typeCompte
               WHERE c.codeCompte = :CompteTreso.codeCompte
           end-exec.

      * Table des operations previsionnelles du compte codeCompte de
      * CompteTreso, toutes sources confondues, signees (debit
      * negatif) ; une operation datee avant la journee y est
      * ramenee.
       Tresorerie-Projeter.
           move soldeNet of CompteTreso to SoldeDepartTreso.
           move 0 to NbEvenementsTreso.
           move 0 to ProjectionTronquee.
           move 0 to finSourceTreso.
           exec sql
               DECLARE curTresoAttente CURSOR FOR
                   SELECT dateValeur, libelle, montant, sens
                   FROM dbo.Mouvement
                   WHERE codeCompte = :CompteTreso.codeCompte
                       AND statutMouvement = 'A'
                       AND dateValeur <= :DateFinTreso
                   ORDER BY dateValeur
           end-exec.
           exec sql
               OPEN curTresoAttente
           end-exec.
           perform Tresorerie-Attente until finSourceTreso = 1.
           exec sql
               CLOSE curTresoAttente
           end-exec.
           move 0 to finSourceTreso.
           exec sql
               DECLARE curTresoPermanents CURSOR FOR
                   SELECT 'VIR PERM ' + nomBeneficiaire, montant,
                          periodicite, jourExecution, dateDebut,
                          dateFin, ISNULL(dateDerniereExecution,0)
                   FROM dbo.VirementPermanent
                   WHERE codeCompte = :CompteTreso.codeCompte
                       AND dateDebut <= :DateFinTreso
                       AND (dateFin = 0 OR dateFin >= :DateComptableNum)
                   ORDER BY noPermanent
           end-exec.
           exec sql
               OPEN curTresoPermanents
           end-exec.
           perform Tresorerie-Permanent until finSourceTreso = 1.
           exec sql
               CLOSE curTresoPermanents
           end-exec.
           move 0 to finSourceTreso.
           exec sql
               DECLARE curTresoPrelevements CURSOR FOR
                   SELECT 'PRLV ' + p.nomCreancier, MAX(p.dateEcheance),
                          (SELECT TOP 1 p2.montant
                           FROM dbo.PrelevementRecu p2
                           WHERE p2.codeCompte = p.codeCompte
                               AND p2.ics = p.ics
                               AND p2.referenceMandat = p.referenceMandat
                               AND p2.statutPrelevement = 'D'
                           ORDER BY p2.dateEcheance DESC)
                   FROM dbo.PrelevementRecu p
                   WHERE p.codeCompte = :CompteTreso.codeCompte
                       AND p.statutPrelevement = 'D'
                       AND p.dateEcheance >= :DateDebutPrelTreso
                   GROUP BY p.codeCompte, p.ics, p.nomCreancier,
                            p.referenceMandat
                   HAVING COUNT(*) >= 2
                       AND MAX(p.dateEcheance) >= :DateLimitePrelTreso
           end-exec.
           exec sql
               OPEN curTresoPrelevements
           end-exec.
           perform Tresorerie-Prelevement until finSourceTreso = 1.
           exec sql
               CLOSE curTresoPrelevements
           end-exec.
           move 0 to finSourceTreso.
           exec sql
               DECLARE curTresoPrets CURSOR FOR
                   SELECT e.dateEcheance,
                          'ECHEANCE PRET ' + CAST(e.noPret AS VARCHAR(9)),
                          e.montantEcheance
                   FROM dbo.EcheancePret e
                   JOIN dbo.Pret p ON p.noPret = e.noPret
                   WHERE p.codeCompte = :CompteTreso.codeCompte
                       AND p.statutPret = 'E'
                       AND e.statutEcheance = 'A'
                       AND e.dateEcheance <= :DateFinTreso
                   ORDER BY e.dateEcheance
           end-exec.
           exec sql
               OPEN curTresoPrets
           end-exec.
           perform Tresorerie-Pret until finSourceTreso = 1.
           exec sql
               CLOSE curTresoPrets
           end-exec.

       Tresorerie-Attente.
           exec sql
               FETCH curTresoAttente into
                   :SourceTresoLue.dateOperation
                   ,:SourceTresoLue.libelle
                   ,:SourceTresoLue.montant
                   ,:SourceTresoLue.sens
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finSourceTreso
           else
               move dateOperation of SourceTresoLue to DateEcheanceTreso
               perform Tresorerie-AjouterEvenement
               move "MA" to TresoSource(IndexEvenementTreso)
           end-if.

      * Chaque mois de la fenetre ou le virement tombe (mensuel : tous,
      * trimestriel : janvier, avril, juillet, octobre, annuel : mois
      * anniversaire de dateDebut) donne une echeance au jour
      * d'execution, tant qu'elle n'a pas deja ete servie.
       Tresorerie-Permanent.
           exec sql
               FETCH curTresoPermanents into
                   :SourceTresoLue.libelle
                   ,:SourceTresoLue.montant
                   ,:SourceTresoLue.periodicite
                   ,:SourceTresoLue.jourExecution
                   ,:SourceTresoLue.dateDebut
                   ,:SourceTresoLue.dateFin
                   ,:SourceTresoLue.dateDerniereExecution
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finSourceTreso
           else
               move "D" to sens of SourceTresoLue
               move DateComptableNum(1:6) to MoisTreso
               move DateFinTreso(1:6) to MoisFinTreso
               perform Tresorerie-PermanentMois until MoisTreso > MoisFinTreso
           end-if.

       Tresorerie-PermanentMois.
           move MoisTreso(5:2) to MoisEcheanceTreso.
           move 0 to DateEcheanceTreso.
           evaluate periodicite of SourceTresoLue
               when "T"
                   if MoisEcheanceTreso = 1 or MoisEcheanceTreso = 4
                           or MoisEcheanceTreso = 7 or MoisEcheanceTreso = 10
                       perform Tresorerie-DatePermanent
                   end-if
               when "A"
                   if MoisEcheanceTreso = dateDebut of SourceTresoLue(5:2)
                       perform Tresorerie-DatePermanent
                   end-if
               when other
                   perform Tresorerie-DatePermanent
           end-evaluate.
           if DateEcheanceTreso >= DateComptableNum
                   and DateEcheanceTreso <= DateFinTreso
                   and DateEcheanceTreso >= dateDebut of SourceTresoLue
                   and DateEcheanceTreso > dateDerniereExecution of SourceTresoLue
                   and (dateFin of SourceTresoLue = 0
                       or DateEcheanceTreso <= dateFin of SourceTresoLue)
               perform Tresorerie-AjouterEvenement
               move "VP" to TresoSource(IndexEvenementTreso)
           end-if.
           if MoisEcheanceTreso = 12
               add 89 to MoisTreso
           else
               add 1 to MoisTreso
           end-if.

       Tresorerie-DatePermanent.
           compute DateTravailCal = MoisTreso * 100 + 1.
           perform Date-DernierJourMois.
           if jourExecution of SourceTresoLue > DernierJourMoisCal
               move DernierJourMoisCal to JourCal
           else
               move jourExecution of SourceTresoLue to JourCal
           end-if.
           move DateTravailCal to DateEcheanceTreso.

      * Prelevement recurrent : reconduit au meme quantieme, mois
      * apres mois, a partir de la derniere echeance debitee.
       Tresorerie-Prelevement.
           exec sql
               FETCH curTresoPrelevements into
                   :SourceTresoLue.libelle
                   ,:SourceTresoLue.dateDebut
                   ,:SourceTresoLue.montant
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finSourceTreso
           else
               move "D" to sens of SourceTresoLue
               move dateDebut of SourceTresoLue(7:2) to jourExecution of SourceTresoLue
               move dateDebut of SourceTresoLue(1:6) to MoisTreso
               move 0 to DateEcheanceTreso
               perform Tresorerie-PrelevementMois
                   until DateEcheanceTreso > DateFinTreso
           end-if.

       Tresorerie-PrelevementMois.
           if MoisTreso(5:2) = "12"
               add 89 to MoisTreso
           else
               add 1 to MoisTreso
           end-if.
           perform Tresorerie-DatePermanent.
           if DateEcheanceTreso >= DateComptableNum
                   and DateEcheanceTreso <= DateFinTreso
               perform Tresorerie-AjouterEvenement
               move "PR" to TresoSource(IndexEvenementTreso)
           end-if.

       Tresorerie-Pret.
           exec sql
               FETCH curTresoPrets into
                   :SourceTresoLue.dateOperation
                   ,:SourceTresoLue.libelle
                   ,:SourceTresoLue.montant
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finSourceTreso
           else
               move "D" to sens of SourceTresoLue
               move dateOperation of SourceTresoLue to DateEcheanceTreso
               perform Tresorerie-AjouterEvenement
               move "EP" to TresoSource(IndexEvenementTreso)
           end-if.

      * Ajout a la table (date DateEcheanceTreso, libelle, montant et
      * sens de SourceTresoLue) ; au-dela de la taille de la table la
      * projection est marquee tronquee et l'operation ignoree
      * (IndexEvenementTreso pointe alors la derniere ligne, sans
      * effet sur son contenu utile).
       Tresorerie-AjouterEvenement.
           if NbEvenementsTreso >= TresoEvenements-Max
               move 1 to ProjectionTronquee
               move NbEvenementsTreso to IndexEvenementTreso
           else
               add 1 to NbEvenementsTreso
               move NbEvenementsTreso to IndexEvenementTreso
               if DateEcheanceTreso < DateComptableNum
                   move DateComptableNum to TresoDate(IndexEvenementTreso)
               else
                   move DateEcheanceTreso to TresoDate(IndexEvenementTreso)
               end-if
               move libelle of SourceTresoLue to TresoLibelle(IndexEvenementTreso)
               if sens of SourceTresoLue = "D"
                   compute TresoMontant(IndexEvenementTreso) = 0 - montant of SourceTresoLue
               else
                   move montant of SourceTresoLue to TresoMontant(IndexEvenementTreso)
               end-if
           end-if.

      * Deroule la projection jour par jour de la journee comptable a
      * l'horizon : solde minimal atteint et premier jour ou la
      * position debitrice depasse le seuil du typeCompte.
       Tresorerie-Parcourir.
           move SoldeDepartTreso to SoldeProjeteTreso.
           move SoldeDepartTreso to SoldeMiniTreso.
           move DateComptableNum to DateMiniTreso.
           move 0 to DateFranchissementTreso.
           move DateComptableNum to DateJourTreso.
           perform Tresorerie-Jour until DateJourTreso > DateFinTreso.

       Tresorerie-Jour.
           perform Tresorerie-JourEvenement
               varying IndexEvenementTreso from 1 by 1
               until IndexEvenementTreso > NbEvenementsTreso.
           move DateJourTreso to DateTravailCal.
           perform Date-JourSuivant.
           move DateTravailCal to DateJourTreso.

       Tresorerie-JourEvenement.
           if TresoDate(IndexEvenementTreso) = DateJourTreso
               add TresoMontant(IndexEvenementTreso) to SoldeProjeteTreso
               if SoldeProjeteTreso < SoldeMiniTreso
                   move SoldeProjeteTreso to SoldeMiniTreso
                   move DateJourTreso to DateMiniTreso
               end-if
               if DateFranchissementTreso = 0
                       and SoldeProjeteTreso + seuil of CompteTreso < 0
                   move DateJourTreso to DateFranchissementTreso
               end-if
               if ModeAffichageTreso = 1
                   perform Tresorerie-AfficherLigne
               end-if
           end-if.

       Tresorerie-AfficherLigne.
           if noLigneTreso < 20
               move TresoMontant(IndexEvenementTreso) to StrMontantTreso
               move SoldeProjeteTreso to StrSoldeTreso
               display DateJourTreso line noLigneTreso col 1
               display TresoSource(IndexEvenementTreso) line noLigneTreso col 12
               display TresoLibelle(IndexEvenementTreso)(1:30) line noLigneTreso col 17
               display StrMontantTreso line noLigneTreso col 48
               display StrSoldeTreso line noLigneTreso col 64
               add 1 to noLigneTreso
           else
               if noLigneTreso = 20
                   display "Liste tronquee, voir l'etat de tresorerie" line 20 col 1
                   add 1 to noLigneTreso
               end-if
           end-if.

      * Etat des comptes ouverts qui, sans etre deja au-dela de leur
      * seuil (l'etat des exceptions les liste), le franchiront avant
      * l'horizon : le conseiller previent le client avant l'incident.
       Tresorerie-Etat.
           perform Tresorerie-Horizon.
           move 0 to NbComptesTreso.
           move 0 to NbFranchissementsTreso.
           open output FichierEtatTreso.
           move spaces to LigneTreso.
           string
               "TRESORERIE PREVISIONNELLE - FRANCHISSEMENTS DE SEUIL DU " delimited by size
               DateComptableNum delimited by size
               " AU " delimited by size
               DateFinTreso delimited by size
               into LigneTreso
           end-string.
           write EnrFichierEtatTreso from LigneTreso.
           move spaces to LigneTreso.
           write EnrFichierEtatTreso from LigneTreso.
           move "Compte | Client | Nom | Type | Devise | Solde | Seuil | Franchissement le | Solde minimal | le" to LigneTreso.
           write EnrFichierEtatTreso from LigneTreso.
           move 0 to finTreso.
           exec sql
               DECLARE curTresoComptes CURSOR FOR
                   SELECT c.codeCompte, c.codeClient, c.typeCompte,
                          c.codeDevise, c.statutCompte,
                          ISNULL(cl.nom,''),
                          c.soldeCrediteur - c.soldeDebiteur,
                          ISNULL(s.seuil,0)
                   FROM dbo.Compte c
                   LEFT JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                   LEFT JOIN dbo.SeuilDebit s ON s.typeCompte = c.typeCompte
                   WHERE c.statutCompte = 'O'
                   ORDER BY c.codeBanque, c.codeCompte
           end-exec.
           exec sql
               OPEN curTresoComptes
           end-exec.
           perform Tresorerie-EtatCompte until finTreso = 1.
           exec sql
               CLOSE curTresoComptes
           end-exec.
           move spaces to LigneTreso.
           write EnrFichierEtatTreso from LigneTreso.
           move spaces to LigneTreso.
           string
               "Comptes projetes : " delimited by size
               NbComptesTreso delimited by size
               "  franchissements prevus : " delimited by size
               NbFranchissementsTreso delimited by size
               into LigneTreso
           end-string.
           write EnrFichierEtatTreso from LigneTreso.
           close FichierEtatTreso.
           display "Etat de tresorerie genere, franchissements : " line 24 col 1.
           display NbFranchissementsTreso line 24 col 46.

       Tresorerie-EtatCompte.
           exec sql
               FETCH curTresoComptes into
                   :CompteTreso.codeCompte
                   ,:CompteTreso.codeClient
                   ,:CompteTreso.typeCompte
                   ,:CompteTreso.codeDevise
                   ,:CompteTreso.statutCompte
                   ,:CompteTreso.nomClient
                   ,:CompteTreso.soldeNet
                   ,:CompteTreso.seuil
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finTreso
           else
               add 1 to NbComptesTreso
               if soldeNet of CompteTreso + seuil of CompteTreso >= 0
                   perform Tresorerie-Projeter
                   perform Tresorerie-Parcourir
                   if DateFranchissementTreso > 0
                       perform Tresorerie-EtatLigne
                   end-if
               end-if
           end-if.

       Tresorerie-EtatLigne.
           add 1 to NbFranchissementsTreso.
           move soldeNet of CompteTreso to StrSoldeTreso.
           move seuil of CompteTreso to StrSeuilTreso.
           move SoldeMiniTreso to StrMontantTreso.
           move spaces to LigneTreso.
           string
               codeCompte of CompteTreso delimited by size
               " | " delimited by size
               codeClient of CompteTreso delimited by space
               " | " delimited by size
               nomClient of CompteTreso delimited by "  "
               " | " delimited by size
               typeCompte of CompteTreso delimited by size
               " | " delimited by size
               codeDevise of CompteTreso delimited by size
               " | " delimited by size
               StrSoldeTreso delimited by size
               " | " delimited by size
               StrSeuilTreso delimited by size
               " | " delimited by size
               DateFranchissementTreso delimited by size
               " | " delimited by size
               StrMontantTreso delimited by size
               " | " delimited by size
               DateMiniTreso delimited by size
               into LigneTreso
           end-string.
           write EnrFichierEtatTreso from LigneTreso.

      **********************************
      * Alertes clients (menu option 22)
      **********************************
      * Un abonnement porte sur un compte ouvert, un type d'alerte et
      * un canal ; rien n'est efface, la resiliation date la fin de
      * l'abonnement. Les alertes partent a l'arrete de la journee
      * (ArreteJournee-Verrouiller) ; le fichier d'une journee deja
      * emise se reecrit a l'identique depuis dbo.AlerteEmise.
       Alertes.
           move space to ChoixAlerte.
           perform Alertes-Trt until ChoixAlerte = "Q".

       Alertes-Trt.
           display "[S]ouscrire [R]esilier [L]iste d'un compte [F]ichier du jour [Q]uitter : " line 1 col 1.
           accept ChoixAlerte line 1 col 75.
           if ChoixAlerte = "s" move "S" to ChoixAlerte end-if.
           if ChoixAlerte = "r" move "R" to ChoixAlerte end-if.
           if ChoixAlerte = "l" move "L" to ChoixAlerte end-if.
           if ChoixAlerte = "f" move "F" to ChoixAlerte end-if.
           if ChoixAlerte = "q" move "Q" to ChoixAlerte end-if.
           evaluate ChoixAlerte
               when "S" perform Alertes-Souscrire
               when "R" perform Alertes-Resilier
               when "L" perform Alertes-Liste
               when "F" perform Alertes-Fichier
           end-evaluate.

       Alertes-SaisieCompte.
           move 0 to codeCompte of SaisieAbonnement.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of SaisieAbonnement line 2 col 34 size 12.
           move 0 to NbControleAlerte.
           exec sql
               SELECT COUNT(*) INTO :NbControleAlerte
               FROM dbo.Compte
               WHERE codeCompte = :SaisieAbonnement.codeCompte
                   AND statutCompte = 'O'
           end-exec.

       Alertes-Souscrire.
           perform Alertes-SaisieCompte.
           if NbControleAlerte = 0
               display "Compte inconnu ou non ouvert" line 24 col 1
           else
               move spaces to typeAlerte of SaisieAbonnement
               display "Type SB solde bas, GD gros debit, DA depassement, CR cheque rejete" line 3 col 1
               display "Type d'alerte ............... : " line 4 col 1
               accept typeAlerte of SaisieAbonnement line 4 col 34 size 2
               if typeAlerte of SaisieAbonnement = "sb" move "SB" to typeAlerte of SaisieAbonnement end-if
               if typeAlerte of SaisieAbonnement = "gd" move "GD" to typeAlerte of SaisieAbonnement end-if
               if typeAlerte of SaisieAbonnement = "da" move "DA" to typeAlerte of SaisieAbonnement end-if
               if typeAlerte of SaisieAbonnement = "cr" move "CR" to typeAlerte of SaisieAbonnement end-if
               move 0 to seuil of SaisieAbonnement
               if typeAlerte of SaisieAbonnement = "SB"
                       or typeAlerte of SaisieAbonnement = "GD"
                   display "Montant de declenchement .... : " line 5 col 1
                   accept seuil of SaisieAbonnement line 5 col 34 size 9
               end-if
               move space to canal of SaisieAbonnement
               display "Canal [S]MS / [M]ail ........ : " line 6 col 1
               accept canal of SaisieAbonnement line 6 col 34
               if canal of SaisieAbonnement = "s" move "S" to canal of SaisieAbonnement end-if
               if canal of SaisieAbonnement = "m" move "M" to canal of SaisieAbonnement end-if
               move spaces to coordonnees of SaisieAbonnement
               display "Telephone ou adresse mail ... : " line 7 col 1
               accept coordonnees of SaisieAbonnement line 7 col 34 size 46
               perform Alertes-ControlerCoordonnees
               evaluate true
                   when typeAlerte of SaisieAbonnement <> "SB"
                           and typeAlerte of SaisieAbonnement <> "GD"
                           and typeAlerte of SaisieAbonnement <> "DA"
                           and typeAlerte of SaisieAbonnement <> "CR"
                       display "Type d'alerte inconnu, abonnement non enregistre" line 24 col 1
                   when typeAlerte of SaisieAbonnement = "GD"
                           and seuil of SaisieAbonnement = 0
                       display "Montant de debit obligatoire, abonnement non enregistre" line 24 col 1
                   when CoordonneesValides = 0
                       display "Canal ou coordonnees invalides, abonnement non enregistre" line 24 col 1
                   when other
                       perform Alertes-Enregistrer
               end-evaluate
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * SMS : dix chiffres au moins, "+" international admis en tete ;
      * courriel : un seul "@", ni en tete ni sans domaine pointe.
       Alertes-ControlerCoordonnees.
           move 0 to CoordonneesValides.
           evaluate canal of SaisieAbonnement
               when "S"
                   if coordonnees of SaisieAbonnement(1:10) is numeric
                       move 1 to CoordonneesValides
                   end-if
                   if coordonnees of SaisieAbonnement(1:1) = "+"
                           and coordonnees of SaisieAbonnement(2:10) is numeric
                       move 1 to CoordonneesValides
                   end-if
               when "M"
                   move 0 to NbArobasesAlerte
                   inspect coordonnees of SaisieAbonnement
                       tallying NbArobasesAlerte for all "@"
                   move 0 to NbCaracteresAlerte
                   inspect coordonnees of SaisieAbonnement
                       tallying NbCaracteresAlerte for characters before initial "@"
                   if NbArobasesAlerte = 1 and NbCaracteresAlerte > 0
                       move 0 to NbArobasesAlerte
                       inspect coordonnees of SaisieAbonnement
                           tallying NbArobasesAlerte for all "."
                               after initial "@"
                       if NbArobasesAlerte > 0
                           move 1 to CoordonneesValides
                       end-if
                   end-if
           end-evaluate.

      * Un meme compte n'a qu'un abonnement actif par type et canal.
       Alertes-Enregistrer.
           move 0 to NbControleAlerte.
           exec sql
               SELECT COUNT(*) INTO :NbControleAlerte
               FROM dbo.AbonnementAlerte
               WHERE codeCompte = :SaisieAbonnement.codeCompte
                   AND typeAlerte = :SaisieAbonnement.typeAlerte
                   AND canal = :SaisieAbonnement.canal
                   AND statutAbonnement = 'A'
           end-exec.
           if NbControleAlerte > 0
               display "Abonnement deja actif pour ce compte, ce type et ce canal" line 24 col 1
           else
               exec sql
                   INSERT INTO dbo.AbonnementAlerte
                       (codeCompte
                       ,typeAlerte
                       ,seuil
                       ,canal
                       ,coordonnees
                       ,statutAbonnement
                       ,dateSouscription
                       ,dateResiliation
                       ,operateur)
                   VALUES
                       (:SaisieAbonnement.codeCompte
                       ,:SaisieAbonnement.typeAlerte
                       ,:SaisieAbonnement.seuil
                       ,:SaisieAbonnement.canal
                       ,RTRIM(:SaisieAbonnement.coordonnees)
                       ,'A'
                       ,:DateComptableNum
                       ,0
                       ,:OperateurCode)
               end-exec
               display "Abonnement enregistre." line 24 col 1
           end-if.

       Alertes-Resilier.
           move 0 to NoAbonnementSaisi.
           display "No d'abonnement ............. : " line 2 col 1.
           accept NoAbonnementSaisi line 2 col 34 size 9.
           exec sql
               UPDATE dbo.AbonnementAlerte SET
                   statutAbonnement = 'R'
                   ,dateResiliation = :DateComptableNum
               WHERE noAbonnement = :NoAbonnementSaisi
                   AND statutAbonnement = 'A'
           end-exec.
           if SQLCODE = 0
               display "Abonnement resilie." line 24 col 1
           else
               display "Aucun abonnement actif sous ce numero." line 24 col 1
           end-if.

       Alertes-Liste.
           perform Alertes-SaisieCompte.
           move 0 to finAlerte.
           move 4 to noLigneAlerte.
           display "No        Ty Seuil          C Coordonnees                    St Depuis" line 3 col 1.
           exec sql
               DECLARE curAbonnements CURSOR FOR
                   SELECT noAbonnement, codeCompte, typeAlerte, seuil,
                          canal, coordonnees, statutAbonnement,
                          dateSouscription
                   FROM dbo.AbonnementAlerte
                   WHERE codeCompte = :SaisieAbonnement.codeCompte
                   ORDER BY noAbonnement
           end-exec.
           exec sql
               OPEN curAbonnements
           end-exec.
           perform Alertes-ListeLigne until finAlerte = 1.
           exec sql
               CLOSE curAbonnements
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Alertes-ListeLigne.
           exec sql
               FETCH curAbonnements into
                   :AbonnementLu.noAbonnement
                   ,:AbonnementLu.codeCompte
                   ,:AbonnementLu.typeAlerte
                   ,:AbonnementLu.seuil
                   ,:AbonnementLu.canal
                   ,:AbonnementLu.coordonnees
                   ,:AbonnementLu.statutAbonnement
                   ,:AbonnementLu.dateSouscription
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAlerte
           else
               add 1 to noLigneAlerte
               move seuil of AbonnementLu to StrSeuilAlerte
               display noAbonnement of AbonnementLu line noLigneAlerte col 1
               display typeAlerte of AbonnementLu line noLigneAlerte col 11
               display StrSeuilAlerte line noLigneAlerte col 14
               display canal of AbonnementLu line noLigneAlerte col 29
               display coordonnees of AbonnementLu(1:30) line noLigneAlerte col 31
               display statutAbonnement of AbonnementLu line noLigneAlerte col 62
               display dateSouscription of AbonnementLu line noLigneAlerte col 65
               if noLigneAlerte > 20
                   move 1 to finAlerte
                   display "Liste tronquee, voir dbo.AbonnementAlerte" line 24 col 1
               end-if
           end-if.

      * Reecriture du fichier de la passerelle pour une journee ; la
      * journee comptable courante n'est emise qu'une fois arretee
      * (les soldes ne bougent plus).
       Alertes-Fichier.
           move 0 to DateAlertes.
           display "Journee (AAAAMMJJ, vide = journee comptable) : " line 2 col 1.
           accept DateAlertes line 2 col 49 size 8.
           if DateAlertes = 0
               move DateComptableNum to DateAlertes
           end-if.
           move DateAlertes to DateControleeArrete.
           perform Journee-ControlerArretee.
           if DateAlertes = DateComptableNum and JourneeEstArretee = 0
               display "Journee non arretee, les alertes partiront a l'arrete" line 24 col 1
           else
               perform Alertes-Emettre
               display "Fichier des alertes ecrit, alertes : " line 24 col 1
               display NbAlertesEmises line 24 col 38
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * Detection une seule fois par journee (dbo.AlerteEmise fait
      * foi), puis ecriture du fichier depuis l'historique : une
      * reemission n'envoie jamais d'alerte nouvelle.
       Alertes-Emettre.
           move 0 to NbControleAlerte.
           exec sql
               SELECT COUNT(*) INTO :NbControleAlerte
               FROM dbo.AlerteEmise
               WHERE dateComptable = :DateAlertes
           end-exec.
           if NbControleAlerte = 0 and DateAlertes = DateComptableNum
               perform Alertes-Detecter
           end-if.
           perform Alertes-EcrireFichier.

      * Solde bas et depassement s'apprecient sur le solde arrete,
      * gros debit sur chaque debit comptabilise de la journee (meme
      * rattachement par date de valeur que l'arrete), cheque rejete
      * sur les rejets dates de la journee.
       Alertes-Detecter.
           move 0 to finAlerte.
           exec sql
               DECLARE curAlertesJour CURSOR FOR
                   SELECT a.noAbonnement, c.codeClient, a.codeCompte,
                          a.typeAlerte, a.canal, a.coordonnees,
                          c.soldeCrediteur - c.soldeDebiteur, a.seuil,
                          c.codeDevise, ''
                   FROM dbo.AbonnementAlerte a
                   JOIN dbo.Compte c ON c.codeCompte = a.codeCompte
                   WHERE a.statutAbonnement = 'A'
                       AND a.typeAlerte = 'SB'
                       AND c.statutCompte = 'O'
                       AND c.soldeCrediteur - c.soldeDebiteur < a.seuil
                   UNION ALL
                   SELECT x.noAbonnement, x.codeClient, x.codeCompte,
                          x.typeAlerte, x.canal, x.coordonnees,
                          x.solde, x.autorise, x.codeDevise, ''
                   FROM (SELECT a.noAbonnement, c.codeClient,
                                a.codeCompte, a.typeAlerte, a.canal,
                                a.coordonnees, c.codeDevise,
                                c.soldeCrediteur - c.soldeDebiteur AS solde,
                                ISNULL((SELECT TOP 1 d.montantAutorise
                                        FROM dbo.AutorisationDecouvert d
                                        WHERE d.codeCompte = c.codeCompte
                                            AND d.statutAutorisation = 'A'
                                            AND d.dateDebut <= :DateAlertes
                                            AND (d.dateFin = 0
                                                OR d.dateFin >= :DateAlertes)
                                        ORDER BY d.noAutorisation DESC),
                                       ISNULL(s.seuil,0)) AS autorise
                         FROM dbo.AbonnementAlerte a
                         JOIN dbo.Compte c ON c.codeCompte = a.codeCompte
                         LEFT JOIN dbo.SeuilDebit s
                             ON s.typeCompte = c.typeCompte
                         WHERE a.statutAbonnement = 'A'
                             AND a.typeAlerte = 'DA'
                             AND c.statutCompte = 'O') x
                   WHERE x.solde + x.autorise < 0
                   UNION ALL
                   SELECT a.noAbonnement, c.codeClient, a.codeCompte,
                          a.typeAlerte, a.canal, a.coordonnees,
                          m.montant, a.seuil, c.codeDevise, m.libelle
                   FROM dbo.AbonnementAlerte a
                   JOIN dbo.Compte c ON c.codeCompte = a.codeCompte
                   JOIN dbo.Mouvement m ON m.codeCompte = a.codeCompte
                   WHERE a.statutAbonnement = 'A'
                       AND a.typeAlerte = 'GD'
                       AND m.sens = 'D'
                       AND ISNULL(m.statutMouvement,'C') = 'C'
                       AND m.montant > a.seuil
                       AND (CASE WHEN ISNULL(m.dateValeur,0) > m.dateMouvement
                           THEN m.dateValeur ELSE m.dateMouvement END)
                           = :DateAlertes
                   UNION ALL
                   SELECT a.noAbonnement, c.codeClient, a.codeCompte,
                          a.typeAlerte, a.canal, a.coordonnees,
                          r.montant, a.seuil, c.codeDevise,
                          CAST(r.noCheque AS VARCHAR(9))
                   FROM dbo.AbonnementAlerte a
                   JOIN dbo.Compte c ON c.codeCompte = a.codeCompte
                   JOIN dbo.ChequeRejete r ON r.codeCompte = a.codeCompte
                   WHERE a.statutAbonnement = 'A'
                       AND a.typeAlerte = 'CR'
                       AND r.dateRejet = :DateAlertes
                   ORDER BY 1
           end-exec.
           exec sql
               OPEN curAlertesJour
           end-exec.
           perform Alertes-DetecterLigne until finAlerte = 1.
           exec sql
               CLOSE curAlertesJour
           end-exec.

       Alertes-DetecterLigne.
           exec sql
               FETCH curAlertesJour into
                   :AlerteLue.noAbonnement
                   ,:AlerteLue.codeClient
                   ,:AlerteLue.codeCompte
                   ,:AlerteLue.typeAlerte
                   ,:AlerteLue.canal
                   ,:AlerteLue.coordonnees
                   ,:AlerteLue.montant
                   ,:AlerteLue.seuil
                   ,:AlerteLue.codeDevise
                   ,:AlerteLue.libelle
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAlerte
           else
               perform Alertes-Rediger
               accept AuditHeure from time
               exec sql
                   INSERT INTO dbo.AlerteEmise
                       (noAbonnement
                       ,codeClient
                       ,codeCompte
                       ,typeAlerte
                       ,canal
                       ,coordonnees
                       ,montant
                       ,dateComptable
                       ,texteAlerte
                       ,dateEmission
                       ,heureEmission)
                   VALUES
                       (:AlerteLue.noAbonnement
                       ,:AlerteLue.codeClient
                       ,:AlerteLue.codeCompte
                       ,:AlerteLue.typeAlerte
                       ,:AlerteLue.canal
                       ,:AlerteLue.coordonnees
                       ,:AlerteLue.montant
                       ,:DateAlertes
                       ,RTRIM(:MessageAlerte)
                       ,:DateSystemeNum
                       ,:AuditHeure)
               end-exec
           end-if.

      * Texte court, lisible en un SMS ; le point-virgule est reserve
      * au separateur du fichier de la passerelle.
       Alertes-Rediger.
           move montant of AlerteLue to StrMontantAlerte.
           move seuil of AlerteLue to StrSeuilAlerte.
           move spaces to MessageAlerte.
           evaluate typeAlerte of AlerteLue
               when "SB"
                   string
                       "Solde du compte " delimited by size
                       codeCompte of AlerteLue delimited by size
                       " sous " delimited by size
                       StrSeuilAlerte delimited by size
                       " : " delimited by size
                       StrMontantAlerte delimited by size
                       " " delimited by size
                       codeDevise of AlerteLue delimited by size
                       into MessageAlerte
                   end-string
               when "DA"
                   string
                       "Compte " delimited by size
                       codeCompte of AlerteLue delimited by size
                       " au-dela du decouvert autorise " delimited by size
                       StrSeuilAlerte delimited by size
                       " : solde " delimited by size
                       StrMontantAlerte delimited by size
                       " " delimited by size
                       codeDevise of AlerteLue delimited by size
                       into MessageAlerte
                   end-string
               when "GD"
                   string
                       "Debit de " delimited by size
                       StrMontantAlerte delimited by size
                       " " delimited by size
                       codeDevise of AlerteLue delimited by size
                       " sur le compte " delimited by size
                       codeCompte of AlerteLue delimited by size
                       " : " delimited by size
                       libelle of AlerteLue delimited by "  "
                       into MessageAlerte
                   end-string
               when "CR"
                   string
                       "Cheque no " delimited by size
                       libelle of AlerteLue delimited by "  "
                       " de " delimited by size
                       StrMontantAlerte delimited by size
                       " " delimited by size
                       codeDevise of AlerteLue delimited by size
                       " rejete sur le compte " delimited by size
                       codeCompte of AlerteLue delimited by size
                       into MessageAlerte
                   end-string
           end-evaluate.
           inspect MessageAlerte replacing all ";" by ",".

      * Une ligne par alerte : canal;coordonnees;codeClient;codeCompte;
      * type;journee;message.
       Alertes-EcrireFichier.
           move 0 to NbAlertesEmises.
           move 0 to finAlerte.
           open output FichierAlertes.
           exec sql
               DECLARE curAlertesFichier CURSOR FOR
                   SELECT codeClient, codeCompte, typeAlerte, canal,
                          coordonnees, montant, dateComptable, texteAlerte
                   FROM dbo.AlerteEmise
                   WHERE dateComptable = :DateAlertes
                   ORDER BY noAlerte
           end-exec.
           exec sql
               OPEN curAlertesFichier
           end-exec.
           perform Alertes-EcrireLigne until finAlerte = 1.
           exec sql
               CLOSE curAlertesFichier
           end-exec.
           close FichierAlertes.

       Alertes-EcrireLigne.
           exec sql
               FETCH curAlertesFichier into
                   :AlerteLue.codeClient
                   ,:AlerteLue.codeCompte
                   ,:AlerteLue.typeAlerte
                   ,:AlerteLue.canal
                   ,:AlerteLue.coordonnees
                   ,:AlerteLue.montant
                   ,:AlerteLue.dateJournee
                   ,:AlerteLue.texteAlerte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAlerte
           else
               add 1 to NbAlertesEmises
               move spaces to LigneAlerte
               string
                   canal of AlerteLue delimited by size
                   ";" delimited by size
                   coordonnees of AlerteLue delimited by space
                   ";" delimited by size
                   codeClient of AlerteLue delimited by space
                   ";" delimited by size
                   codeCompte of AlerteLue delimited by size
                   ";" delimited by size
                   typeAlerte of AlerteLue delimited by size
                   ";" delimited by size
                   dateJournee of AlerteLue delimited by size
                   ";" delimited by size
                   texteAlerte of AlerteLue delimited by size
                   into LigneAlerte
               end-string
               write EnrFichierAlertes from LigneAlerte
           end-if.

      * Abonnements et historique des alertes emises (dossier client).
       DossierClient-Alertes.
           move 0 to NbAlertesDossier.
           move 0 to finAlerte.
           move spaces to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "ABONNEMENTS AUX ALERTES" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "No | Compte | Type | Seuil | Canal | Coordonnees | Statut | Depuis" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           exec sql
               DECLARE curAbonnementsDossier CURSOR FOR
                   SELECT a.noAbonnement, a.codeCompte, a.typeAlerte,
                          a.seuil, a.canal, a.coordonnees,
                          a.statutAbonnement, a.dateSouscription
                   FROM dbo.AbonnementAlerte a
                   JOIN dbo.Compte c ON c.codeCompte = a.codeCompte
                   WHERE c.codeClient = :CodeClientResolu
                   ORDER BY a.noAbonnement
           end-exec.
           exec sql
               OPEN curAbonnementsDossier
           end-exec.
           perform DossierClient-AbonnementLigne until finAlerte = 1.
           exec sql
               CLOSE curAbonnementsDossier
           end-exec.
           if NbAlertesDossier = 0
               move "(aucun abonnement pour ce client)" to LigneDossier
               write EnrFichierDossier from LigneDossier
           end-if.
           move 0 to NbAlertesDossier.
           move 0 to finAlerte.
           move spaces to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "ALERTES EMISES" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "Journee | Compte | Type | Canal | Coordonnees | Message" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           exec sql
               DECLARE curAlertesDossier CURSOR FOR
                   SELECT codeClient, codeCompte, typeAlerte, canal,
                          coordonnees, montant, dateComptable, texteAlerte
                   FROM dbo.AlerteEmise
                   WHERE codeClient = :CodeClientResolu
                   ORDER BY dateComptable, noAlerte
           end-exec.
           exec sql
               OPEN curAlertesDossier
           end-exec.
           perform DossierClient-AlerteLigne until finAlerte = 1.
           exec sql
               CLOSE curAlertesDossier
           end-exec.
           if NbAlertesDossier = 0
               move "(aucune alerte emise pour ce client)" to LigneDossier
               write EnrFichierDossier from LigneDossier
           end-if.

       DossierClient-AbonnementLigne.
           exec sql
               FETCH curAbonnementsDossier into
                   :AbonnementLu.noAbonnement
                   ,:AbonnementLu.codeCompte
                   ,:AbonnementLu.typeAlerte
                   ,:AbonnementLu.seuil
                   ,:AbonnementLu.canal
                   ,:AbonnementLu.coordonnees
                   ,:AbonnementLu.statutAbonnement
                   ,:AbonnementLu.dateSouscription
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAlerte
           else
               add 1 to NbAlertesDossier
               move seuil of AbonnementLu to StrSeuilAlerte
               move spaces to LigneDossier
               string
                   noAbonnement of AbonnementLu delimited by size
                   " | " delimited by size
                   codeCompte of AbonnementLu delimited by size
                   " | " delimited by size
                   typeAlerte of AbonnementLu delimited by size
                   " | " delimited by size
                   StrSeuilAlerte delimited by size
                   " | " delimited by size
                   canal of AbonnementLu delimited by size
                   " | " delimited by size
                   coordonnees of AbonnementLu delimited by space
                   " | " delimited by size
                   statutAbonnement of AbonnementLu delimited by size
                   " | " delimited by size
                   dateSouscription of AbonnementLu delimited by size
                   into LigneDossier
               end-string
               write EnrFichierDossier from LigneDossier
           end-if.

       DossierClient-AlerteLigne.
           exec sql
               FETCH curAlertesDossier into
                   :AlerteLue.codeClient
                   ,:AlerteLue.codeCompte
                   ,:AlerteLue.typeAlerte
                   ,:AlerteLue.canal
                   ,:AlerteLue.coordonnees
                   ,:AlerteLue.montant
                   ,:AlerteLue.dateJournee
                   ,:AlerteLue.texteAlerte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAlerte
           else
               add 1 to NbAlertesDossier
               move spaces to LigneDossier
               string
                   dateJournee of AlerteLue delimited by size
                   " | " delimited by size
                   codeCompte of AlerteLue delimited by size
                   " | " delimited by size
                   typeAlerte of AlerteLue delimited by size
                   " | " delimited by size
                   canal of AlerteLue delimited by size
                   " | " delimited by size
                   coordonnees of AlerteLue delimited by space
                   " | " delimited by size
                   texteAlerte of AlerteLue delimited by size
                   into LigneDossier
               end-string
               write EnrFichierDossier from LigneDossier
           end-if.

      **********************************
      * Releves electroniques emis (traitements 26)
      **********************************
      * Un compte n'a qu'un abonnement actif ; changer de format ou de
      * frequence passe par une resiliation puis une nouvelle
      * souscription (l'historique reste dans dbo.AbonnementReleve).
      * L'emission n'a lieu que sur une journee arretee : ses soldes
      * ne bougent plus.
       ReleveElec.
           move space to ChoixReleveElec.
           perform ReleveElec-Trt until ChoixReleveElec = "Q".

       ReleveElec-Trt.
           display "[S]ouscrire [R]esilier [L]iste [G]enerer [J]ournal d'emission [Q]uitter : " line 1 col 1.
           accept ChoixReleveElec line 1 col 76.
           if ChoixReleveElec = "s" move "S" to ChoixReleveElec end-if.
           if ChoixReleveElec = "r" move "R" to ChoixReleveElec end-if.
           if ChoixReleveElec = "l" move "L" to ChoixReleveElec end-if.
           if ChoixReleveElec = "g" move "G" to ChoixReleveElec end-if.
           if ChoixReleveElec = "j" move "J" to ChoixReleveElec end-if.
           if ChoixReleveElec = "q" move "Q" to ChoixReleveElec end-if.
           evaluate ChoixReleveElec
               when "S" perform ReleveElec-Souscrire
               when "R" perform ReleveElec-Resilier
               when "L" perform ReleveElec-Liste
               when "G" perform ReleveElec-Generer
               when "J" perform ReleveElec-Journal
           end-evaluate.

       ReleveElec-SaisieCompte.
           move 0 to codeCompte of SaisieAbonnementReleve.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of SaisieAbonnementReleve line 2 col 34 size 12.
           move 0 to NbControleReleveElec.
           exec sql
               SELECT COUNT(*) INTO :NbControleReleveElec
               FROM dbo.Compte
               WHERE codeCompte = :SaisieAbonnementReleve.codeCompte
                   AND statutCompte = 'O'
           end-exec.

       ReleveElec-Souscrire.
           perform ReleveElec-SaisieCompte.
           if NbControleReleveElec = 0
               display "Compte inconnu ou non ouvert" line 24 col 1
           else
               move space to formatEmis of SaisieAbonnementReleve
               display "Format [C]amt.053 / C[F]ONB . : " line 3 col 1
               accept formatEmis of SaisieAbonnementReleve line 3 col 34
               if formatEmis of SaisieAbonnementReleve = "c" move "C" to formatEmis of SaisieAbonnementReleve end-if
               if formatEmis of SaisieAbonnementReleve = "f" move "F" to formatEmis of SaisieAbonnementReleve end-if
               move space to frequence of SaisieAbonnementReleve
               display "[Q]uotidien [H]ebdo [M]ensuel : " line 4 col 1
               accept frequence of SaisieAbonnementReleve line 4 col 34
               if frequence of SaisieAbonnementReleve = "q" move "Q" to frequence of SaisieAbonnementReleve end-if
               if frequence of SaisieAbonnementReleve = "h" move "H" to frequence of SaisieAbonnementReleve end-if
               if frequence of SaisieAbonnementReleve = "m" move "M" to frequence of SaisieAbonnementReleve end-if
               move 0 to NbControleReleveElec
               exec sql
                   SELECT COUNT(*) INTO :NbControleReleveElec
                   FROM dbo.AbonnementReleve
                   WHERE codeCompte = :SaisieAbonnementReleve.codeCompte
                       AND statutAbonnement = 'A'
               end-exec
               evaluate true
                   when formatEmis of SaisieAbonnementReleve <> "C"
                           and formatEmis of SaisieAbonnementReleve <> "F"
                       display "Format inconnu, abonnement non enregistre" line 24 col 1
                   when frequence of SaisieAbonnementReleve <> "Q"
                           and frequence of SaisieAbonnementReleve <> "H"
                           and frequence of SaisieAbonnementReleve <> "M"
                       display "Frequence inconnue, abonnement non enregistre" line 24 col 1
                   when NbControleReleveElec > 0
                       display "Compte deja abonne, resilier d'abord l'abonnement en cours" line 24 col 1
                   when other
                       exec sql
                           INSERT INTO dbo.AbonnementReleve
                               (codeCompte
                               ,formatReleve
                               ,frequence
                               ,statutAbonnement
                               ,dateSouscription
                               ,dateResiliation
                               ,dateDernierReleve
                               ,operateur)
                           VALUES
                               (:SaisieAbonnementReleve.codeCompte
                               ,:SaisieAbonnementReleve.formatEmis
                               ,:SaisieAbonnementReleve.frequence
                               ,'A'
                               ,:DateComptableNum
                               ,0
                               ,0
                               ,:OperateurCode)
                       end-exec
                       display "Abonnement aux releves electroniques enregistre." line 24 col 1
               end-evaluate
           end-if.

       ReleveElec-Resilier.
           move 0 to codeCompte of SaisieAbonnementReleve.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of SaisieAbonnementReleve line 2 col 34 size 12.
           exec sql
               UPDATE dbo.AbonnementReleve SET
                   statutAbonnement = 'R'
                   ,dateResiliation = :DateComptableNum
               WHERE codeCompte = :SaisieAbonnementReleve.codeCompte
                   AND statutAbonnement = 'A'
           end-exec.
           if SQLCODE = 0
               display "Abonnement resilie." line 24 col 1
           else
               display "Aucun abonnement actif sur ce compte." line 24 col 1
           end-if.

       ReleveElec-Liste.
           move 0 to finReleveElec.
           move 3 to noLigneReleveElec.
           display "Compte       F Fr St Depuis   Dernier releve" line 2 col 1.
           exec sql
               DECLARE curAbonnementsReleve CURSOR FOR
                   SELECT codeCompte, formatReleve, frequence,
                          statutAbonnement, dateSouscription,
                          dateDernierReleve
                   FROM dbo.AbonnementReleve
                   WHERE statutAbonnement = 'A'
                   ORDER BY codeCompte
           end-exec.
           exec sql
               OPEN curAbonnementsReleve
           end-exec.
           perform ReleveElec-ListeLigne until finReleveElec = 1.
           exec sql
               CLOSE curAbonnementsReleve
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       ReleveElec-ListeLigne.
           exec sql
               FETCH curAbonnementsReleve into
                   :AbonnementReleveLu.codeCompte
                   ,:AbonnementReleveLu.formatEmis
                   ,:AbonnementReleveLu.frequence
                   ,:AbonnementReleveLu.statutAbonnement
                   ,:AbonnementReleveLu.dateSouscription
                   ,:AbonnementReleveLu.dateDernierReleve
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finReleveElec
           else
               add 1 to noLigneReleveElec
               display codeCompte of AbonnementReleveLu line noLigneReleveElec col 1
               display formatEmis of AbonnementReleveLu line noLigneReleveElec col 14
               display frequence of AbonnementReleveLu line noLigneReleveElec col 16
               display statutAbonnement of AbonnementReleveLu line noLigneReleveElec col 19
               display dateSouscription of AbonnementReleveLu line noLigneReleveElec col 22
               display dateDernierReleve of AbonnementReleveLu line noLigneReleveElec col 31
               if noLigneReleveElec > 20
                   move 1 to finReleveElec
                   display "Liste tronquee, voir dbo.AbonnementReleve" line 24 col 1
               end-if
           end-if.

      * Journal d'emission d'un compte, du plus recent au plus ancien :
      * preuve de l'envoi (periode, soldes, nombre d'ecritures, date et
      * heure d'emission).
       ReleveElec-Journal.
           move 0 to codeCompte of SaisieAbonnementReleve.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of SaisieAbonnementReleve line 2 col 34 size 12.
           move 0 to finReleveElec.
           move 4 to noLigneReleveElec.
           display "F Du       Au              Ouverture         Cloture  Ecr. Emis le   Heure" line 3 col 1.
           exec sql
               DECLARE curJournalReleve CURSOR FOR
                   SELECT formatReleve, dateDebut, dateFin,
                          soldeOuverture, soldeCloture, nbMouvements,
                          dateEmission, heureEmission
                   FROM dbo.EmissionReleve
                   WHERE codeCompte = :SaisieAbonnementReleve.codeCompte
                   ORDER BY dateFin DESC
           end-exec.
           exec sql
               OPEN curJournalReleve
           end-exec.
           perform ReleveElec-JournalLigne until finReleveElec = 1.
           exec sql
               CLOSE curJournalReleve
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       ReleveElec-JournalLigne.
           exec sql
               FETCH curJournalReleve into
                   :EmissionReleveLu.formatEmis
                   ,:EmissionReleveLu.dateDebut
                   ,:EmissionReleveLu.dateFin
                   ,:EmissionReleveLu.soldeOuverture
                   ,:EmissionReleveLu.soldeCloture
                   ,:EmissionReleveLu.nbMouvements
                   ,:EmissionReleveLu.dateEmission
                   ,:EmissionReleveLu.heureEmission
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finReleveElec
           else
               add 1 to noLigneReleveElec
               display formatEmis of EmissionReleveLu line noLigneReleveElec col 1
               display dateDebut of EmissionReleveLu line noLigneReleveElec col 3
               display dateFin of EmissionReleveLu line noLigneReleveElec col 12
               move soldeOuverture of EmissionReleveLu to StrSoldeReleveElec
               display StrSoldeReleveElec line noLigneReleveElec col 21
               move soldeCloture of EmissionReleveLu to StrSoldeReleveElec
               display StrSoldeReleveElec line noLigneReleveElec col 37
               display nbMouvements of EmissionReleveLu(4:4) line noLigneReleveElec col 53
               display dateEmission of EmissionReleveLu line noLigneReleveElec col 58
               display heureEmission of EmissionReleveLu(1:6) line noLigneReleveElec col 67
               if noLigneReleveElec > 20
                   move 1 to finReleveElec
                   display "Liste tronquee, voir dbo.EmissionReleve" line 24 col 1
               end-if
           end-if.

       ReleveElec-Generer.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 0
               display "Journee non arretee, releves non emis" line 24 col 1
           else
               perform ReleveElec-Emettre
               display "Releves electroniques emis : " line 24 col 1
               display NbRelevesEmis line 24 col 30
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * Etape de chaine RELEVES, apres l'arrete de la journee.
       ReleveElec-Chaine.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 0
               display "Journee non arretee, releves non emis : "
               display DateComptableNum
               move 8 to return-code
           else
               perform ReleveElec-Emettre
               display "Releves electroniques emis : "
               display NbRelevesEmis
           end-if.

      * Abonnements echus ce jour : le quotidien chaque journee,
      * l'hebdomadaire le dernier jour ouvre de la semaine, le mensuel
      * le dernier jour ouvre du mois (le jour ouvre suivant tombe
      * dans une autre semaine ou un autre mois).
       ReleveElec-Emettre.
           move 0 to NbRelevesEmis.
           move 0 to EchuHebdoReleve.
           move 0 to EchuMensuelReleve.
           move DateComptableNum to DateTravailCal.
           perform Date-JourSemaine.
           if JourSemaineCal < 2
               compute JourIsoReleveElec = JourSemaineCal + 6
           else
               compute JourIsoReleveElec = JourSemaineCal - 1
           end-if.
           perform Date-JourSuivant.
           perform Calendrier-ProchainJourOuvre.
           move DateTravailCal to DateProchainOuvreReleve.
           move DateProchainOuvreReleve to DateFinCal.
           move DateComptableNum to DateTravailCal.
           perform Calendrier-JoursEntre.
           if JourIsoReleveElec + NbJoursEntre > 7
               move 1 to EchuHebdoReleve
           end-if.
           if DateProchainOuvreReleve(1:6) <> DateComptableNum(1:6)
               move 1 to EchuMensuelReleve
           end-if.
           move 0 to finReleveElec.
           exec sql
               DECLARE curRelevesAEmettre CURSOR FOR
                   SELECT a.codeCompte, a.formatReleve, a.frequence,
                          a.statutAbonnement, a.dateSouscription,
                          a.dateDernierReleve, c.codeBanque,
                          c.codeGuichet, c.racineCompte, c.cleRib,
                          c.codeDevise, ISNULL(c.IBAN,''),
                          c.soldeCrediteur - c.soldeDebiteur
                   FROM dbo.AbonnementReleve a
                   JOIN dbo.Compte c ON c.codeCompte = a.codeCompte
                   WHERE a.statutAbonnement = 'A'
                       AND a.dateDernierReleve < :DateComptableNum
                       AND (a.frequence = 'Q'
                           OR (a.frequence = 'H' AND :EchuHebdoReleve = 1)
                           OR (a.frequence = 'M' AND :EchuMensuelReleve = 1))
                   ORDER BY a.codeCompte
           end-exec.
           exec sql
               OPEN curRelevesAEmettre
           end-exec.
           perform ReleveElec-Abonnement until finReleveElec = 1.
           exec sql
               CLOSE curRelevesAEmettre
           end-exec.

       ReleveElec-Abonnement.
           exec sql
               FETCH curRelevesAEmettre into
                   :AbonnementReleveLu.codeCompte
                   ,:AbonnementReleveLu.formatEmis
                   ,:AbonnementReleveLu.frequence
                   ,:AbonnementReleveLu.statutAbonnement
                   ,:AbonnementReleveLu.dateSouscription
                   ,:AbonnementReleveLu.dateDernierReleve
                   ,:AbonnementReleveLu.codeBanque
                   ,:AbonnementReleveLu.codeGuichet
                   ,:AbonnementReleveLu.racineCompte
                   ,:AbonnementReleveLu.cleRib
                   ,:AbonnementReleveLu.codeDevise
                   ,:AbonnementReleveLu.IBAN
                   ,:AbonnementReleveLu.soldeNet
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finReleveElec
           else
               perform ReleveElec-Periode
               perform ReleveElec-Ecrire
               perform ReleveElec-Journaliser
           end-if.

      * La periode part du lendemain du dernier releve (de la
      * souscription pour le premier). Le solde de cloture est le solde
      * courant diminue des ecritures comptabilisees apres la journee,
      * le solde d'ouverture le solde de cloture diminue de celles de
      * la periode ; les ecritures de valorisation ne touchent pas les
      * soldes et n'y figurent pas.
       ReleveElec-Periode.
           if dateDernierReleve of AbonnementReleveLu > 0
               move dateDernierReleve of AbonnementReleveLu to DateTravailCal
               perform Date-JourSuivant
               move DateTravailCal to DateDebutReleveElec
           else
               move dateSouscription of AbonnementReleveLu to DateDebutReleveElec
           end-if.
           if DateDebutReleveElec > DateComptableNum
               move DateComptableNum to DateDebutReleveElec
           end-if.
           move 0 to MouvementsApresReleve.
           exec sql
               SELECT ISNULL(SUM(CASE WHEN sens = 'C' THEN montant
                   ELSE 0 - montant END),0)
                   INTO :MouvementsApresReleve
               FROM dbo.Mouvement
               WHERE codeCompte = :AbonnementReleveLu.codeCompte
                   AND ISNULL(statutMouvement,'C') = 'C'
                   AND libelle NOT LIKE 'ECART REEVALUATION%'
                   AND (CASE WHEN ISNULL(dateValeur,0) > dateMouvement
                       THEN dateValeur ELSE dateMouvement END)
                       > :DateComptableNum
           end-exec.
           move 0 to MouvementsPeriodeReleve.
           move 0 to TotalDebitReleveElec.
           move 0 to TotalCreditReleveElec.
           move 0 to NbMvtReleveElec.
           exec sql
               SELECT ISNULL(SUM(CASE WHEN sens = 'C' THEN montant
                   ELSE 0 - montant END),0),
                      ISNULL(SUM(CASE WHEN sens = 'D' THEN montant ELSE 0 END),0),
                      ISNULL(SUM(CASE WHEN sens = 'C' THEN montant ELSE 0 END),0),
                      COUNT(*)
                   INTO :MouvementsPeriodeReleve, :TotalDebitReleveElec,
                        :TotalCreditReleveElec, :NbMvtReleveElec
               FROM dbo.Mouvement
               WHERE codeCompte = :AbonnementReleveLu.codeCompte
                   AND ISNULL(statutMouvement,'C') = 'C'
                   AND libelle NOT LIKE 'ECART REEVALUATION%'
                   AND (CASE WHEN ISNULL(dateValeur,0) > dateMouvement
                       THEN dateValeur ELSE dateMouvement END)
                       BETWEEN :DateDebutReleveElec AND :DateComptableNum
           end-exec.
           compute SoldeClotureReleve =
               soldeNet of AbonnementReleveLu - MouvementsApresReleve.
           compute SoldeOuvertureReleve =
               SoldeClotureReleve - MouvementsPeriodeReleve.

       ReleveElec-Ecrire.
           move spaces to CheminFichierReleveElec.
           if formatEmis of AbonnementReleveLu = "C"
               string
                   PrefixeReleveElec delimited by space
                   "RLV" delimited by size
                   codeCompte of AbonnementReleveLu delimited by size
                   "-" delimited by size
                   DateComptableNum delimited by size
                   ".xml" delimited by size
                   into CheminFichierReleveElec
               end-string
           else
               string
                   PrefixeReleveElec delimited by space
                   "RLV" delimited by size
                   codeCompte of AbonnementReleveLu delimited by size
                   "-" delimited by size
                   DateComptableNum delimited by size
                   ".txt" delimited by size
                   into CheminFichierReleveElec
               end-string
           end-if.
           accept HeureSysteme from time.
           open output FichierReleveElec.
           if formatEmis of AbonnementReleveLu = "C"
               perform ReleveElec-CamtEntete
           else
               perform ReleveElec-CFONBEntete
           end-if.
           move 0 to finMvtReleveElec.
           exec sql
               DECLARE curMvtReleve CURSOR FOR
                   SELECT CASE WHEN ISNULL(dateValeur,0) > dateMouvement
                              THEN dateValeur ELSE dateMouvement END,
                          CASE WHEN ISNULL(dateValeur,0) = 0
                              THEN dateMouvement ELSE dateValeur END,
                          libelle, montant, sens
                   FROM dbo.Mouvement
                   WHERE codeCompte = :AbonnementReleveLu.codeCompte
                       AND ISNULL(statutMouvement,'C') = 'C'
                       AND libelle NOT LIKE 'ECART REEVALUATION%'
                       AND (CASE WHEN ISNULL(dateValeur,0) > dateMouvement
                           THEN dateValeur ELSE dateMouvement END)
                           BETWEEN :DateDebutReleveElec AND :DateComptableNum
                   ORDER BY 1, dateMouvement
           end-exec.
           exec sql
               OPEN curMvtReleve
           end-exec.
           perform ReleveElec-Mouvement until finMvtReleveElec = 1.
           exec sql
               CLOSE curMvtReleve
           end-exec.
           if formatEmis of AbonnementReleveLu = "C"
               perform ReleveElec-CamtFin
           else
               perform ReleveElec-CFONBFin
           end-if.
           close FichierReleveElec.
           add 1 to NbRelevesEmis.

       ReleveElec-Mouvement.
           exec sql
               FETCH curMvtReleve into
                   :MouvementReleveLu.dateComptabilisation
                   ,:MouvementReleveLu.dateValeur
                   ,:MouvementReleveLu.libelle
                   ,:MouvementReleveLu.montant
                   ,:MouvementReleveLu.sens
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finMvtReleveElec
           else
               if formatEmis of AbonnementReleveLu = "C"
                   perform ReleveElec-CamtEcriture
               else
                   perform ReleveElec-CFONBEcriture
               end-if
           end-if.

      * Dates au format des deux releves a partir de DateTravailReleve.
       ReleveElec-DateISO.
           move spaces to DateReleveISO.
           string
               DateTravailReleve(1:4) delimited by size
               "-" delimited by size
               DateTravailReleve(5:2) delimited by size
               "-" delimited by size
               DateTravailReleve(7:2) delimited by size
               into DateReleveISO
           end-string.

       ReleveElec-DateCFONB.
           move spaces to DateReleveCFONB.
           string
               DateTravailReleve(7:2) delimited by size
               DateTravailReleve(5:2) delimited by size
               DateTravailReleve(3:2) delimited by size
               into DateReleveCFONB
           end-string.

      * camt.053 : une balise utile par ligne, au gabarit que relit
      * Rapprochement-LigneCamt (montant "entiers.decimales", dates
      * AAAA-MM-JJ, CRDT / DBIT).
       ReleveElec-CamtEntete.
           move "<?xml version=""1.0"" encoding=""UTF-8""?>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:camt.053.001.02"">" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move "<BkToCstmrStmt>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move "<GrpHdr>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move spaces to LigneReleveElec.
           string
               "<MsgId>GESTBQ-RLV" delimited by size
               codeCompte of AbonnementReleveLu delimited by size
               "-" delimited by size
               DateComptableNum delimited by size
               "</MsgId>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           perform ReleveElec-CamtCreation.
           move "</GrpHdr>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move "<Stmt>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move spaces to LigneReleveElec.
           string
               "<Id>RLV" delimited by size
               codeCompte of AbonnementReleveLu delimited by size
               "-" delimited by size
               DateComptableNum delimited by size
               "</Id>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           perform ReleveElec-CamtCreation.
           move DateDebutReleveElec to DateTravailReleve.
           perform ReleveElec-DateISO.
           move DateReleveISO to DateDebutReleveISO.
           move DateComptableNum to DateTravailReleve.
           perform ReleveElec-DateISO.
           move spaces to LigneReleveElec.
           string
               "<FrToDt><FrDtTm>" delimited by size
               DateDebutReleveISO delimited by size
               "T00:00:00</FrDtTm><ToDtTm>" delimited by size
               DateReleveISO delimited by size
               "T23:59:59</ToDtTm></FrToDt>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           move spaces to LigneReleveElec.
           string
               "<Acct><Id><IBAN>" delimited by size
               IBAN of AbonnementReleveLu delimited by space
               "</IBAN></Id><Ccy>" delimited by size
               codeDevise of AbonnementReleveLu delimited by size
               "</Ccy></Acct>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           move "OPBD" to TypeSoldeReleve.
           move SoldeOuvertureReleve to SoldeEditeReleve.
           move DateDebutReleveElec to DateTravailReleve.
           perform ReleveElec-CamtSolde.
           move spaces to LigneReleveElec.
           string
               "<TxsSummry><TtlNtries><NbOfNtries>" delimited by size
               NbMvtReleveElec delimited by size
               "</NbOfNtries></TtlNtries></TxsSummry>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.

       ReleveElec-CamtCreation.
           move spaces to LigneReleveElec.
           string
               "<CreDtTm>" delimited by size
               AnneeSysteme of DateSystemeComplete delimited by size
               "-" delimited by size
               MoisSysteme of DateSystemeComplete delimited by size
               "-" delimited by size
               JourSysteme of DateSystemeComplete delimited by size
               "T" delimited by size
               HeureHH delimited by size
               ":" delimited by size
               HeureMM delimited by size
               ":" delimited by size
               HeureSS delimited by size
               "</CreDtTm>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.

      * Solde SoldeEditeReleve (type OPBD ou CLBD dans
      * TypeSoldeReleve) a la date DateTravailReleve.
       ReleveElec-CamtSolde.
           if SoldeEditeReleve < 0
               compute MontantReleveTexte = 0 - SoldeEditeReleve
               move "D" to SensReleveElec
           else
               move SoldeEditeReleve to MontantReleveTexte
               move "C" to SensReleveElec
           end-if.
           move spaces to LigneReleveElec.
           string
               "<Bal><Tp><CdOrPrtry><Cd>" delimited by size
               TypeSoldeReleve delimited by size
               "</Cd></CdOrPrtry></Tp>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           perform ReleveElec-CamtMontant.
           perform ReleveElec-DateISO.
           move spaces to LigneReleveElec.
           string
               "<Dt><Dt>" delimited by size
               DateReleveISO delimited by size
               "</Dt></Dt>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           move "</Bal>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.

      * Montant MontantReleveTexte et sens SensReleveElec (C / D).
       ReleveElec-CamtMontant.
           move spaces to LigneReleveElec.
           string
               "<Amt Ccy=""" delimited by size
               codeDevise of AbonnementReleveLu delimited by size
               """>" delimited by size
               MontantReleveTexte delimited by size
               "</Amt>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           if SensReleveElec = "C"
               move "<CdtDbtInd>CRDT</CdtDbtInd>" to LigneReleveElec
           else
               move "<CdtDbtInd>DBIT</CdtDbtInd>" to LigneReleveElec
           end-if.
           write EnrFichierReleveElec from LigneReleveElec.

       ReleveElec-CamtEcriture.
           move "<Ntry>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move montant of MouvementReleveLu to MontantReleveTexte.
           move sens of MouvementReleveLu to SensReleveElec.
           perform ReleveElec-CamtMontant.
           move "<Sts>BOOK</Sts>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move dateComptabilisation of MouvementReleveLu to DateTravailReleve.
           perform ReleveElec-DateISO.
           move spaces to LigneReleveElec.
           string
               "<BookgDt><Dt>" delimited by size
               DateReleveISO delimited by size
               "</Dt></BookgDt>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           move dateValeur of MouvementReleveLu to DateTravailReleve.
           perform ReleveElec-DateISO.
           move spaces to LigneReleveElec.
           string
               "<ValDt><Dt>" delimited by size
               DateReleveISO delimited by size
               "</Dt></ValDt>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           move "<BkTxCd><Prtry><Cd>NOTPROVIDED</Cd><Issr>GESTBQ</Issr></Prtry></BkTxCd>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move libelle of MouvementReleveLu to LibelleReleveXML.
           inspect LibelleReleveXML replacing all "&" by "+".
           inspect LibelleReleveXML replacing all "<" by "(".
           inspect LibelleReleveXML replacing all ">" by ")".
           move spaces to LigneReleveElec.
           string
               "<AddtlNtryInf>" delimited by size
               LibelleReleveXML delimited by "  "
               "</AddtlNtryInf>" delimited by size
               into LigneReleveElec
           end-string.
           write EnrFichierReleveElec from LigneReleveElec.
           move "</Ntry>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.

       ReleveElec-CamtFin.
           move "CLBD" to TypeSoldeReleve.
           move SoldeClotureReleve to SoldeEditeReleve.
           move DateComptableNum to DateTravailReleve.
           perform ReleveElec-CamtSolde.
           move "</Stmt>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move "</BkToCstmrStmt>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.
           move "</Document>" to LigneReleveElec.
           write EnrFichierReleveElec from LigneReleveElec.

      * CFONB 120 : 01 ancien solde a l'ouverture de la periode, un 04
      * par ecriture, 07 nouveau solde a la journee.
       ReleveElec-CFONBEntete.
           move SoldeOuvertureReleve to SoldeEditeReleve.
           move DateDebutReleveElec to DateTravailReleve.
           move "01" to CfoCode.
           perform ReleveElec-CFONBSolde.

       ReleveElec-CFONBSolde.
           perform ReleveElec-CFONBCompte.
           perform ReleveElec-DateCFONB.
           move DateReleveCFONB to CfoDate.
           move spaces to CfoDateValeur.
           if SoldeEditeReleve < 0
               compute CfoMontant = (0 - SoldeEditeReleve) * 100
               move "D" to CfoSens
           else
               compute CfoMontant = SoldeEditeReleve * 100
               move "C" to CfoSens
           end-if.
           move spaces to CfoReference.
           if CfoCode = "01"
               move "ANCIEN SOLDE" to CfoLibelle
           else
               move "NOUVEAU SOLDE" to CfoLibelle
           end-if.
           write EnrFichierReleveElec from EnrCFONBEmis.

       ReleveElec-CFONBCompte.
           move codeBanque of AbonnementReleveLu to CfoBanque.
           move codeGuichet of AbonnementReleveLu to CfoGuichet.
           move codeDevise of AbonnementReleveLu to CfoDevise.
           move spaces to CfoCompte.
           string
               racineCompte of AbonnementReleveLu delimited by size
               cleRib of AbonnementReleveLu delimited by size
               into CfoCompte
           end-string.

       ReleveElec-CFONBEcriture.
           move "04" to CfoCode.
           perform ReleveElec-CFONBCompte.
           move dateComptabilisation of MouvementReleveLu to DateTravailReleve.
           perform ReleveElec-DateCFONB.
           move DateReleveCFONB to CfoDate.
           move dateValeur of MouvementReleveLu to DateTravailReleve.
           perform ReleveElec-DateCFONB.
           move DateReleveCFONB to CfoDateValeur.
           compute CfoMontant = montant of MouvementReleveLu * 100.
           move sens of MouvementReleveLu to CfoSens.
           move spaces to CfoReference.
           move libelle of MouvementReleveLu to CfoLibelle.
           write EnrFichierReleveElec from EnrCFONBEmis.

       ReleveElec-CFONBFin.
           move SoldeClotureReleve to SoldeEditeReleve.
           move DateComptableNum to DateTravailReleve.
           move "07" to CfoCode.
           perform ReleveElec-CFONBSolde.

      * Journal d'emission et date du dernier releve de l'abonnement.
       ReleveElec-Journaliser.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.EmissionReleve
                   (codeCompte
                   ,formatReleve
                   ,dateDebut
                   ,dateFin
                   ,soldeOuverture
                   ,soldeCloture
                   ,nbMouvements
                   ,totalDebit
                   ,totalCredit
                   ,nomFichier
                   ,dateEmission
                   ,heureEmission
                   ,operateur)
               VALUES
                   (:AbonnementReleveLu.codeCompte
                   ,:AbonnementReleveLu.formatEmis
                   ,:DateDebutReleveElec
                   ,:DateComptableNum
                   ,:SoldeOuvertureReleve
                   ,:SoldeClotureReleve
                   ,:NbMvtReleveElec
                   ,:TotalDebitReleveElec
                   ,:TotalCreditReleveElec
                   ,RTRIM(:CheminFichierReleveElec)
                   ,:DateSystemeNum
                   ,:AuditHeure
                   ,:OperateurCode)
           end-exec.
           exec sql
               UPDATE dbo.AbonnementReleve SET
                   dateDernierReleve = :DateComptableNum
               WHERE codeCompte = :AbonnementReleveLu.codeCompte
                   AND statutAbonnement = 'A'
           end-exec.

      **********************************
      * Remises de virements des clients entreprises (traitements 27)
      **********************************
      * Le pain.001 du client est lu balise par balise comme le camt du
      * rapprochement (une ligne peut porter plusieurs balises). Le
      * NbOfTxs et le CtrlSum retenus sont ceux de l'entete de groupe,
      * les premiers rencontres. Une anomalie de la remise (format,
      * nombre d'ordres, total de controle, compte donneur d'ordre,
      * doublon, provision) la rejette entiere ; sinon chaque ordre est
      * accepte ou rejete pour lui-meme, avec le code retour SEPA
      * porte au compte rendu.
       RemisesVirementsClients.
           move space to ChoixRemiseVir.
           perform RemiseVir-Trt until ChoixRemiseVir = "Q".

       RemiseVir-Trt.
           display "[I]mporter une remise [L]iste des remises recues [Q]uitter : " line 1 col 1.
           accept ChoixRemiseVir line 1 col 63.
           if ChoixRemiseVir = "i" move "I" to ChoixRemiseVir end-if.
           if ChoixRemiseVir = "l" move "L" to ChoixRemiseVir end-if.
           if ChoixRemiseVir = "q" move "Q" to ChoixRemiseVir end-if.
           evaluate ChoixRemiseVir
               when "I" perform RemiseVir-Import
               when "L" perform RemiseVir-Liste
           end-evaluate.

       RemiseVir-Import.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               perform RemiseVir-ini
               if finRemiseVir = 0
                   perform RemiseVir-Lire until finRemiseVir = 1
                   perform RemiseVir-fin
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       RemiseVir-ini.
           move 0 to finRemiseVir.
           move 0 to NbOrdresLusRemiseVir.
           move 0 to TotalOrdresRemiseVir.
           move 0 to IndexOrdreRemiseVir.
           move 0 to NbOfTxsLuRemiseVir.
           move 0 to CtrlSumLuRemiseVir.
           move space to ContexteRemiseVir.
           move spaces to CodeRejetRemiseVir.
           move 0 to noRemiseVir of RemiseVirLue.
           move spaces to msgId of RemiseVirLue.
           move spaces to ibanDonneur of RemiseVirLue.
           move 0 to codeCompte of RemiseVirLue.
           move spaces to codeClient of RemiseVirLue.
           move 0 to nbOrdresAnnonces of RemiseVirLue.
           move 0 to totalAnnonce of RemiseVirLue.
           move 0 to nbOrdresAcceptes of RemiseVirLue.
           move 0 to montantAccepte of RemiseVirLue.
           move 0 to nbOrdresRejetes of RemiseVirLue.
           open input FichierRemiseVir.
           if RemiseVir-Status <> 0
               display "Remise du client introuvable, status " line 24 col 1
               display RemiseVir-Status line 24 col 38
               move 1 to finRemiseVir
           end-if.

       RemiseVir-Lire.
           read FichierRemiseVir
               at end move 1 to finRemiseVir
               not at end perform RemiseVir-Ligne
           end-read.

      * Un nouvel ordre remet le contexte a blanc avant que les balises
      * de la meme ligne ne soient lues.
       RemiseVir-Ligne.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<CdtTrfTxInf>".
           if NbBalisesLigne > 0
               perform RemiseVir-NouvelOrdre
           end-if.
           perform RemiseVir-Contexte.
           perform RemiseVir-LigneEntete.
           perform RemiseVir-LigneOrdre.

       RemiseVir-NouvelOrdre.
           add 1 to NbOrdresLusRemiseVir.
           move space to ContexteRemiseVir.
           if NbOrdresLusRemiseVir > OrdresRemiseVir-Max
               move 0 to IndexOrdreRemiseVir
           else
               move NbOrdresLusRemiseVir to IndexOrdreRemiseVir
               move spaces to OrdEndToEndId(IndexOrdreRemiseVir)
               move spaces to OrdIBAN(IndexOrdreRemiseVir)
               move spaces to OrdBIC(IndexOrdreRemiseVir)
               move spaces to OrdNom(IndexOrdreRemiseVir)
               move 0 to OrdMontant(IndexOrdreRemiseVir)
               move spaces to OrdDevise(IndexOrdreRemiseVir)
               move spaces to OrdMotif(IndexOrdreRemiseVir)
               move spaces to OrdCodeRejet(IndexOrdreRemiseVir)
           end-if.

      * Les balises <Nm> et <IBAN> servent a plusieurs parties : le
      * bloc ouvert en dernier dit a qui elles appartiennent.
       RemiseVir-Contexte.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<InitgPty>".
           if NbBalisesLigne > 0
               move "X" to ContexteRemiseVir
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<Dbtr>".
           if NbBalisesLigne > 0
               move "X" to ContexteRemiseVir
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<DbtrAcct>".
           if NbBalisesLigne > 0
               move "D" to ContexteRemiseVir
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<DbtrAgt>".
           if NbBalisesLigne > 0
               move "X" to ContexteRemiseVir
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<CdtrAgt>".
           if NbBalisesLigne > 0
               move "A" to ContexteRemiseVir
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<Cdtr>".
           if NbBalisesLigne > 0
               move "N" to ContexteRemiseVir
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<CdtrAcct>".
           if NbBalisesLigne > 0
               move "C" to ContexteRemiseVir
           end-if.

       RemiseVir-LigneEntete.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<MsgId>".
           if NbBalisesLigne > 0 and msgId of RemiseVirLue = spaces
               move spaces to PoubelleBalise
               move spaces to ResteBalise
               unstring EnrFichierRemiseVir delimited by "<MsgId>"
                   into PoubelleBalise ResteBalise
               end-unstring
               perform RemiseVir-Texte
               move ValeurBalise to msgId of RemiseVirLue
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<NbOfTxs>".
           if NbBalisesLigne > 0 and NbOfTxsLuRemiseVir = 0
               move spaces to PoubelleBalise
               move spaces to ResteBalise
               unstring EnrFichierRemiseVir delimited by "<NbOfTxs>"
                   into PoubelleBalise ResteBalise
               end-unstring
               perform RemiseVir-Texte
               perform Rapprochement-ConvertirMontant
               move MontantExtrait to nbOrdresAnnonces of RemiseVirLue
               move 1 to NbOfTxsLuRemiseVir
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<CtrlSum>".
           if NbBalisesLigne > 0 and CtrlSumLuRemiseVir = 0
               move spaces to PoubelleBalise
               move spaces to ResteBalise
               unstring EnrFichierRemiseVir delimited by "<CtrlSum>"
                   into PoubelleBalise ResteBalise
               end-unstring
               perform RemiseVir-Texte
               perform Rapprochement-ConvertirMontant
               move MontantExtrait to totalAnnonce of RemiseVirLue
               move 1 to CtrlSumLuRemiseVir
           end-if.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<IBAN>".
           if NbBalisesLigne > 0 and ContexteRemiseVir = "D"
               move spaces to PoubelleBalise
               move spaces to ResteBalise
               unstring EnrFichierRemiseVir delimited by "<IBAN>"
                   into PoubelleBalise ResteBalise
               end-unstring
               perform RemiseVir-Texte
               move ValeurBalise to ibanDonneur of RemiseVirLue
           end-if.

      * Balises d'un ordre <CdtTrfTxInf> ; au-dela de la limite les
      * ordres ne sont plus que comptes et totalises, pour le controle
      * de l'entete.
       RemiseVir-LigneOrdre.
           move 0 to NbBalisesLigne.
           inspect EnrFichierRemiseVir
               tallying NbBalisesLigne for all "<InstdAmt".
           if NbBalisesLigne > 0
               perform RemiseVir-Montant
           end-if.
           if IndexOrdreRemiseVir > 0
               move 0 to NbBalisesLigne
               inspect EnrFichierRemiseVir
                   tallying NbBalisesLigne for all "<EndToEndId>"
               if NbBalisesLigne > 0
                   move spaces to PoubelleBalise
                   move spaces to ResteBalise
                   unstring EnrFichierRemiseVir delimited by "<EndToEndId>"
                       into PoubelleBalise ResteBalise
                   end-unstring
                   perform RemiseVir-Texte
                   move ValeurBalise to OrdEndToEndId(IndexOrdreRemiseVir)
               end-if
               move 0 to NbBalisesLigne
               inspect EnrFichierRemiseVir
                   tallying NbBalisesLigne for all "<Nm>"
               if NbBalisesLigne > 0 and ContexteRemiseVir = "N"
                   move spaces to PoubelleBalise
                   move spaces to ResteBalise
                   unstring EnrFichierRemiseVir delimited by "<Nm>"
                       into PoubelleBalise ResteBalise
                   end-unstring
                   perform RemiseVir-Texte
                   move ValeurBalise to OrdNom(IndexOrdreRemiseVir)
               end-if
               move 0 to NbBalisesLigne
               inspect EnrFichierRemiseVir
                   tallying NbBalisesLigne for all "<IBAN>"
               if NbBalisesLigne > 0 and ContexteRemiseVir = "C"
                   move spaces to PoubelleBalise
                   move spaces to ResteBalise
                   unstring EnrFichierRemiseVir delimited by "<IBAN>"
                       into PoubelleBalise ResteBalise
                   end-unstring
                   perform RemiseVir-Texte
                   move ValeurBalise to OrdIBAN(IndexOrdreRemiseVir)
               end-if
      *        <BIC> ou <BICFI> selon la version du schema.
               move 0 to NbBalisesLigne
               inspect EnrFichierRemiseVir
                   tallying NbBalisesLigne for all "<BIC"
               if NbBalisesLigne > 0 and ContexteRemiseVir = "A"
                   move spaces to PoubelleBalise
                   move spaces to ResteBalise
                   move spaces to ResteBalise2
                   unstring EnrFichierRemiseVir delimited by "<BIC"
                       into PoubelleBalise ResteBalise
                   end-unstring
                   unstring ResteBalise delimited by ">"
                       into PoubelleBalise ResteBalise2
                   end-unstring
                   move ResteBalise2 to ResteBalise
                   perform RemiseVir-Texte
                   move ValeurBalise to OrdBIC(IndexOrdreRemiseVir)
               end-if
               move 0 to NbBalisesLigne
               inspect EnrFichierRemiseVir
                   tallying NbBalisesLigne for all "<Ustrd>"
               if NbBalisesLigne > 0
                   move spaces to PoubelleBalise
                   move spaces to ResteBalise
                   unstring EnrFichierRemiseVir delimited by "<Ustrd>"
                       into PoubelleBalise ResteBalise
                   end-unstring
                   perform RemiseVir-Texte
                   move ValeurBalise to OrdMotif(IndexOrdreRemiseVir)
               end-if
           end-if.

      * Texte de la balise : de ResteBalise jusqu'a la balise fermante.
       RemiseVir-Texte.
           move spaces to ValeurBalise.
           unstring ResteBalise delimited by "<"
               into ValeurBalise
           end-unstring.

      * <InstdAmt Ccy="EUR">9999.99</InstdAmt> : meme lecture que
      * Rapprochement-CamtMontant.
       RemiseVir-Montant.
           move spaces to PoubelleBalise.
           move spaces to ResteBalise.
           move spaces to ResteBalise2.
           move spaces to ValeurBalise.
           move spaces to DeviseExtraite.
           unstring EnrFichierRemiseVir delimited by "<InstdAmt"
               into PoubelleBalise ResteBalise
           end-unstring.
           unstring ResteBalise delimited by """"
               into PoubelleBalise DeviseExtraite
           end-unstring.
           unstring ResteBalise delimited by ">"
               into PoubelleBalise ResteBalise2
           end-unstring.
           unstring ResteBalise2 delimited by "<"
               into ValeurBalise
           end-unstring.
           perform Rapprochement-ConvertirMontant.
           add MontantExtrait to TotalOrdresRemiseVir.
           if IndexOrdreRemiseVir > 0
               move MontantExtrait to OrdMontant(IndexOrdreRemiseVir)
               move DeviseExtraite to OrdDevise(IndexOrdreRemiseVir)
           end-if.

       RemiseVir-fin.
           close FichierRemiseVir.
           perform RemiseVir-ControlerRemise.
           move 0 to nbOrdresAcceptes of RemiseVirLue.
           move 0 to montantAccepte of RemiseVirLue.
           move 0 to nbOrdresRejetes of RemiseVirLue.
           perform RemiseVir-ControlerOrdre
               varying IndexOrdreRemiseVir from 1 by 1
               until IndexOrdreRemiseVir > NbOrdresLusRemiseVir
                   or IndexOrdreRemiseVir > OrdresRemiseVir-Max.
           if nbOrdresAcceptes of RemiseVirLue > 0
               perform RemiseVir-ControlerProvision
           end-if.
           if nbOrdresAcceptes of RemiseVirLue > 0
               move "A" to statutRemise of RemiseVirLue
           else
               move "R" to statutRemise of RemiseVirLue
           end-if.
           move CodeRejetRemiseVir to codeRejet of RemiseVirLue.
           move DateComptableNum to dateReception of RemiseVirLue.
           perform RemiseVir-Enregistrer.
           perform RemiseVir-CompteRendu.
           display "Ordres acceptes : " line 20 col 1.
           display nbOrdresAcceptes of RemiseVirLue line 20 col 20.
           move montantAccepte of RemiseVirLue to StrMontantRemiseVir.
           display StrMontantRemiseVir line 20 col 30.
           display "Ordres rejetes  : " line 21 col 1.
           display nbOrdresRejetes of RemiseVirLue line 21 col 20.
           if CodeRejetRemiseVir <> spaces
               move CodeRejetRemiseVir to CodeMotifRetour
               perform RetoursSEPA-LibelleMotif
               display "Remise rejetee : " line 22 col 1
               display CodeRejetRemiseVir line 22 col 18
               display LibelleMotifRetour line 22 col 23
           end-if.

      * Controles de la remise entiere ; le compte donneur d'ordre est
      * retrouve par son IBAN, un compte ouvert etant prefere a un
      * compte ferme portant le meme IBAN.
       RemiseVir-ControlerRemise.
           evaluate true
               when msgId of RemiseVirLue = spaces
                       or NbOrdresLusRemiseVir = 0
                   move "FF01" to CodeRejetRemiseVir
               when NbOrdresLusRemiseVir > OrdresRemiseVir-Max
                   move "FF01" to CodeRejetRemiseVir
                   display "ATTENTION : plus d'ordres que la limite geree :" line 19 col 1
                   display OrdresRemiseVir-Max line 19 col 49
               when NbOfTxsLuRemiseVir = 0
                       or nbOrdresAnnonces of RemiseVirLue <> NbOrdresLusRemiseVir
                   move "AM18" to CodeRejetRemiseVir
               when CtrlSumLuRemiseVir = 0
                       or totalAnnonce of RemiseVirLue <> TotalOrdresRemiseVir
                   move "AM10" to CodeRejetRemiseVir
           end-evaluate.
           if CodeRejetRemiseVir = spaces
               exec sql
                   SELECT TOP 1 codeCompte, codeClient, statutCompte,
                          codeDevise
                   INTO :RemiseVirLue.codeCompte
                       ,:RemiseVirLue.codeClient
                       ,:RemiseVirLue.statutCompte
                       ,:RemiseVirLue.codeDevise
                   FROM dbo.Compte
                   WHERE IBAN = RTRIM(:RemiseVirLue.ibanDonneur)
                   ORDER BY CASE WHEN statutCompte = 'O' THEN 0 ELSE 1 END,
                       codeCompte
               end-exec
               if SQLCODE <> 0
                   move 0 to codeCompte of RemiseVirLue
                   move spaces to codeClient of RemiseVirLue
                   move "AC01" to CodeRejetRemiseVir
               end-if
           end-if.
           if CodeRejetRemiseVir = spaces
               evaluate statutCompte of RemiseVirLue
                   when "F" move "AC04" to CodeRejetRemiseVir
                   when "D" move "AC06" to CodeRejetRemiseVir
               end-evaluate
           end-if.
           if CodeRejetRemiseVir = spaces
                   and codeDevise of RemiseVirLue <> "EUR"
               move "AG01" to CodeRejetRemiseVir
           end-if.
      *    Remise deja recue (meme MsgId sur le meme compte) : jamais
      *    debitee ni emise deux fois.
           if CodeRejetRemiseVir = spaces
               move 0 to NbControleRemiseVir
               exec sql
                   SELECT COUNT(*) INTO :NbControleRemiseVir
                   FROM dbo.RemiseVirementClient
                   WHERE msgId = RTRIM(:RemiseVirLue.msgId)
                       AND codeCompte = :RemiseVirLue.codeCompte
                       AND statutRemise <> 'R'
               end-exec
               if NbControleRemiseVir > 0
                   move "AM05" to CodeRejetRemiseVir
               end-if
           end-if.

      * Un ordre d'une remise rejetee prend le code de la remise.
       RemiseVir-ControlerOrdre.
           move spaces to OrdCodeRejet(IndexOrdreRemiseVir).
           if CodeRejetRemiseVir <> spaces
               move CodeRejetRemiseVir to OrdCodeRejet(IndexOrdreRemiseVir)
           else
               evaluate true
                   when OrdMontant(IndexOrdreRemiseVir) = 0
                       move "AM12" to OrdCodeRejet(IndexOrdreRemiseVir)
                   when OrdDevise(IndexOrdreRemiseVir) <> "EUR"
                       move "AM03" to OrdCodeRejet(IndexOrdreRemiseVir)
                   when OrdNom(IndexOrdreRemiseVir) = spaces
                           or OrdEndToEndId(IndexOrdreRemiseVir) = spaces
                       move "FF01" to OrdCodeRejet(IndexOrdreRemiseVir)
                   when other
                       move OrdIBAN(IndexOrdreRemiseVir) to IBANaControler
                       perform Beneficiaire-ControlerIBAN
                       if IBANValide = 0
                           move "AC01" to OrdCodeRejet(IndexOrdreRemiseVir)
                       end-if
               end-evaluate
           end-if.
           if OrdCodeRejet(IndexOrdreRemiseVir) = spaces
               add 1 to nbOrdresAcceptes of RemiseVirLue
               add OrdMontant(IndexOrdreRemiseVir)
                   to montantAccepte of RemiseVirLue
           else
               add 1 to nbOrdresRejetes of RemiseVirLue
           end-if.

      * Provision controlee sur le total accepte, debite en une fois :
      * faute de provision (ou titulaire decede) la remise est rejetee
      * entiere et les ordres sont recomptes avec ce code.
       RemiseVir-ControlerProvision.
           move codeCompte of RemiseVirLue to codeCompte of Mouvement.
           move montantAccepte of RemiseVirLue to montant of Mouvement.
           move "D" to sens of Mouvement.
           perform Provision-Controler.
           if ProvisionSuffisante = 0
               if CompteDecede = 1
                   move "MD07" to CodeRejetRemiseVir
               else
                   move "AM04" to CodeRejetRemiseVir
               end-if
               move 0 to nbOrdresAcceptes of RemiseVirLue
               move 0 to montantAccepte of RemiseVirLue
               move 0 to nbOrdresRejetes of RemiseVirLue
               perform RemiseVir-ControlerOrdre
                   varying IndexOrdreRemiseVir from 1 by 1
                   until IndexOrdreRemiseVir > NbOrdresLusRemiseVir
           end-if.

      * La remise est historisee meme rejetee, pour que le client et
      * l'agence puissent la retrouver.
       RemiseVir-Enregistrer.
           exec sql
               INSERT INTO dbo.RemiseVirementClient
                   (msgId
                   ,ibanDonneur
                   ,codeCompte
                   ,codeClient
                   ,nbOrdresAnnonces
                   ,totalAnnonce
                   ,nbOrdresAcceptes
                   ,montantAccepte
                   ,nbOrdresRejetes
                   ,statutRemise
                   ,codeRejet
                   ,dateReception
                   ,operateur)
               VALUES
                   (RTRIM(:RemiseVirLue.msgId)
                   ,RTRIM(:RemiseVirLue.ibanDonneur)
                   ,:RemiseVirLue.codeCompte
                   ,RTRIM(:RemiseVirLue.codeClient)
                   ,:RemiseVirLue.nbOrdresAnnonces
                   ,:RemiseVirLue.totalAnnonce
                   ,:RemiseVirLue.nbOrdresAcceptes
                   ,:RemiseVirLue.montantAccepte
                   ,:RemiseVirLue.nbOrdresRejetes
                   ,:RemiseVirLue.statutRemise
                   ,:RemiseVirLue.codeRejet
                   ,:RemiseVirLue.dateReception
                   ,:OperateurCode)
           end-exec.
           move 0 to noRemiseVir of RemiseVirLue.
           exec sql
               SELECT ISNULL(MAX(noRemiseVir),0)
                   INTO :RemiseVirLue.noRemiseVir
               FROM dbo.RemiseVirementClient
               WHERE codeCompte = :RemiseVirLue.codeCompte
           end-exec.
           perform RemiseVir-EnregistrerOrdre
               varying IndexOrdreRemiseVir from 1 by 1
               until IndexOrdreRemiseVir > NbOrdresLusRemiseVir
                   or IndexOrdreRemiseVir > OrdresRemiseVir-Max.
           if nbOrdresAcceptes of RemiseVirLue > 0
               perform RemiseVir-Debiter
           end-if.

       RemiseVir-EnregistrerOrdre.
           move noRemiseVir of RemiseVirLue to noRemiseVir of OrdreVirLu.
           move IndexOrdreRemiseVir to noOrdre of OrdreVirLu.
           move OrdEndToEndId(IndexOrdreRemiseVir) to endToEndId of OrdreVirLu.
           move OrdIBAN(IndexOrdreRemiseVir) to iban of OrdreVirLu.
           move OrdBIC(IndexOrdreRemiseVir) to bic of OrdreVirLu.
           move OrdNom(IndexOrdreRemiseVir) to nom of OrdreVirLu.
           move OrdMontant(IndexOrdreRemiseVir) to montant of OrdreVirLu.
           move OrdMotif(IndexOrdreRemiseVir) to motif of OrdreVirLu.
           move OrdCodeRejet(IndexOrdreRemiseVir) to codeRejet of OrdreVirLu.
           if OrdCodeRejet(IndexOrdreRemiseVir) = spaces
               move "A" to statutOrdre of OrdreVirLu
           else
               move "R" to statutOrdre of OrdreVirLu
           end-if.
           exec sql
               INSERT INTO dbo.OrdreVirementClient
                   (noRemiseVir
                   ,noOrdre
                   ,endToEndId
                   ,iban
                   ,bic
                   ,nomBeneficiaire
                   ,montant
                   ,motif
                   ,statutOrdre
                   ,codeRejet)
               VALUES
                   (:OrdreVirLu.noRemiseVir
                   ,:OrdreVirLu.noOrdre
                   ,RTRIM(:OrdreVirLu.endToEndId)
                   ,RTRIM(:OrdreVirLu.iban)
                   ,RTRIM(:OrdreVirLu.bic)
                   ,RTRIM(:OrdreVirLu.nom)
                   ,:OrdreVirLu.montant
                   ,RTRIM(:OrdreVirLu.motif)
                   ,:OrdreVirLu.statutOrdre
                   ,:OrdreVirLu.codeRejet)
           end-exec.

      * Un seul debit pour le total des ordres acceptes, le MsgId du
      * client dans le libelle.
       RemiseVir-Debiter.
           move codeCompte of RemiseVirLue to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "REMISE VIREMENTS " delimited by size
               msgId of RemiseVirLue delimited by " "
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move montantAccepte of RemiseVirLue to montant of Mouvement.
           move "D" to sens of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           perform Mouvement-Comptabiliser.

      * Compte rendu transmis au client : la remise, puis une ligne
      * par ordre (EndToEndId du client, IBAN, montant, statut, code
      * retour SEPA et son libelle), puis les totaux.
       RemiseVir-CompteRendu.
           open output FichierCRRemiseVir.
           move spaces to LigneRemiseVir.
           string
               "COMPTE RENDU DE REMISE DE VIREMENTS - JOURNEE COMPTABLE : " delimited by size
               DateComptableNum delimited by size
               into LigneRemiseVir
           end-string.
           write EnrFichierCRRemiseVir from LigneRemiseVir.
           move spaces to LigneRemiseVir.
           string
               "MsgId : " delimited by size
               msgId of RemiseVirLue delimited by " "
               " - Donneur d'ordre : " delimited by size
               ibanDonneur of RemiseVirLue delimited by " "
               into LigneRemiseVir
           end-string.
           write EnrFichierCRRemiseVir from LigneRemiseVir.
           move spaces to LigneRemiseVir.
           if CodeRejetRemiseVir = spaces
               if nbOrdresRejetes of RemiseVirLue = 0
                   move "Remise : ACCEPTEE" to LigneRemiseVir
               else
                   move "Remise : PARTIELLEMENT ACCEPTEE" to LigneRemiseVir
               end-if
           else
               move CodeRejetRemiseVir to CodeMotifRetour
               perform RetoursSEPA-LibelleMotif
               string
                   "Remise : REJETEE - " delimited by size
                   CodeRejetRemiseVir delimited by size
                   " " delimited by size
                   LibelleMotifRetour delimited by "  "
                   into LigneRemiseVir
               end-string
           end-if.
           write EnrFichierCRRemiseVir from LigneRemiseVir.
           move "EndToEndId;IBAN;Montant;Statut;Code;Motif" to LigneRemiseVir.
           write EnrFichierCRRemiseVir from LigneRemiseVir.
           perform RemiseVir-CompteRenduOrdre
               varying IndexOrdreRemiseVir from 1 by 1
               until IndexOrdreRemiseVir > NbOrdresLusRemiseVir
                   or IndexOrdreRemiseVir > OrdresRemiseVir-Max.
           move montantAccepte of RemiseVirLue to StrMontantRemiseVir.
           move spaces to LigneRemiseVir.
           string
               "Ordres acceptes : " delimited by size
               nbOrdresAcceptes of RemiseVirLue delimited by size
               " pour " delimited by size
               StrMontantRemiseVir delimited by size
               " EUR debites le " delimited by size
               DateComptableNum delimited by size
               into LigneRemiseVir
           end-string.
           write EnrFichierCRRemiseVir from LigneRemiseVir.
           move spaces to LigneRemiseVir.
           string
               "Ordres rejetes  : " delimited by size
               nbOrdresRejetes of RemiseVirLue delimited by size
               into LigneRemiseVir
           end-string.
           write EnrFichierCRRemiseVir from LigneRemiseVir.
           close FichierCRRemiseVir.

       RemiseVir-CompteRenduOrdre.
           move OrdMontant(IndexOrdreRemiseVir) to StrMontantRemiseVir.
           move spaces to LigneRemiseVir.
           if OrdCodeRejet(IndexOrdreRemiseVir) = spaces
               string
                   OrdEndToEndId(IndexOrdreRemiseVir) delimited by " "
                   ";" delimited by size
                   OrdIBAN(IndexOrdreRemiseVir) delimited by " "
                   ";" delimited by size
                   StrMontantRemiseVir delimited by size
                   ";ACCEPTE;;" delimited by size
                   into LigneRemiseVir
               end-string
           else
               move OrdCodeRejet(IndexOrdreRemiseVir) to CodeMotifRetour
               perform RetoursSEPA-LibelleMotif
               string
                   OrdEndToEndId(IndexOrdreRemiseVir) delimited by " "
                   ";" delimited by size
                   OrdIBAN(IndexOrdreRemiseVir) delimited by " "
                   ";" delimited by size
                   StrMontantRemiseVir delimited by size
                   ";REJETE;" delimited by size
                   OrdCodeRejet(IndexOrdreRemiseVir) delimited by size
                   ";" delimited by size
                   LibelleMotifRetour delimited by "  "
                   into LigneRemiseVir
               end-string
           end-if.
           write EnrFichierCRRemiseVir from LigneRemiseVir.

      * Remises recues, de la plus recente a la plus ancienne.
       RemiseVir-Liste.
           move 0 to finRemiseVir.
           move 3 to noLigneRemiseVir.
           display "No remise Recue le Compte       MsgId            Acceptes       Montant St" line 2 col 1.
           exec sql
               DECLARE curRemisesVirClients CURSOR FOR
                   SELECT noRemiseVir, dateReception, codeCompte, msgId,
                          nbOrdresAcceptes, montantAccepte, statutRemise
                   FROM dbo.RemiseVirementClient
                   ORDER BY noRemiseVir DESC
           end-exec.
           exec sql
               OPEN curRemisesVirClients
           end-exec.
           perform RemiseVir-ListeLigne until finRemiseVir = 1.
           exec sql
               CLOSE curRemisesVirClients
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       RemiseVir-ListeLigne.
           exec sql
               FETCH curRemisesVirClients into
                   :RemiseVirLue.noRemiseVir
                   ,:RemiseVirLue.dateReception
                   ,:RemiseVirLue.codeCompte
                   ,:RemiseVirLue.msgId
                   ,:RemiseVirLue.nbOrdresAcceptes
                   ,:RemiseVirLue.montantAccepte
                   ,:RemiseVirLue.statutRemise
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finRemiseVir
           else
               add 1 to noLigneRemiseVir
               display noRemiseVir of RemiseVirLue line noLigneRemiseVir col 1
               display dateReception of RemiseVirLue line noLigneRemiseVir col 11
               display codeCompte of RemiseVirLue line noLigneRemiseVir col 20
               display msgId of RemiseVirLue(1:16) line noLigneRemiseVir col 33
               display nbOrdresAcceptes of RemiseVirLue line noLigneRemiseVir col 50
               move montantAccepte of RemiseVirLue to StrMontantRemiseVir
               display StrMontantRemiseVir line noLigneRemiseVir col 58
               display statutRemise of RemiseVirLue line noLigneRemiseVir col 73
               if noLigneRemiseVir > 20
                   move 1 to finRemiseVir
                   display "Liste tronquee, voir dbo.RemiseVirementClient" line 24 col 1
               end-if
           end-if.

      * Ouverture de journee (appele par VirementsPermanents-Executer
      * avant l'ecriture du pain.001) : les ordres acceptes des remises
      * clients entrent dans la remise du matin. Le compte donneur
      * d'ordre a ete debite a la reception ; c'est lui que le
      * traitement des retours SEPA recredite. S'il n'y a plus de
      * place les ordres attendent l'ouverture suivante.
       RemiseVir-Virer.
           move 0 to finOrdreRemiseVir.
           move 0 to NbOrdresRemisVirer.
           exec sql
               DECLARE curOrdresRemiseVir CURSOR FOR
                   SELECT o.noRemiseVir, o.noOrdre, o.iban,
                          ISNULL(o.bic,''), o.nomBeneficiaire, o.montant,
                          ISNULL(o.motif,''), r.codeCompte
                   FROM dbo.OrdreVirementClient o
                   JOIN dbo.RemiseVirementClient r
                       ON r.noRemiseVir = o.noRemiseVir
                   WHERE o.statutOrdre = 'A'
                   ORDER BY o.noRemiseVir, o.noOrdre
           end-exec.
           exec sql
               OPEN curOrdresRemiseVir
           end-exec.
           perform RemiseVir-VirerLigne until finOrdreRemiseVir = 1.
           exec sql
               CLOSE curOrdresRemiseVir
           end-exec.
           if NbOrdresRemisVirer > 0
               display "Ordres des remises clients emis : " line 17 col 1
               display NbOrdresRemisVirer line 17 col 36
           end-if.

       RemiseVir-VirerLigne.
           exec sql
               FETCH curOrdresRemiseVir into
                   :OrdreVirLu.noRemiseVir
                   ,:OrdreVirLu.noOrdre
                   ,:OrdreVirLu.iban
                   ,:OrdreVirLu.bic
                   ,:OrdreVirLu.nom
                   ,:OrdreVirLu.montant
                   ,:OrdreVirLu.motif
                   ,:OrdreVirLu.codeCompte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finOrdreRemiseVir
           else
               if NbVirementSEPA >= VirementsSEPA-Max
                   move 1 to finOrdreRemiseVir
               else
                   perform RemiseVir-VirerOrdre
               end-if
           end-if.

       RemiseVir-VirerOrdre.
           add 1 to NbVirementSEPA.
           move NbVirementSEPA to IndexVirement.
           move spaces to ReferenceSEPA.
           string
               "GESTBQ" delimited by size
               DateSystemeComplete delimited by size
               "-" delimited by size
               IndexVirement delimited by size
               into ReferenceSEPA
           end-string.
           move iban of OrdreVirLu to VirIBAN(IndexVirement).
           move nom of OrdreVirLu to VirNom(IndexVirement).
           move montant of OrdreVirLu to VirMontant(IndexVirement).
           move motif of OrdreVirLu to VirMotif(IndexVirement).
           move "EUR" to VirDevise(IndexVirement).
           move "REMISECLI" to VirOrigine(IndexVirement).
           move bic of OrdreVirLu to VirBIC(IndexVirement).
           move codeCompte of OrdreVirLu to VirCodeCompte(IndexVirement).
           add montant of OrdreVirLu to TotalVirementSEPA.
      *    La reference GESTBQ remplace l'EndToEndId du client dans
      *    notre remise : elle est gardee sur l'ordre pour les retours.
           exec sql
               UPDATE dbo.OrdreVirementClient SET
                   statutOrdre = 'E'
                   ,dateEmission = :DateComptableNum
                   ,referenceSEPA = RTRIM(:ReferenceSEPA)
               WHERE noRemiseVir = :OrdreVirLu.noRemiseVir
                   AND noOrdre = :OrdreVirLu.noOrdre
           end-exec.
           add 1 to NbOrdresRemisVirer.

      **********************************
      * Agences et habilitations (parametrage 9)
      **********************************
      * Reserve au profil superviseur (controle fait par l'appelant).
      * Une agence ne se supprime pas : ses clients et l'historique des
      * transferts doivent rester rattachables.
       GestionAgences.
           move space to ChoixAgence.
           perform GestionAgences-Trt until ChoixAgence = "Q".

       GestionAgences-Trt.
           display "[A]gence [H]abiliter [R]etirer [T]ransferer client [L]iste [Q]uitter : " line 1 col 1.
           accept ChoixAgence line 1 col 73.
           if ChoixAgence = "a" move "A" to ChoixAgence end-if.
           if ChoixAgence = "h" move "H" to ChoixAgence end-if.
           if ChoixAgence = "r" move "R" to ChoixAgence end-if.
           if ChoixAgence = "t" move "T" to ChoixAgence end-if.
           if ChoixAgence = "l" move "L" to ChoixAgence end-if.
           if ChoixAgence = "q" move "Q" to ChoixAgence end-if.
           evaluate ChoixAgence
               when "A" perform Agence-Enregistrer
               when "H" perform Agence-Habiliter
               when "R" perform Agence-Retirer
               when "T" perform Agence-Transferer
               when "L" perform Agence-Liste
           end-evaluate.

       Agence-SaisieCode.
           move spaces to codeAgence of SaisieAgence.
           display "Code agence ................. : " line 3 col 1.
           accept codeAgence of SaisieAgence line 3 col 34 size 5.
           move 0 to NbControleAgence.
           exec sql
               SELECT COUNT(*) INTO :NbControleAgence
               FROM dbo.Agence
               WHERE codeAgence = RTRIM(:SaisieAgence.codeAgence)
           end-exec.

      * Creation, ou modification du libelle d'une agence existante.
       Agence-Enregistrer.
           perform Agence-SaisieCode.
           move spaces to libelle of SaisieAgence.
           display "Libelle de l'agence ......... : " line 4 col 1.
           accept libelle of SaisieAgence line 4 col 34 size 40.
           evaluate true
               when codeAgence of SaisieAgence = spaces
                       or libelle of SaisieAgence = spaces
                   display "Code et libelle obligatoires" line 24 col 1
               when NbControleAgence = 0
                   exec sql
                       INSERT INTO dbo.Agence
                           (codeAgence
                           ,libelle
                           ,dateCreation)
                       VALUES
                           (RTRIM(:SaisieAgence.codeAgence)
                           ,RTRIM(:SaisieAgence.libelle)
                           ,:DateComptableNum)
                   end-exec
                   display "Agence creee." line 24 col 1
               when other
                   exec sql
                       UPDATE dbo.Agence SET
                           libelle = RTRIM(:SaisieAgence.libelle)
                       WHERE codeAgence = RTRIM(:SaisieAgence.codeAgence)
                   end-exec
                   display "Libelle de l'agence modifie." line 24 col 1
           end-evaluate.

       Agence-SaisieOperateur.
           move spaces to codeOperateur of SaisieAgence.
           display "Code operateur .............. : " line 2 col 1.
           accept codeOperateur of SaisieAgence line 2 col 34 size 20.
           perform Agence-SaisieCode.

       Agence-Habiliter.
           perform Agence-SaisieOperateur.
           if NbControleAgence = 0
               display "Agence inconnue" line 24 col 1
           else
               move 0 to NbControleAgence
               exec sql
                   SELECT COUNT(*) INTO :NbControleAgence
                   FROM dbo.Operateur
                   WHERE codeOperateur = RTRIM(:SaisieAgence.codeOperateur)
               end-exec
               if NbControleAgence = 0
                   display "Operateur introuvable." line 24 col 1
               else
                   move 0 to NbControleAgence
                   exec sql
                       SELECT COUNT(*) INTO :NbControleAgence
                       FROM dbo.OperateurAgence
                       WHERE codeOperateur = RTRIM(:SaisieAgence.codeOperateur)
                           AND codeAgence = RTRIM(:SaisieAgence.codeAgence)
                   end-exec
                   if NbControleAgence > 0
                       display "Operateur deja habilite sur cette agence" line 24 col 1
                   else
                       exec sql
                           INSERT INTO dbo.OperateurAgence
                               (codeOperateur
                               ,codeAgence
                               ,dateHabilitation
                               ,superviseur)
                           VALUES
                               (RTRIM(:SaisieAgence.codeOperateur)
                               ,RTRIM(:SaisieAgence.codeAgence)
                               ,:DateComptableNum
                               ,RTRIM(:OperateurCode))
                       end-exec
                       display "Habilitation enregistree." line 24 col 1
                   end-if
               end-if
           end-if.

       Agence-Retirer.
           perform Agence-SaisieOperateur.
           exec sql
               DELETE FROM dbo.OperateurAgence
               WHERE codeOperateur = RTRIM(:SaisieAgence.codeOperateur)
                   AND codeAgence = RTRIM(:SaisieAgence.codeAgence)
           end-exec.
           if SQLCODE = 0
               display "Habilitation retiree." line 24 col 1
           else
               display "Habilitation introuvable." line 24 col 1
           end-if.

      * Transfert d'un client vers une autre agence : historise dans
      * dbo.TransfertAgence (ancienne et nouvelle agence, motif) et
      * trace dans dbo.AuditClientCompte (operation AGENCE) pour le
      * dossier client et la consultation de l'audit.
       Agence-Transferer.
           move spaces to NomClient.
           display "Nom du client (ou fragment) : " line 2 col 1.
           accept NomClient line 2 col 32 size 30.
           perform gestionClients-ResoudreClient.
           if CodeClientResolu = spaces
               display "Aucun client ne correspond a ce nom" line 24 col 1
           else
               move spaces to AncienneAgence
               exec sql
                   SELECT ISNULL(codeAgence,'') INTO :AncienneAgence
                   FROM dbo.Client
                   WHERE codeClient = :CodeClientResolu
               end-exec
               display "Agence actuelle ............. : " line 20 col 1
               display AncienneAgence line 20 col 34
               perform Agence-SaisieCode
               move spaces to MotifTransfertAgence
               display "Motif du transfert .......... : " line 4 col 1
               accept MotifTransfertAgence line 4 col 34 size 40
               evaluate true
                   when NbControleAgence = 0
                       display "Agence inconnue, transfert refuse" line 24 col 1
                   when codeAgence of SaisieAgence = AncienneAgence
                       display "Le client est deja rattache a cette agence" line 24 col 1
                   when other
                       perform Agence-TransfererClient
               end-evaluate
           end-if.

       Agence-TransfererClient.
           exec sql
               UPDATE dbo.Client SET
                   codeAgence = RTRIM(:SaisieAgence.codeAgence)
               WHERE codeClient = :CodeClientResolu
           end-exec.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.TransfertAgence
                   (codeClient
                   ,ancienneAgence
                   ,nouvelleAgence
                   ,motif
                   ,operateur
                   ,dateTransfert
                   ,heureTransfert)
               VALUES
                   (:CodeClientResolu
                   ,RTRIM(:AncienneAgence)
                   ,RTRIM(:SaisieAgence.codeAgence)
                   ,RTRIM(:MotifTransfertAgence)
                   ,RTRIM(:OperateurCode)
                   ,:DateComptableNum
                   ,:AuditHeure)
           end-exec.
           move CodeClientResolu to codeClient of Client.
           move 0 to IndexCompte.
           move "AGENCE" to AuditOperation.
           perform AuditTrail-Ecrire.
           display "Client transfere vers l'agence " line 24 col 1.
           display codeAgence of SaisieAgence line 24 col 32.

      * Agences avec leur nombre de clients rattaches et d'operateurs
      * habilites.
       Agence-Liste.
           move 0 to finAgence.
           move 3 to noLigneAgence.
           display "Agence Libelle                                  Clients Operateurs" line 2 col 1.
           exec sql
               DECLARE curAgences CURSOR FOR
                   SELECT a.codeAgence, a.libelle,
                          (SELECT COUNT(*) FROM dbo.Client c
                               WHERE c.codeAgence = a.codeAgence),
                          (SELECT COUNT(*) FROM dbo.OperateurAgence o
                               WHERE o.codeAgence = a.codeAgence)
                   FROM dbo.Agence a
                   ORDER BY a.codeAgence
           end-exec.
           exec sql
               OPEN curAgences
           end-exec.
           perform Agence-ListeLigne until finAgence = 1.
           exec sql
               CLOSE curAgences
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Agence-ListeLigne.
           exec sql
               FETCH curAgences into
                   :AgenceLue.codeAgence
                   ,:AgenceLue.libelle
                   ,:AgenceLue.nbClients
                   ,:AgenceLue.nbOperateurs
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finAgence
           else
               add 1 to noLigneAgence
               display codeAgence of AgenceLue line noLigneAgence col 1
               display libelle of AgenceLue line noLigneAgence col 8
               display nbClients of AgenceLue line noLigneAgence col 49
               display nbOperateurs of AgenceLue line noLigneAgence col 61
               if noLigneAgence > 20
                   move 1 to finAgence
                   display "Liste tronquee, voir dbo.Agence" line 24 col 1
               end-if
           end-if.

      **********************************
      * Caisse guichet (menu option 23)
      **********************************
       CaisseGuichet.
           move space to ChoixCaisse.
           perform CaisseGuichet-Trt until ChoixCaisse = "Q".

       CaisseGuichet-Trt.
           display "[O]uvrir [F]ermer [S]ituation [E]tat des ecarts [Q]uitter : " line 1 col 1.
           accept ChoixCaisse line 1 col 62.
           if ChoixCaisse = "o" move "O" to ChoixCaisse end-if.
           if ChoixCaisse = "f" move "F" to ChoixCaisse end-if.
           if ChoixCaisse = "s" move "S" to ChoixCaisse end-if.
           if ChoixCaisse = "e" move "E" to ChoixCaisse end-if.
           if ChoixCaisse = "q" move "Q" to ChoixCaisse end-if.
           evaluate ChoixCaisse
               when "O" perform Caisse-Ouvrir
               when "F" perform Caisse-Fermer
               when "S" perform Caisse-Situation
               when "E" perform Caisse-EtatEcarts
           end-evaluate.

      * Caisse ouverte de l'operateur sur la journee comptable, et son
      * encaisse theorique.
       Caisse-Lire.
           move 0 to CaisseTrouvee.
           move 0 to EncaisseTheorique.
           exec sql
               SELECT noCaisse, fondCaisse, totalVersements, totalRetraits
                   INTO :CaisseLue.noCaisse, :CaisseLue.fondCaisse,
                        :CaisseLue.totalVersements, :CaisseLue.totalRetraits
               FROM dbo.Caisse
               WHERE codeOperateur = RTRIM(:OperateurCode)
                   AND dateComptable = :DateComptableNum
                   AND statutCaisse = 'O'
           end-exec.
           if SQLCODE = 0
               move 1 to CaisseTrouvee
               compute EncaisseTheorique = fondCaisse of CaisseLue
                   + totalVersements of CaisseLue
                   - totalRetraits of CaisseLue
           end-if.

      * Une seule caisse par operateur et par journee ; le fond propose
      * est le billetage de sa derniere fermeture.
       Caisse-Ouvrir.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           move 0 to NbControleCaisse.
           exec sql
               SELECT COUNT(*) INTO :NbControleCaisse
               FROM dbo.Caisse
               WHERE codeOperateur = RTRIM(:OperateurCode)
                   AND dateComptable = :DateComptableNum
           end-exec.
           evaluate true
               when JourneeEstArretee = 1
                   display "Journee comptable arretee, ouverture de caisse refusee" line 24 col 1
               when NbControleCaisse > 0
                   display "Une caisse a deja ete ouverte aujourd'hui par cet operateur" line 24 col 1
               when other
                   perform Caisse-OuvrirSaisie
           end-evaluate.

       Caisse-OuvrirSaisie.
           move 0 to FondCaisseReporte.
           exec sql
               SELECT TOP 1 totalBillete INTO :FondCaisseReporte
               FROM dbo.Caisse
               WHERE codeOperateur = RTRIM(:OperateurCode)
                   AND statutCaisse = 'F'
               ORDER BY dateComptable DESC, noCaisse DESC
           end-exec.
           move FondCaisseReporte to StrMontantCaisse.
           display "Billetage de la derniere fermeture : " line 3 col 1.
           display StrMontantCaisse line 3 col 38.
           move 0 to SaisieFondCaisse.
           display "Fond de caisse (0 = report) ...... : " line 4 col 1.
           accept SaisieFondCaisse line 4 col 38 size 11.
           if SaisieFondCaisse > 0
               move SaisieFondCaisse to FondCaisseReporte
           end-if.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.Caisse
                   (codeOperateur
                   ,dateComptable
                   ,codeAgence
                   ,fondCaisse
                   ,totalVersements
                   ,totalRetraits
                   ,totalBillete
                   ,ecart
                   ,statutCaisse
                   ,heureOuverture)
               VALUES
                   (RTRIM(:OperateurCode)
                   ,:DateComptableNum
                   ,NULLIF(RTRIM(:AgenceOperateur),'')
                   ,:FondCaisseReporte
                   ,0
                   ,0
                   ,0
                   ,0
                   ,'O'
                   ,:AuditHeure)
           end-exec.
           move 0 to noCaisse of CaisseLue.
           exec sql
               SELECT ISNULL(MAX(noCaisse),0) INTO :CaisseLue.noCaisse
               FROM dbo.Caisse
               WHERE codeOperateur = RTRIM(:OperateurCode)
                   AND dateComptable = :DateComptableNum
           end-exec.
           display "Caisse ouverte, numero : " line 24 col 1.
           display noCaisse of CaisseLue line 24 col 26.

       Caisse-Situation.
           perform Caisse-Lire.
           if CaisseTrouvee = 0
               display "Aucune caisse ouverte pour cet operateur" line 24 col 1
           else
               display "Caisse numero ................... : " line 3 col 1
               display noCaisse of CaisseLue line 3 col 37
               move fondCaisse of CaisseLue to StrMontantCaisse
               display "Fond de caisse .................. : " line 4 col 1
               display StrMontantCaisse line 4 col 37
               move totalVersements of CaisseLue to StrMontantCaisse
               display "Versements especes .............. : " line 5 col 1
               display StrMontantCaisse line 5 col 37
               move totalRetraits of CaisseLue to StrMontantCaisse
               display "Retraits especes ................ : " line 6 col 1
               display StrMontantCaisse line 6 col 37
               move EncaisseTheorique to StrMontantCaisse
               display "Encaisse theorique .............. : " line 7 col 1
               display StrMontantCaisse line 7 col 37
               display "Appuyez sur une touche pour continuer..." line 23 col 1
               accept choix line 23 col 60
           end-if.

      * Fermeture : billetage coupure par coupure, ecart = encaisse
      * reelle - encaisse theorique. Un ecart non nul part au compte
      * d'attente (excedent au credit, manquant au debit) ; sans compte
      * d'attente configure la caisse ne peut fermer qu'a l'equilibre.
       Caisse-Fermer.
           perform Caisse-Lire.
           if CaisseTrouvee = 0
               display "Aucune caisse ouverte pour cet operateur" line 24 col 1
           else
               perform Caisse-Billetage
           end-if.

       Caisse-Billetage.
           move 0 to TotalBilletage.
           display "Coupure   Quantite" line 2 col 1.
           perform Caisse-SaisirCoupure
               varying IndexCoupure from 1 by 1
               until IndexCoupure > NbCoupures.
           compute EcartCaisse = TotalBilletage - EncaisseTheorique.
           move EncaisseTheorique to StrMontantCaisse.
           display "Encaisse theorique : " line 19 col 1.
           display StrMontantCaisse line 19 col 22.
           move TotalBilletage to StrMontantCaisse.
           display "Billetage ........ : " line 20 col 1.
           display StrMontantCaisse line 20 col 22.
           move EcartCaisse to StrMontantCaisse.
           display "Ecart ............ : " line 21 col 1.
           display StrMontantCaisse line 21 col 22.
           if EcartCaisse <> 0 and CompteAttenteRapprochement = 0
               display "Ecart sans compte d'attente (cle COMPTEATTENTE) : fermeture refusee" line 24 col 1
           else
               display "Confirmer la fermeture de la caisse ? [O]/[N] : " line 22 col 1
               move "N" to ConfirmationCaisse
               accept ConfirmationCaisse line 22 col 50
               if ConfirmationCaisse = "o"
                   move "O" to ConfirmationCaisse
               end-if
               if ConfirmationCaisse = "O"
                   perform Caisse-Cloturer
               else
                   display "Fermeture abandonnee, caisse toujours ouverte" line 24 col 1
               end-if
           end-if.

       Caisse-SaisirCoupure.
           compute NoLigneCoupure = IndexCoupure + 2.
           move ValeurCoupure(IndexCoupure) to StrCoupure.
           display StrCoupure line NoLigneCoupure col 1.
           move 0 to QuantiteCoupure(IndexCoupure).
           accept QuantiteCoupure(IndexCoupure) line NoLigneCoupure col 11 size 5.
           compute TotalBilletage = TotalBilletage
               + ValeurCoupure(IndexCoupure) * QuantiteCoupure(IndexCoupure).

       Caisse-Cloturer.
           perform Caisse-EnregistrerCoupure
               varying IndexCoupure from 1 by 1
               until IndexCoupure > NbCoupures.
           if EcartCaisse <> 0
               perform Caisse-ComptabiliserEcart
           end-if.
           accept AuditHeure from time.
           exec sql
               UPDATE dbo.Caisse SET
                   totalBillete = :TotalBilletage
                   ,ecart = :EcartCaisse
                   ,statutCaisse = 'F'
                   ,heureFermeture = :AuditHeure
               WHERE noCaisse = :CaisseLue.noCaisse
           end-exec.
           display "Caisse fermee." line 24 col 1.

       Caisse-EnregistrerCoupure.
           if QuantiteCoupure(IndexCoupure) > 0
               move ValeurCoupure(IndexCoupure) to ValeurCoupureEnr
               move QuantiteCoupure(IndexCoupure) to QuantiteCoupureEnr
               exec sql
                   INSERT INTO dbo.BilletageCaisse
                       (noCaisse
                       ,valeurCoupure
                       ,quantite)
                   VALUES
                       (:CaisseLue.noCaisse
                       ,:ValeurCoupureEnr
                       ,:QuantiteCoupureEnr)
               end-exec
           end-if.

       Caisse-ComptabiliserEcart.
           move CompteAttenteRapprochement to codeCompte of Mouvement.
           move DeviseCaisse to codeDevise of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           move spaces to SaisieLibelle.
           if EcartCaisse > 0
               move "C" to sens of Mouvement
               move EcartCaisse to montant of Mouvement
               string
                   "ECART CAISSE EXCEDENT " delimited by size
                   OperateurCode delimited by space
                   into SaisieLibelle
               end-string
           else
               move "D" to sens of Mouvement
               compute montant of Mouvement = 0 - EcartCaisse
               string
                   "ECART CAISSE MANQUANT " delimited by size
                   OperateurCode delimited by space
                   into SaisieLibelle
               end-string
           end-if.
           move SaisieLibelle to libelle of Mouvement.
           perform Mouvement-Comptabiliser.

      * Operation en especes saisie en gestion des clients : caisse
      * ouverte obligatoire, datee de la journee comptable, en devise
      * de caisse, jamais avec un cheque, et un retrait couvert par
      * l'encaisse theorique.
       Caisse-ControlerEspeces.
           move 1 to EspecesAcceptees.
           if SaisieEspeces = "O"
               perform Caisse-Lire
               evaluate true
                   when CaisseTrouvee = 0
                       move 0 to EspecesAcceptees
                       display "Aucune caisse ouverte (menu 23), operation en especes refusee" line 24 col 1
                   when NumeroChequeSaisi > 0
                       move 0 to EspecesAcceptees
                       display "Especes et cheque incompatibles, mouvement abandonne" line 24 col 1
                   when dateMouvement of Mouvement <> DateComptableNum
                       move 0 to EspecesAcceptees
                       display "Operation en especes : date = journee comptable obligatoire" line 24 col 1
                   when codeDevise of Mouvement <> DeviseCaisse
                           and codeDevise of Mouvement <> spaces
                       move 0 to EspecesAcceptees
                       display "Compte hors devise de caisse, operation en especes refusee" line 24 col 1
                   when SaisieSens = "D" and SaisieMontant > EncaisseTheorique
                       move 0 to EspecesAcceptees
                       display "Encaisse insuffisante pour ce retrait" line 24 col 1
               end-evaluate
           end-if.

       Caisse-EnregistrerOperation.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.OperationCaisse
                   (noCaisse
                   ,codeCompte
                   ,sens
                   ,montant
                   ,libelle
                   ,heureOperation)
               VALUES
                   (:CaisseLue.noCaisse
                   ,:Mouvement.codeCompte
                   ,:Mouvement.sens
                   ,:Mouvement.montant
                   ,:Mouvement.libelle
                   ,:AuditHeure)
           end-exec.
           if sens of Mouvement = "C"
               exec sql
                   UPDATE dbo.Caisse SET
                       totalVersements = totalVersements + :Mouvement.montant
                   WHERE noCaisse = :CaisseLue.noCaisse
               end-exec
           else
               exec sql
                   UPDATE dbo.Caisse SET
                       totalRetraits = totalRetraits + :Mouvement.montant
                   WHERE noCaisse = :CaisseLue.noCaisse
               end-exec
           end-if.

       Caisse-CompterOuvertes.
           move 0 to NbCaissesOuvertes.
           exec sql
               SELECT COUNT(*) INTO :NbCaissesOuvertes
               FROM dbo.Caisse
               WHERE dateComptable = :DateComptableNum
                   AND statutCaisse = 'O'
           end-exec.

      * Etat des ecarts de caisse du mois (AAAAMM), caisses fermees
      * par operateur et par journee, sous-total par operateur.
       Caisse-EtatEcarts.
           move 0 to PeriodeEcartsCaisse.
           display "Mois (AAAAMM, vide = mois en cours) : " line 2 col 1.
           accept PeriodeEcartsCaisse line 2 col 40 size 6.
           if PeriodeEcartsCaisse = 0
               move DateComptableNum(1:6) to PeriodeEcartsCaisse
           end-if.
           if PeriodeEcartsCaisse(5:2) < "01" or PeriodeEcartsCaisse(5:2) > "12"
               display "Mois invalide" line 24 col 1
           else
               compute DateDebutEcartsCaisse = PeriodeEcartsCaisse * 100 + 1
               compute DateFinEcartsCaisse = PeriodeEcartsCaisse * 100 + 31
               perform Caisse-EtatEcartsEdition
           end-if.

       Caisse-EtatEcartsEdition.
           open output FichierEcartsCaisse.
           move spaces to LigneEcartsCaisse.
           string
               "ETAT DES ECARTS DE CAISSE - DU " delimited by size
               DateDebutEcartsCaisse delimited by size
               " AU " delimited by size
               DateFinEcartsCaisse delimited by size
               into LigneEcartsCaisse
           end-string.
           write EnrFichierEcartsCaisse from LigneEcartsCaisse.
           move spaces to LigneEcartsCaisse.
           write EnrFichierEcartsCaisse from LigneEcartsCaisse.
           move "Operateur | Journee | Caisse | Fond | Versements | Retraits | Billetage | Ecart" to LigneEcartsCaisse.
           write EnrFichierEcartsCaisse from LigneEcartsCaisse.
           move 0 to finEcartsCaisse.
           move 0 to NbCaissesEtat.
           move spaces to OperateurEcartCourant.
           exec sql
               DECLARE curEcartsCaisse CURSOR FOR
                   SELECT codeOperateur, dateComptable, noCaisse,
                          fondCaisse, totalVersements, totalRetraits,
                          totalBillete, ecart
                   FROM dbo.Caisse
                   WHERE statutCaisse = 'F'
                       AND dateComptable BETWEEN :DateDebutEcartsCaisse
                           AND :DateFinEcartsCaisse
                   ORDER BY codeOperateur, dateComptable, noCaisse
           end-exec.
           exec sql
               OPEN curEcartsCaisse
           end-exec.
           perform Caisse-EtatEcartsLigne until finEcartsCaisse = 1.
           exec sql
               CLOSE curEcartsCaisse
           end-exec.
           if OperateurEcartCourant <> spaces
               perform Caisse-EtatEcartsTotal
           end-if.
           close FichierEcartsCaisse.
           display "Etat des ecarts de caisse genere, caisses : " line 24 col 1.
           display NbCaissesEtat line 24 col 45.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Caisse-EtatEcartsLigne.
           exec sql
               FETCH curEcartsCaisse into
                   :EcartCaisseLu.codeOperateur
                   ,:EcartCaisseLu.dateCaisse
                   ,:EcartCaisseLu.noCaisse
                   ,:EcartCaisseLu.fondCaisse
                   ,:EcartCaisseLu.totalVersements
                   ,:EcartCaisseLu.totalRetraits
                   ,:EcartCaisseLu.totalBillete
                   ,:EcartCaisseLu.ecart
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finEcartsCaisse
           else
               if codeOperateur of EcartCaisseLu <> OperateurEcartCourant
                   if OperateurEcartCourant <> spaces
                       perform Caisse-EtatEcartsTotal
                   end-if
                   move codeOperateur of EcartCaisseLu to OperateurEcartCourant
                   move 0 to NbCaissesOperateur
                   move 0 to NbEcartsOperateur
                   move 0 to TotalExcedentsOperateur
                   move 0 to TotalManquantsOperateur
               end-if
               perform Caisse-EtatEcartsEcrire
           end-if.

       Caisse-EtatEcartsEcrire.
           add 1 to NbCaissesEtat.
           add 1 to NbCaissesOperateur.
           if ecart of EcartCaisseLu > 0
               add 1 to NbEcartsOperateur
               add ecart of EcartCaisseLu to TotalExcedentsOperateur
           end-if.
           if ecart of EcartCaisseLu < 0
               add 1 to NbEcartsOperateur
               subtract ecart of EcartCaisseLu from TotalManquantsOperateur
           end-if.
           move fondCaisse of EcartCaisseLu to StrMontantCaisse.
           move totalVersements of EcartCaisseLu to StrVersementsCaisse.
           move totalRetraits of EcartCaisseLu to StrRetraitsCaisse.
           move totalBillete of EcartCaisseLu to StrBilleteCaisse.
           move ecart of EcartCaisseLu to StrEcartCaisse.
           move spaces to LigneEcartsCaisse.
           string
               codeOperateur of EcartCaisseLu delimited by space
               " | " delimited by size
               dateCaisse of EcartCaisseLu delimited by size
               " | " delimited by size
               noCaisse of EcartCaisseLu delimited by size
               " | " delimited by size
               StrMontantCaisse delimited by size
               " | " delimited by size
               StrVersementsCaisse delimited by size
               " | " delimited by size
               StrRetraitsCaisse delimited by size
               " | " delimited by size
               StrBilleteCaisse delimited by size
               " | " delimited by size
               StrEcartCaisse delimited by size
               into LigneEcartsCaisse
           end-string.
           write EnrFichierEcartsCaisse from LigneEcartsCaisse.

       Caisse-EtatEcartsTotal.
           move TotalExcedentsOperateur to StrExcedentsCaisse.
           move TotalManquantsOperateur to StrManquantsCaisse.
           move spaces to LigneEcartsCaisse.
           string
               "TOTAL OPERATEUR " delimited by size
               OperateurEcartCourant delimited by space
               " : " delimited by size
               NbCaissesOperateur delimited by size
               " caisses, " delimited by size
               NbEcartsOperateur delimited by size
               " en ecart, excedents " delimited by size
               StrExcedentsCaisse delimited by size
               ", manquants " delimited by size
               StrManquantsCaisse delimited by size
               into LigneEcartsCaisse
           end-string.
           write EnrFichierEcartsCaisse from LigneEcartsCaisse.
           move spaces to LigneEcartsCaisse.
           write EnrFichierEcartsCaisse from LigneEcartsCaisse.

      **********************************
      * Reclamations clients (menu option 24)
      **********************************
       Reclamations.
           move space to ChoixReclamation.
           perform Reclamations-Trt until ChoixReclamation = "Q".

       Reclamations-Trt.
           display "[N]ouvelle [A]ccuse [E]xtourne [R]eponse [L]iste [H]ors delais [Q]uitter : " line 1 col 1.
           accept ChoixReclamation line 1 col 76.
           if ChoixReclamation = "n" move "N" to ChoixReclamation end-if.
           if ChoixReclamation = "a" move "A" to ChoixReclamation end-if.
           if ChoixReclamation = "e" move "E" to ChoixReclamation end-if.
           if ChoixReclamation = "r" move "R" to ChoixReclamation end-if.
           if ChoixReclamation = "l" move "L" to ChoixReclamation end-if.
           if ChoixReclamation = "h" move "H" to ChoixReclamation end-if.
           if ChoixReclamation = "q" move "Q" to ChoixReclamation end-if.
           evaluate ChoixReclamation
               when "N" perform Reclamation-Nouvelle
               when "A" perform Reclamation-Accuser
               when "E" perform Reclamation-Extourner
               when "R" perform Reclamation-Repondre
               when "L" perform Reclamation-Liste
               when "H" perform Reclamation-EtatRetards
           end-evaluate.

      * Client concerne, resolu par son nom ; CodeClientResolu a blanc
      * si aucun ne correspond.
       Reclamation-ResoudreClient.
           move spaces to NomClient.
           display "Nom du client (ou fragment) : " line 2 col 1.
           accept NomClient line 2 col 32 size 30.
           perform gestionClients-ResoudreClient.
           if CodeClientResolu = spaces
               display "Aucun client ne correspond a ce nom" line 24 col 1
           end-if.

      * Reclamation NoReclamationSaisi ; ReclamationTrouvee a zero si
      * le numero est inconnu.
       Reclamation-Lire.
           move 0 to ReclamationTrouvee.
           exec sql
               SELECT noReclamation, codeClient, codeCompte, noMouvement,
                      canal, motif, objet, dateReception,
                      dateEcheanceAccuse, dateEcheanceReponse,
                      dateAccuse, dateReponse, statutReclamation,
                      decision, noMouvementExtourne
               INTO :ReclamationLue.noReclamation
                   ,:ReclamationLue.codeClient
                   ,:ReclamationLue.codeCompte
                   ,:ReclamationLue.noMouvement
                   ,:ReclamationLue.canal
                   ,:ReclamationLue.motif
                   ,:ReclamationLue.objet
                   ,:ReclamationLue.dateReception
                   ,:ReclamationLue.dateEcheanceAccuse
                   ,:ReclamationLue.dateEcheanceReponse
                   ,:ReclamationLue.dateAccuse
                   ,:ReclamationLue.dateReponse
                   ,:ReclamationLue.statutReclamation
                   ,:ReclamationLue.decision
                   ,:ReclamationLue.noMouvementExtourne
               FROM dbo.Reclamation
               WHERE noReclamation = :NoReclamationSaisi
           end-exec.
           if SQLCODE = 0
               move 1 to ReclamationTrouvee
               exec sql
                   SELECT nom, prenom, codePostal, Ville
                   INTO :ClientReclamation.nom
                       ,:ClientReclamation.prenom
                       ,:ClientReclamation.codePostal
                       ,:ClientReclamation.Ville
                   FROM dbo.Client
                   WHERE codeClient = :ReclamationLue.codeClient
               end-exec
           end-if.

       Reclamation-SaisieNumero.
           move 0 to NoReclamationSaisi.
           display "No de reclamation ........... : " line 2 col 1.
           accept NoReclamationSaisi line 2 col 34 size 9.
           perform Reclamation-Lire.
           evaluate true
               when ReclamationTrouvee = 0
                   display "Reclamation inconnue" line 24 col 1
               when statutReclamation of ReclamationLue <> "O"
                   move 0 to ReclamationTrouvee
                   display "Reclamation deja repondue et close" line 24 col 1
               when other
                   display nom of ClientReclamation line 2 col 46
                   display "Objet : " line 3 col 1
                   display objet of ReclamationLue line 3 col 9
           end-evaluate.

      **********************************
      * Enregistrement d'une reclamation
      **********************************
       Reclamation-Nouvelle.
           perform Reclamation-ResoudreClient.
           if CodeClientResolu <> spaces
               perform Reclamation-NouvelleSaisie
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Reclamation-NouvelleSaisie.
           move spaces to motif of SaisieReclamation.
           display "Motifs : FR frais, OP operation contestee, TX taux, SV service, AU autre" line 3 col 1.
           display "Motif ....................... : " line 4 col 1.
           accept motif of SaisieReclamation line 4 col 34 size 2.
           if motif of SaisieReclamation = "fr" move "FR" to motif of SaisieReclamation end-if.
           if motif of SaisieReclamation = "op" move "OP" to motif of SaisieReclamation end-if.
           if motif of SaisieReclamation = "tx" move "TX" to motif of SaisieReclamation end-if.
           if motif of SaisieReclamation = "sv" move "SV" to motif of SaisieReclamation end-if.
           if motif of SaisieReclamation = "au" move "AU" to motif of SaisieReclamation end-if.
           move space to canal of SaisieReclamation.
           display "Canal [C]ourrier / [G]uichet  : " line 5 col 1.
           accept canal of SaisieReclamation line 5 col 34.
           if canal of SaisieReclamation = "c" move "C" to canal of SaisieReclamation end-if.
           if canal of SaisieReclamation = "g" move "G" to canal of SaisieReclamation end-if.
           move spaces to objet of SaisieReclamation.
           display "Objet ....................... : " line 6 col 1.
           accept objet of SaisieReclamation line 6 col 34 size 46.
           move 0 to dateReception of SaisieReclamation.
           display "Reception (AAAAMMJJ, vide = journee) : " line 7 col 1.
           accept dateReception of SaisieReclamation line 7 col 41 size 8.
           if dateReception of SaisieReclamation = 0
               move DateComptableNum to dateReception of SaisieReclamation
           end-if.
           move 0 to codeCompte of SaisieReclamation.
           move 0 to noMouvement of SaisieReclamation.
           display "Compte concerne (0 = aucun) . : " line 8 col 1.
           accept codeCompte of SaisieReclamation line 8 col 34 size 12.
           move 0 to NbControleReclam.
           move 0 to MouvementReclamInconnu.
           if codeCompte of SaisieReclamation > 0
               exec sql
                   SELECT COUNT(*) INTO :NbControleReclam
                   FROM dbo.Compte
                   WHERE codeCompte = :SaisieReclamation.codeCompte
                       AND codeClient = :CodeClientResolu
               end-exec
               if NbControleReclam > 0
                   perform Reclamation-ChoisirMouvement
               end-if
           end-if.
           move dateReception of SaisieReclamation to DateTravailCal.
           evaluate true
               when motif of SaisieReclamation <> "FR"
                       and motif of SaisieReclamation <> "OP"
                       and motif of SaisieReclamation <> "TX"
                       and motif of SaisieReclamation <> "SV"
                       and motif of SaisieReclamation <> "AU"
                   display "Motif inconnu, reclamation non enregistree" line 24 col 1
               when canal of SaisieReclamation <> "C"
                       and canal of SaisieReclamation <> "G"
                   display "Canal inconnu, reclamation non enregistree" line 24 col 1
               when objet of SaisieReclamation = spaces
                   display "Objet obligatoire, reclamation non enregistree" line 24 col 1
               when dateReception of SaisieReclamation > DateComptableNum
                       or MoisCal < 1 or MoisCal > 12
                       or JourCal < 1 or JourCal > 31
                   display "Date de reception invalide ou posterieure a la journee" line 24 col 1
               when codeCompte of SaisieReclamation > 0 and NbControleReclam = 0
                   display "Ce compte n'appartient pas au client" line 24 col 1
               when MouvementReclamInconnu = 1
                   display "Mouvement inconnu sur ce compte, reclamation non enregistree" line 24 col 1
               when other
                   perform Reclamation-Echeances
                   perform Reclamation-Enregistrer
           end-evaluate.

      * Derniers mouvements du compte a l'ecran, l'operateur designe
      * celui qui est conteste ; un numero etranger au compte leve
      * MouvementReclamInconnu.
       Reclamation-ChoisirMouvement.
           move 0 to finReclamation.
           move 10 to noLigneReclamation.
           display "No mvt    Date     Libelle                        Montant       S" line 10 col 1.
           exec sql
               DECLARE curMouvementsReclam CURSOR FOR
                   SELECT TOP 10 noMouvement, dateMouvement, libelle,
                          montant, sens
                   FROM dbo.Mouvement
                   WHERE codeCompte = :SaisieReclamation.codeCompte
                   ORDER BY noMouvement DESC
           end-exec.
           exec sql
               OPEN curMouvementsReclam
           end-exec.
           perform Reclamation-MouvementLigne until finReclamation = 1.
           exec sql
               CLOSE curMouvementsReclam
           end-exec.
           display "Mouvement conteste (0 = aucun) : " line 9 col 1.
           accept noMouvement of SaisieReclamation line 9 col 35 size 9.
           if noMouvement of SaisieReclamation > 0
               move 0 to NbControleMvtReclam
               exec sql
                   SELECT COUNT(*) INTO :NbControleMvtReclam
                   FROM dbo.Mouvement
                   WHERE noMouvement = :SaisieReclamation.noMouvement
                       AND codeCompte = :SaisieReclamation.codeCompte
               end-exec
               if NbControleMvtReclam = 0
                   move 1 to MouvementReclamInconnu
               end-if
           end-if.

       Reclamation-MouvementLigne.
           exec sql
               FETCH curMouvementsReclam into
                   :MouvementConteste.noMouvement
                   ,:MouvementConteste.dateMouvement
                   ,:MouvementConteste.libelle
                   ,:MouvementConteste.montant
                   ,:MouvementConteste.sens
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finReclamation
           else
               add 1 to noLigneReclamation
               move montant of MouvementConteste to StrMontantReclam
               display noMouvement of MouvementConteste line noLigneReclamation col 1
               display dateMouvement of MouvementConteste line noLigneReclamation col 11
               display libelle of MouvementConteste(1:30) line noLigneReclamation col 20
               display StrMontantReclam line noLigneReclamation col 51
               display sens of MouvementConteste line noLigneReclamation col 65
           end-if.

      * Echeances comptees depuis la reception : jours ouvres du
      * calendrier pour l'accuse et pour une operation de paiement,
      * mois calendaires (ramenes au dernier jour du mois) sinon.
       Reclamation-Echeances.
           move dateReception of SaisieReclamation to DateTravailCal.
           perform Reclamation-JourOuvre
               varying IndexDelaiReclam from 1 by 1
               until IndexDelaiReclam > DelaiAccuseReclam.
           move DateTravailCal to dateEcheanceAccuse of SaisieReclamation.
           move dateReception of SaisieReclamation to DateTravailCal.
           if motif of SaisieReclamation = "OP"
               perform Reclamation-JourOuvre
                   varying IndexDelaiReclam from 1 by 1
                   until IndexDelaiReclam > DelaiPaiementReclam
           else
               add DelaiReponseReclam to MoisCal
               if MoisCal > 12
                   subtract 12 from MoisCal
                   add 1 to AnneeCal
               end-if
               perform Date-DernierJourMois
               if JourCal > DernierJourMoisCal
                   move DernierJourMoisCal to JourCal
               end-if
           end-if.
           move DateTravailCal to dateEcheanceReponse of SaisieReclamation.

      * Un jour ouvre de plus sur DateTravailCal.
       Reclamation-JourOuvre.
           perform Date-JourSuivant.
           perform Calendrier-ProchainJourOuvre.

       Reclamation-Enregistrer.
           exec sql
               INSERT INTO dbo.Reclamation
                   (codeClient
                   ,codeCompte
                   ,noMouvement
                   ,canal
                   ,motif
                   ,objet
                   ,dateReception
                   ,dateEcheanceAccuse
                   ,dateEcheanceReponse
                   ,dateAccuse
                   ,dateReponse
                   ,statutReclamation
                   ,decision
                   ,noMouvementExtourne
                   ,operateur
                   ,dateSaisie)
               VALUES
                   (:CodeClientResolu
                   ,:SaisieReclamation.codeCompte
                   ,:SaisieReclamation.noMouvement
                   ,:SaisieReclamation.canal
                   ,:SaisieReclamation.motif
                   ,RTRIM(:SaisieReclamation.objet)
                   ,:SaisieReclamation.dateReception
                   ,:SaisieReclamation.dateEcheanceAccuse
                   ,:SaisieReclamation.dateEcheanceReponse
                   ,0
                   ,0
                   ,'O'
                   ,''
                   ,0
                   ,RTRIM(:OperateurCode)
                   ,:DateComptableNum)
           end-exec.
           move 0 to NoReclamationCree.
           exec sql
               SELECT ISNULL(MAX(noReclamation),0) INTO :NoReclamationCree
               FROM dbo.Reclamation
               WHERE codeClient = :CodeClientResolu
           end-exec.
           move CodeClientResolu to codeClient of Client.
           move 0 to IndexCompte.
           move "RECLAMATION" to AuditOperation.
           perform AuditTrail-Ecrire.
           display "Echeances : accuse le " line 22 col 1.
           display dateEcheanceAccuse of SaisieReclamation line 22 col 24.
           display ", reponse le " line 22 col 32.
           display dateEcheanceReponse of SaisieReclamation line 22 col 45.
           display "Reclamation enregistree sous le numero " line 24 col 1.
           display NoReclamationCree line 24 col 40.

      **********************************
      * Accuse de reception et reponse
      **********************************
      * L'accuse n'est date qu'une fois la lettre produite.
       Reclamation-Accuser.
           perform Reclamation-SaisieNumero.
           if ReclamationTrouvee = 1
               if dateAccuse of ReclamationLue > 0
                   display "Accuse deja envoye le " line 24 col 1
                   display dateAccuse of ReclamationLue line 24 col 23
               else
                   move CheminModeleReclamAccuse to CheminFichierModele
                   move "RECLACCUSE" to CourrierTypeEvenement
                   move spaces to FusionMontant
                   perform Reclamation-Courrier
                   if NbCourriersEmis > CourriersAvantReclam
                       exec sql
                           UPDATE dbo.Reclamation
                               SET dateAccuse = :DateComptableNum
                           WHERE noReclamation = :ReclamationLue.noReclamation
                       end-exec
                       display "Accuse de reception emis." line 24 col 1
                   else
                       display "Modele d'accuse absent, accuse non enregistre" line 24 col 1
                   end-if
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * Une reclamation extournee est fondee d'office ; sinon
      * l'operateur tranche. La reponse vaut accuse s'il n'etait pas
      * encore parti.
       Reclamation-Repondre.
           perform Reclamation-SaisieNumero.
           if ReclamationTrouvee = 1
               move spaces to FusionMontant
               if noMouvementExtourne of ReclamationLue > 0
                   move "F" to DecisionReclam
                   move 0 to montant of MouvementConteste
                   exec sql
                       SELECT montant INTO :MouvementConteste.montant
                       FROM dbo.Mouvement
                       WHERE noMouvement = :ReclamationLue.noMouvementExtourne
                   end-exec
                   move montant of MouvementConteste to StrMontantReclam
                   move StrMontantReclam to FusionMontant
               else
                   move "N" to ConfirmationReclam
                   display "Reclamation fondee [O]/[N] .. : " line 5 col 1
                   accept ConfirmationReclam line 5 col 34
                   if ConfirmationReclam = "o" or ConfirmationReclam = "O"
                       move "F" to DecisionReclam
                   else
                       move "N" to DecisionReclam
                   end-if
               end-if
               if DecisionReclam = "F"
                   move CheminModeleReclamFondee to CheminFichierModele
                   move "RECLFONDEE" to CourrierTypeEvenement
               else
                   move CheminModeleReclamRejet to CheminFichierModele
                   move "RECLREJET" to CourrierTypeEvenement
               end-if
               perform Reclamation-Courrier
               if NbCourriersEmis > CourriersAvantReclam
                   perform Reclamation-Clore
               else
                   display "Modele de reponse absent, reponse non enregistree" line 24 col 1
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Reclamation-Clore.
           exec sql
               UPDATE dbo.Reclamation SET
                   dateReponse = :DateComptableNum
                   ,dateAccuse = CASE WHEN dateAccuse = 0
                       THEN :DateComptableNum ELSE dateAccuse END
                   ,statutReclamation = 'R'
                   ,decision = :DecisionReclam
               WHERE noReclamation = :ReclamationLue.noReclamation
           end-exec.
           move codeClient of ReclamationLue to codeClient of Client.
           move 0 to IndexCompte.
           move "RECLAMREPON" to AuditOperation.
           perform AuditTrail-Ecrire.
           if DateComptableNum > dateEcheanceReponse of ReclamationLue
               display "Reponse emise HORS DELAI, echeance du " line 24 col 1
               display dateEcheanceReponse of ReclamationLue line 24 col 40
           else
               display "Reponse emise, reclamation close." line 24 col 1
           end-if.

      * Lettre au client de la reclamation (l'appelant a choisi le
      * modele, le type d'evenement et le montant) ; la reference
      * fusionnee est le numero de reclamation.
       Reclamation-Courrier.
           move NbCourriersEmis to CourriersAvantReclam.
           move codeClient of ReclamationLue to CourrierCodeClient.
           move nom of ClientReclamation to FusionNom.
           move prenom of ClientReclamation to FusionPrenom.
           move spaces to FusionAdresse.
           string
               codePostal of ClientReclamation delimited by "  "
               " " delimited by size
               Ville of ClientReclamation delimited by "  "
               into FusionAdresse
           end-string.
           move spaces to FusionCompte.
           string
               "RECLAMATION " delimited by size
               noReclamation of ReclamationLue delimited by size
               into FusionCompte
           end-string.
           perform Courrier-PreparerDate.
           perform Courrier-Emettre.

      **********************************
      * Extourne du mouvement conteste
      **********************************
      * Ecriture inverse de l'ecriture d'origine, au meme compte, meme
      * montant, meme devise et meme date de valeur (le client est
      * retabli comme si l'operation n'avait pas eu lieu), liee a
      * l'origine par noMouvementOrigine. Une seule extourne par
      * mouvement ; un debit d'extourne passe le controle de
      * provision.
       Reclamation-Extourner.
           perform Reclamation-SaisieNumero.
           if ReclamationTrouvee = 1
               move DateComptableNum to DateControleeArrete
               perform Journee-ControlerArretee
               move 0 to NbControleReclam
               exec sql
                   SELECT COUNT(*) INTO :NbControleReclam
                   FROM dbo.Mouvement
                   WHERE noMouvementOrigine = :ReclamationLue.noMouvement
               end-exec
               evaluate true
                   when JourneeEstArretee = 1
                       display "Journee comptable arretee, extourne refusee" line 24 col 1
                   when noMouvement of ReclamationLue = 0
                       display "Aucun mouvement conteste sur cette reclamation" line 24 col 1
                   when noMouvementExtourne of ReclamationLue > 0
                           or NbControleReclam > 0
                       display "Mouvement deja extourne" line 24 col 1
                   when other
                       perform Reclamation-ExtournerMouvement
               end-evaluate
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Reclamation-ExtournerMouvement.
           exec sql
               SELECT noMouvement, codeCompte, dateMouvement, libelle,
                      montant, sens, codeDevise, dateValeur,
                      ISNULL(statutMouvement,'C')
               INTO :MouvementConteste.noMouvement
                   ,:MouvementConteste.codeCompte
                   ,:MouvementConteste.dateMouvement
                   ,:MouvementConteste.libelle
                   ,:MouvementConteste.montant
                   ,:MouvementConteste.sens
                   ,:MouvementConteste.codeDevise
                   ,:MouvementConteste.dateValeur
                   ,:MouvementConteste.statutMouvement
               FROM dbo.Mouvement
               WHERE noMouvement = :ReclamationLue.noMouvement
           end-exec.
           if SQLCODE <> 0
               display "Mouvement d'origine introuvable" line 24 col 1
           else
               move montant of MouvementConteste to StrMontantReclam
               display "Mouvement du " line 5 col 1
               display dateMouvement of MouvementConteste line 5 col 14
               display libelle of MouvementConteste line 6 col 1
               display StrMontantReclam line 7 col 1
               display sens of MouvementConteste line 7 col 15
               move "N" to ConfirmationReclam
               display "Confirmer l'extourne ? [O]/[N] : " line 9 col 1
               accept ConfirmationReclam line 9 col 35
               if ConfirmationReclam = "o"
                   move "O" to ConfirmationReclam
               end-if
               if ConfirmationReclam = "O"
                   perform Reclamation-PasserExtourne
               end-if
           end-if.

       Reclamation-PasserExtourne.
           move codeCompte of MouvementConteste to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to libelle of Mouvement.
           string
               "EXTOURNE RECL " delimited by size
               noReclamation of ReclamationLue delimited by size
               " " delimited by size
               libelle of MouvementConteste delimited by size
               into libelle of Mouvement
           end-string.
           move montant of MouvementConteste to montant of Mouvement.
           if sens of MouvementConteste = "D"
               move "C" to sens of Mouvement
           else
               move "D" to sens of Mouvement
           end-if.
           move codeDevise of MouvementConteste to codeDevise of Mouvement.
           move dateValeur of MouvementConteste to dateValeur of Mouvement.
           move statutMouvement of MouvementConteste to statutMouvement of Mouvement.
           perform Provision-Controler.
           evaluate true
               when CompteDecede = 1
                   display "Compte bloque (succession ouverte), extourne refusee" line 24 col 1
               when ProvisionSuffisante = 0
                   display "Provision insuffisante pour le debit d'extourne" line 24 col 1
               when other
                   perform Mouvement-Comptabiliser
                   move 0 to NoExtourneCree
                   exec sql
                       SELECT ISNULL(MAX(noMouvement),0) INTO :NoExtourneCree
                       FROM dbo.Mouvement
                       WHERE codeCompte = :Mouvement.codeCompte
                   end-exec
                   exec sql
                       UPDATE dbo.Mouvement
                           SET noMouvementOrigine = :MouvementConteste.noMouvement
                       WHERE noMouvement = :NoExtourneCree
                   end-exec
                   exec sql
                       UPDATE dbo.Reclamation SET
                           noMouvementExtourne = :NoExtourneCree
                           ,decision = 'F'
                       WHERE noReclamation = :ReclamationLue.noReclamation
                   end-exec
                   move codeClient of ReclamationLue to codeClient of Client
                   move 0 to IndexCompte
                   move "EXTOURNE" to AuditOperation
                   perform AuditTrail-Ecrire
                   display "Extourne passee, mouvement numero " line 24 col 1
                   display NoExtourneCree line 24 col 35
           end-evaluate.

      **********************************
      * Liste et etat des retards
      **********************************
       Reclamation-Liste.
           perform Reclamation-ResoudreClient.
           if CodeClientResolu <> spaces
               move 0 to finReclamation
               move 4 to noLigneReclamation
               display "No        Mo C Reception Ech.acc.  Accuse    Ech.rep.  Reponse   St D Ext." line 3 col 1
               exec sql
                   DECLARE curReclamations CURSOR FOR
                       SELECT noReclamation, motif, canal, dateReception,
                              dateEcheanceAccuse, dateAccuse,
                              dateEcheanceReponse, dateReponse,
                              statutReclamation, decision,
                              noMouvementExtourne
                       FROM dbo.Reclamation
                       WHERE codeClient = :CodeClientResolu
                       ORDER BY noReclamation DESC
               end-exec
               exec sql
                   OPEN curReclamations
               end-exec
               perform Reclamation-ListeLigne until finReclamation = 1
               exec sql
                   CLOSE curReclamations
               end-exec
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Reclamation-ListeLigne.
           exec sql
               FETCH curReclamations into
                   :ReclamationLue.noReclamation
                   ,:ReclamationLue.motif
                   ,:ReclamationLue.canal
                   ,:ReclamationLue.dateReception
                   ,:ReclamationLue.dateEcheanceAccuse
                   ,:ReclamationLue.dateAccuse
                   ,:ReclamationLue.dateEcheanceReponse
                   ,:ReclamationLue.dateReponse
                   ,:ReclamationLue.statutReclamation
                   ,:ReclamationLue.decision
                   ,:ReclamationLue.noMouvementExtourne
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finReclamation
           else
               add 1 to noLigneReclamation
               display noReclamation of ReclamationLue line noLigneReclamation col 1
               display motif of ReclamationLue line noLigneReclamation col 11
               display canal of ReclamationLue line noLigneReclamation col 14
               display dateReception of ReclamationLue line noLigneReclamation col 16
               display dateEcheanceAccuse of ReclamationLue line noLigneReclamation col 26
               display dateAccuse of ReclamationLue line noLigneReclamation col 36
               display dateEcheanceReponse of ReclamationLue line noLigneReclamation col 46
               display dateReponse of ReclamationLue line noLigneReclamation col 56
               display statutReclamation of ReclamationLue line noLigneReclamation col 66
               display decision of ReclamationLue line noLigneReclamation col 69
               if noMouvementExtourne of ReclamationLue > 0
                   display "oui" line noLigneReclamation col 71
               end-if
               if noLigneReclamation > 20
                   move 1 to finReclamation
                   display "Liste tronquee, voir dbo.Reclamation" line 24 col 1
               end-if
           end-if.

      * Dossiers ouverts dont l'accuse ou la reponse a depasse son
      * echeance a la journee comptable, les plus anciens d'abord ;
      * le retard est compte en jours calendaires depuis l'echeance
      * la plus urgente depassee (la reponse si elle l'est).
       Reclamation-EtatRetards.
           open output FichierRetardsReclam.
           move spaces to LigneRetardReclam.
           string
               "ETAT DES RECLAMATIONS EN RETARD AU " delimited by size
               DateComptableNum delimited by size
               into LigneRetardReclam
           end-string.
           write EnrFichierRetardsReclam from LigneRetardReclam.
           move spaces to LigneRetardReclam.
           write EnrFichierRetardsReclam from LigneRetardReclam.
           move "No | Client | Motif | Reception | Ech. accuse | Accuse | Ech. reponse | Retard | Jours" to LigneRetardReclam.
           write EnrFichierRetardsReclam from LigneRetardReclam.
           move 0 to finRetardReclam.
           move 0 to NbRetardsAccuse.
           move 0 to NbRetardsReponse.
           move 0 to NbDossiersRetard.
           exec sql
               DECLARE curRetardsReclam CURSOR FOR
                   SELECT r.noReclamation, ISNULL(c.nom,''), r.motif,
                          r.dateReception, r.dateEcheanceAccuse,
                          r.dateAccuse, r.dateEcheanceReponse
                   FROM dbo.Reclamation r
                   LEFT JOIN dbo.Client c ON c.codeClient = r.codeClient
                   WHERE r.statutReclamation = 'O'
                       AND (r.dateEcheanceReponse < :DateComptableNum
                           OR (r.dateAccuse = 0
                               AND r.dateEcheanceAccuse < :DateComptableNum))
                   ORDER BY r.dateEcheanceReponse, r.noReclamation
           end-exec.
           exec sql
               OPEN curRetardsReclam
           end-exec.
           perform Reclamation-EtatRetardsLigne until finRetardReclam = 1.
           exec sql
               CLOSE curRetardsReclam
           end-exec.
           move spaces to LigneRetardReclam.
           write EnrFichierRetardsReclam from LigneRetardReclam.
           move spaces to LigneRetardReclam.
           string
               "TOTAL : " delimited by size
               NbDossiersRetard delimited by size
               " dossiers, " delimited by size
               NbRetardsReponse delimited by size
               " reponses hors delai, " delimited by size
               NbRetardsAccuse delimited by size
               " accuses hors delai" delimited by size
               into LigneRetardReclam
           end-string.
           write EnrFichierRetardsReclam from LigneRetardReclam.
           close FichierRetardsReclam.
           display "Etat des reclamations en retard genere, dossiers : " line 24 col 1.
           display NbDossiersRetard line 24 col 52.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Reclamation-EtatRetardsLigne.
           exec sql
               FETCH curRetardsReclam into
                   :RetardReclamLu.noReclamation
                   ,:RetardReclamLu.nomClient
                   ,:RetardReclamLu.motif
                   ,:RetardReclamLu.dateReception
                   ,:RetardReclamLu.dateEcheanceAccuse
                   ,:RetardReclamLu.dateAccuse
                   ,:RetardReclamLu.dateEcheanceReponse
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finRetardReclam
           else
               add 1 to NbDossiersRetard
               if dateEcheanceReponse of RetardReclamLu < DateComptableNum
                   move "REPONSE" to NatureRetardReclam
                   add 1 to NbRetardsReponse
                   move dateEcheanceReponse of RetardReclamLu to DateTravailCal
               else
                   move "ACCUSE" to NatureRetardReclam
                   add 1 to NbRetardsAccuse
                   move dateEcheanceAccuse of RetardReclamLu to DateTravailCal
               end-if
               move DateComptableNum to DateFinCal
               perform Calendrier-JoursEntre
               if dateAccuse of RetardReclamLu = 0
                   move "NON" to StrAccuseReclam
               else
                   move dateAccuse of RetardReclamLu to StrAccuseReclam
               end-if
               move spaces to LigneRetardReclam
               string
                   noReclamation of RetardReclamLu delimited by size
                   " | " delimited by size
                   nomClient of RetardReclamLu delimited by "  "
                   " | " delimited by size
                   motif of RetardReclamLu delimited by size
                   " | " delimited by size
                   dateReception of RetardReclamLu delimited by size
                   " | " delimited by size
                   dateEcheanceAccuse of RetardReclamLu delimited by size
                   " | " delimited by size
                   StrAccuseReclam delimited by size
                   " | " delimited by size
                   dateEcheanceReponse of RetardReclamLu delimited by size
                   " | " delimited by size
                   NatureRetardReclam delimited by size
                   " | " delimited by size
                   NbJoursEntre delimited by size
                   into LigneRetardReclam
               end-string
               write EnrFichierRetardsReclam from LigneRetardReclam
           end-if.

      **********************************
      * Arrete de journee comptable (traitements 3)
      **********************************
      * Totalisation debit / credit des mouvements de la journee,
      * comparaison avec la variation des soldes de dbo.Compte depuis
      * la derniere photo de dbo.SoldeHistorique anterieure a la
      * journee, edition de l'etat d'arrete puis verrouillage dans
      * dbo.JourneeArretee apres confirmation de l'operateur. Une
      * journee arretee ne recoit plus aucune ecriture (saisie comme
      * import) et ne peut pas etre rouverte.
      * Aucune journee ne s'arrete tant qu'une caisse guichet de cette
      * journee reste ouverte (son ecart ne serait pas comptabilise).
       ArreteJournee.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           perform Caisse-CompterOuvertes.
           evaluate true
               when JourneeEstArretee = 1
                   display "Journee deja arretee, rien a faire" line 24 col 1
               when NbCaissesOuvertes > 0
                   display "Caisse(s) guichet encore ouverte(s), arrete refuse : " line 24 col 1
                   display NbCaissesOuvertes line 24 col 54
               when other
                   perform ArreteJournee-Arreter
           end-evaluate.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       ArreteJournee-Arreter.
           perform ArreteJournee-Totaliser.
           perform ArreteJournee-Etat.
           display "Confirmer l'arrete de la journee ? [O]/[N] : " line 22 col 1.
           move "N" to ConfirmationArrete.
           accept ConfirmationArrete line 22 col 48.
           if ConfirmationArrete = "o"
               move "O" to ConfirmationArrete
           end-if.
           if ConfirmationArrete = "O"
               perform ArreteJournee-Verrouiller
               move DateComptableNum to DateAlertes
               perform Alertes-Emettre
               display "Alertes clients emises : " line 21 col 1
               display NbAlertesEmises line 21 col 26
               display "Journee arretee et verrouillee." line 24 col 1
           else
               display "Arrete abandonne, journee non verrouillee." line 24 col 1
           end-if.

      * Seuls les mouvements comptabilises (statut C) entrent dans les
      * totaux : un mouvement en attente n'a pas touche les soldes et
      * fausserait le verdict. Un mouvement a comptabilisation
      * differee est rattache a la journee de sa date de valeur (celle
      * ou le deversement l'applique aux soldes), pas a sa date de
      * saisie. Les ecritures de valorisation (ECART REEVALUATION) et
      * de transfert des avoirs dormants (TRANSFERT LEGAL) sont
      * exclues : les premieres ne touchent pas les soldes par
      * construction, les secondes accompagnent la sortie du compte de
      * dbo.Compte - comme un archivage, cette sortie se lit dans la
      * variation, pas dans les mouvements de la journee.
       ArreteJournee-Totaliser.
           move 0 to TotalDebitJournee.
           move 0 to TotalCreditJournee.
           exec sql
               SELECT ISNULL(SUM(CASE WHEN sens = 'D' THEN montant ELSE 0 END),0),
                      ISNULL(SUM(CASE WHEN sens = 'C' THEN montant ELSE 0 END),0)
                   INTO :TotalDebitJournee, :TotalCreditJournee
               FROM dbo.Mouvement
               WHERE ISNULL(statutMouvement,'C') = 'C'
                   AND libelle NOT LIKE 'ECART REEVALUATION%'
                   AND libelle NOT LIKE 'TRANSFERT LEGAL%'
                   AND (CASE WHEN ISNULL(dateValeur,0) > dateMouvement
                       THEN dateValeur ELSE dateMouvement END)
                       = :DateComptableNum
           end-exec.
           move 0 to TotalDebitComptes.
           move 0 to TotalCreditComptes.
           exec sql
               SELECT ISNULL(SUM(soldeDebiteur),0), ISNULL(SUM(soldeCrediteur),0)
                   INTO :TotalDebitComptes, :TotalCreditComptes
               FROM dbo.Compte
           end-exec.
      *    Reference de variation : la derniere photo anterieure a la
      *    journee ; sans photo, la variation reste inconnue et l'etat
      *    le dit (pas de faux EQUILIBRE).
           move 0 to DatePhotoReference.
           exec sql
               SELECT ISNULL(MAX(dateSolde),0) INTO :DatePhotoReference
               FROM dbo.SoldeHistorique
               WHERE dateSolde < :DateComptableNum
           end-exec.
           move 0 to TotalDebitPhoto.
           move 0 to TotalCreditPhoto.
           if DatePhotoReference > 0
               exec sql
                   SELECT ISNULL(SUM(soldeDebiteur),0), ISNULL(SUM(soldeCrediteur),0)
                       INTO :TotalDebitPhoto, :TotalCreditPhoto
                   FROM dbo.SoldeHistorique
                   WHERE dateSolde = :DatePhotoReference
               end-exec
           end-if.
           compute VariationDebitJournee =
               TotalDebitComptes - TotalDebitPhoto.
           compute VariationCreditJournee =
               TotalCreditComptes - TotalCreditPhoto.

       ArreteJournee-Etat.
           open output FichierArrete.
           move spaces to LigneArrete.
           string
               "ARRETE DE LA JOURNEE COMPTABLE : " delimited by size
               DateComptableNum delimited by size
               "   OPERATEUR : " delimited by size
               OperateurCode delimited by size
               into LigneArrete
           end-string.
           write EnrFichierArrete from LigneArrete.
           move spaces to LigneArrete.
           write EnrFichierArrete from LigneArrete.
           move TotalDebitJournee to StrMontantArrete.
           move spaces to LigneArrete.
           string
               "Total debit des mouvements de la journee .. : " delimited by size
               StrMontantArrete delimited by size
               into LigneArrete
           end-string.
           write EnrFichierArrete from LigneArrete.
           move TotalCreditJournee to StrMontantArrete.
           move spaces to LigneArrete.
           string
               "Total credit des mouvements de la journee . : " delimited by size
               StrMontantArrete delimited by size
               into LigneArrete
           end-string.
           write EnrFichierArrete from LigneArrete.
           if DatePhotoReference = 0
               move "Variation des soldes : INCONNUE (aucune photo de reference)" to LigneArrete
               write EnrFichierArrete from LigneArrete
           else
               move spaces to LigneArrete
               string
                   "Photo de reference des soldes ............. : " delimited by size
                   DatePhotoReference delimited by size
                   into LigneArrete
               end-string
               write EnrFichierArrete from LigneArrete
               move VariationDebitJournee to StrMontantArrete
               move spaces to LigneArrete
               string
                   "Variation des soldes debiteurs ............ : " delimited by size
                   StrMontantArrete delimited by size
                   into LigneArrete
               end-string
               write EnrFichierArrete from LigneArrete
               move VariationCreditJournee to StrMontantArrete
               move spaces to LigneArrete
               string
                   "Variation des soldes crediteurs ........... : " delimited by size
                   StrMontantArrete delimited by size
                   into LigneArrete
               end-string
               write EnrFichierArrete from LigneArrete
               if VariationDebitJournee = TotalDebitJournee
                       and VariationCreditJournee = TotalCreditJournee
                   move "VERDICT : EQUILIBRE - mouvements et variation concordent" to LigneArrete
                   display "Arrete EQUILIBRE" line 21 col 1
               else
                   move "VERDICT : ECART - mouvements et variation ne concordent pas" to LigneArrete
                   display "Arrete en ECART, voir l'etat" line 21 col 1
               end-if
               write EnrFichierArrete from LigneArrete
           end-if.
           perform ArreteJournee-EtatAgences.
           close FichierArrete.

      * Sous-totaux de l'arrete par agence du client titulaire, sur
      * les memes mouvements que ArreteJournee-Totaliser ; ceux dont
      * le compte n'est plus dans dbo.Compte vont sur SANS AGENCE.
       ArreteJournee-EtatAgences.
           move spaces to LigneArrete.
           write EnrFichierArrete from LigneArrete.
           move "SOUS-TOTAUX PAR AGENCE" to LigneArrete.
           write EnrFichierArrete from LigneArrete.
           move "Agence | Mouvements | Total debit | Total credit" to LigneArrete.
           write EnrFichierArrete from LigneArrete.
           move 0 to finArreteAgence.
           exec sql
               DECLARE curArreteAgences CURSOR FOR
                   SELECT ISNULL(cl.codeAgence,''), COUNT(*),
                          ISNULL(SUM(CASE WHEN m.sens = 'D' THEN m.montant ELSE 0 END),0),
                          ISNULL(SUM(CASE WHEN m.sens = 'C' THEN m.montant ELSE 0 END),0)
                   FROM dbo.Mouvement m
                   LEFT JOIN dbo.Compte c ON c.codeCompte = m.codeCompte
                   LEFT JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                   WHERE ISNULL(m.statutMouvement,'C') = 'C'
                       AND m.libelle NOT LIKE 'ECART REEVALUATION%'
                       AND m.libelle NOT LIKE 'TRANSFERT LEGAL%'
                       AND (CASE WHEN ISNULL(m.dateValeur,0) > m.dateMouvement
                           THEN m.dateValeur ELSE m.dateMouvement END)
                           = :DateComptableNum
                   GROUP BY ISNULL(cl.codeAgence,'')
                   ORDER BY 1
           end-exec.
           exec sql
               OPEN curArreteAgences
           end-exec.
           perform ArreteJournee-EtatAgenceLigne until finArreteAgence = 1.
           exec sql
               CLOSE curArreteAgences
           end-exec.

       ArreteJournee-EtatAgenceLigne.
           exec sql
               FETCH curArreteAgences into
                   :ArreteAgenceLue.codeAgence
                   ,:ArreteAgenceLue.nbMouvements
                   ,:ArreteAgenceLue.totalDebit
                   ,:ArreteAgenceLue.totalCredit
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finArreteAgence
           else
               if codeAgence of ArreteAgenceLue = spaces
                   move "SANS AGENCE" to LibelleAgenceArrete
               else
                   move codeAgence of ArreteAgenceLue to LibelleAgenceArrete
               end-if
               move nbMouvements of ArreteAgenceLue to StrNbMouvementsAgence
               move totalDebit of ArreteAgenceLue to StrMontantArrete
               move StrMontantArrete to StrDebitAgence
               move totalCredit of ArreteAgenceLue to StrMontantArrete
               move StrMontantArrete to StrCreditAgence
               move spaces to LigneArrete
               string
                   LibelleAgenceArrete delimited by "  "
                   " | " delimited by size
                   StrNbMouvementsAgence delimited by size
                   " | " delimited by size
                   StrDebitAgence delimited by size
                   " | " delimited by size
                   StrCreditAgence delimited by size
                   into LigneArrete
               end-string
               write EnrFichierArrete from LigneArrete
           end-if.

       ArreteJournee-Verrouiller.
           exec sql
               INSERT INTO dbo.JourneeArretee
                   (dateComptable
                   ,dateArrete
                   ,operateur
                   ,totalDebit
                   ,totalCredit)
               VALUES
                   (:DateComptableNum
                   ,:DateSystemeNum
                   ,:OperateurCode
                   ,:TotalDebitJournee
                   ,:TotalCreditJournee)
           end-exec.

      * Une journee figure dans dbo.JourneeArretee des qu'elle a ete
      * arretee : les chemins d'ecriture testent JourneeEstArretee
      * avant d'inserer quoi que ce soit date de cette journee.
       Journee-ControlerArretee.
           move 0 to JourneeEstArretee.
           move 0 to NbJourneesArretees.
           exec sql
               SELECT COUNT(*) INTO :NbJourneesArretees
               FROM dbo.JourneeArretee
               WHERE dateComptable = :DateControleeArrete
           end-exec.
           if NbJourneesArretees > 0
               move 1 to JourneeEstArretee
           end-if.

       DateComptable-SaisirNonArretee.
           display "Journee deja arretee, choisir une journee ulterieure" line 3 col 1.
           perform DateComptable-Saisir
               until DateComptableNum >= DateComptaPrecedente.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.

      **********************************
      * Deversement des mouvements a date de valeur atteinte
      **********************************
      * Execute a l'ouverture de chaque nouvelle journee comptable :
      * les mouvements en attente (statut A) dont la date de valeur
      * est atteinte sont comptabilises en ensemble dans les soldes de
      * dbo.Compte puis passes au statut C. Les trois ordres ne sont
      * pas atomiques : une interruption entre eux se voit au prochain
      * arrete de journee (ecart mouvements / variation), comme toute
      * ecriture incomplete.
       Mouvements-Deverser.
           move 0 to NbMouvementsDeverses.
           exec sql
               SELECT COUNT(*) INTO :NbMouvementsDeverses
               FROM dbo.Mouvement
               WHERE statutMouvement = 'A'
                   AND dateValeur <= :DateComptableNum
           end-exec.
           if NbMouvementsDeverses > 0
               exec sql
                   UPDATE c SET c.soldeDebiteur = c.soldeDebiteur + t.total
                   FROM dbo.Compte c
                   JOIN (SELECT codeCompte, SUM(montant) AS total
                       FROM dbo.Mouvement
                       WHERE statutMouvement = 'A'
                           AND dateValeur <= :DateComptableNum
                           AND sens = 'D'
                       GROUP BY codeCompte) t
                       ON t.codeCompte = c.codeCompte
               end-exec
               exec sql
                   UPDATE c SET c.soldeCrediteur = c.soldeCrediteur + t.total
                   FROM dbo.Compte c
                   JOIN (SELECT codeCompte, SUM(montant) AS total
                       FROM dbo.Mouvement
                       WHERE statutMouvement = 'A'
                           AND dateValeur <= :DateComptableNum
                           AND sens = 'C'
                       GROUP BY codeCompte) t
                       ON t.codeCompte = c.codeCompte
               end-exec
               exec sql
                   UPDATE dbo.Mouvement SET statutMouvement = 'C'
                   WHERE statutMouvement = 'A'
                       AND dateValeur <= :DateComptableNum
               end-exec
               display "Mouvements en attente comptabilises : " line 23 col 1
               display NbMouvementsDeverses line 23 col 40
           end-if.

      * Ecriture d'un mouvement (zones de Mouvement deja renseignees)
      * et, s'il est comptabilise (statut C), mise a jour du solde du
      * compte selon le sens ; un mouvement en attente (A) sera
      * deverse par Mouvements-Deverser a sa date de valeur.
       Mouvement-Comptabiliser.
           exec sql
               INSERT INTO dbo.Mouvement
                   (codeCompte
                   ,dateMouvement
                   ,libelle
                   ,montant
                   ,sens
                   ,codeDevise
                   ,dateValeur
                   ,statutMouvement)
               VALUES
                   (:Mouvement.codeCompte
                   ,:Mouvement.dateMouvement
                   ,:Mouvement.libelle
                   ,:Mouvement.montant
                   ,:Mouvement.sens
                   ,:Mouvement.codeDevise
                   ,:Mouvement.dateValeur
                   ,:Mouvement.statutMouvement)
           end-exec.
           if statutMouvement of Mouvement = "C"
               if sens of Mouvement = "D"
                   exec sql
                       UPDATE dbo.Compte
                           SET soldeDebiteur = soldeDebiteur + :Mouvement.montant
                       WHERE codeCompte = :Mouvement.codeCompte
                   end-exec
               else
                   exec sql
                       UPDATE dbo.Compte
                           SET soldeCrediteur = soldeCrediteur + :Mouvement.montant
                       WHERE codeCompte = :Mouvement.codeCompte
                   end-exec
               end-if
           end-if.

      * Controle de provision avant tout debit (zones codeCompte,
      * montant et sens de Mouvement renseignees) : disponible = solde
      * net du compte + autorisation de decouvert en vigueur - debits
      * deja en attente (statut A) - montants bloques par une saisie
      * ou un ATD (dbo.SaisieBlocage). ProvisionSuffisante vaut 1 si le
      * debit tient dans le disponible ; un credit passe toujours.
      * Le compte d'un titulaire principal decede (succession ouverte)
      * est bloque au debit : CompteDecede vaut alors 1.
       Provision-Controler.
           move 1 to ProvisionSuffisante.
           move 0 to DisponibleProvision.
           move 0 to CompteDecede.
           if sens of Mouvement = "D"
               move 0 to SoldeProvision
               exec sql
                   SELECT soldeCrediteur - soldeDebiteur
                       INTO :SoldeProvision
                   FROM dbo.Compte
                   WHERE codeCompte = :Mouvement.codeCompte
               end-exec
               move 0 to AutorisationProvision
               exec sql
                   SELECT TOP 1 montantAutorise INTO :AutorisationProvision
                   FROM dbo.AutorisationDecouvert
                   WHERE codeCompte = :Mouvement.codeCompte
                       AND statutAutorisation = 'A'
                       AND dateDebut <= :DateComptableNum
                       AND (dateFin = 0 OR dateFin >= :DateComptableNum)
                   ORDER BY noAutorisation DESC
               end-exec
               if SQLCODE <> 0
                   move 0 to AutorisationProvision
               end-if
               move 0 to AttenteProvision
               exec sql
                   SELECT ISNULL(SUM(montant), 0) INTO :AttenteProvision
                   FROM dbo.Mouvement
                   WHERE codeCompte = :Mouvement.codeCompte
                       AND statutMouvement = 'A'
                       AND sens = 'D'
               end-exec
               move 0 to BlocageProvision
               exec sql
                   SELECT ISNULL(SUM(montantBloque), 0)
                       INTO :BlocageProvision
                   FROM dbo.SaisieBlocage
                   WHERE codeCompte = :Mouvement.codeCompte
                       AND statutBlocage = 'B'
               end-exec
               compute DisponibleProvision = SoldeProvision
                   + AutorisationProvision - AttenteProvision
                   - BlocageProvision
               if montant of Mouvement > DisponibleProvision
                   move 0 to ProvisionSuffisante
               end-if
               move 0 to NbSuccessionsOuvertes
               exec sql
                   SELECT COUNT(*) INTO :NbSuccessionsOuvertes
                   FROM dbo.Succession s
                   JOIN dbo.Compte c ON c.codeClient = s.codeClient
                   WHERE c.codeCompte = :Mouvement.codeCompte
                       AND s.statutSuccession = 'O'
               end-exec
               if NbSuccessionsOuvertes > 0
                   move 1 to CompteDecede
                   move 0 to ProvisionSuffisante
               end-if
           end-if.

      * Debit hors provision depose dans dbo.DepassementDecouvert
      * (zones de Mouvement renseignees, OrigineDepassement et
      * StatutDepassementEcrit : E en attente de decision, R refuse
      * d'office) ; rien n'est impute au compte. Un debit sur le compte
      * d'un defunt n'est jamais soumis a decision.
       Depassement-Deposer.
           if CompteDecede = 1
               move "R" to StatutDepassementEcrit
           end-if.
           exec sql
               INSERT INTO dbo.DepassementDecouvert
                   (codeCompte
                   ,dateDemande
                   ,libelle
                   ,montant
                   ,codeDevise
                   ,dateValeur
                   ,disponible
                   ,origine
                   ,statutDepassement
                   ,operateurDemande)
               VALUES
                   (:Mouvement.codeCompte
                   ,:DateComptableNum
                   ,:Mouvement.libelle
                   ,:Mouvement.montant
                   ,:Mouvement.codeDevise
                   ,:Mouvement.dateValeur
                   ,:DisponibleProvision
                   ,:OrigineDepassement
                   ,:StatutDepassementEcrit
                   ,:OperateurCode)
           end-exec.

      **********************************
      * Import en masse d'un fichier de mouvements (traitements 4)
      **********************************
      * Fichier delimite par point-virgule :
      * codeBanque;codeGuichet;racineCompte;cleRib;dateAAAAMMJJ;
      * libelle;montantEnCentimes;sens;devise (devise facultative,
      * EUR a defaut). La premiere ligne est une entete, toujours
      * ignoree, comme pour l'import des comptes.
       ImportMouvements.
           perform ImportMouvements-ini.
           if finImportMvt = 0
               perform ImportMouvements-trt until finImportMvt = 1
               perform ImportMouvements-fin
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       ImportMouvements-ini.
           move 0 to finImportMvt.
           move 0 to NbMvtAcceptes.
           move 0 to NbMvtRejetes.
           move 0 to NbMvtEnDecision.
           open input FichierMouvements.
           if Mouvements-Status <> 0
               display "Fichier de mouvements introuvable, status " line 24 col 1
               display Mouvements-Status line 24 col 43
               move 1 to finImportMvt
           else
               open output FichierRejetsMvt
               read FichierMouvements
                   at end
      *                Fichier vide (pas meme l'entete) : les deux
      *                fichiers sont refermes ici, la fin normale ne
      *                sera pas atteinte - sinon le prochain import de
      *                la session buterait sur des fichiers deja
      *                ouverts.
                       move 1 to finImportMvt
                       close FichierMouvements
                       close FichierRejetsMvt
               end-read
           end-if.

       ImportMouvements-trt.
           read FichierMouvements
               at end move 1 to finImportMvt
               not at end perform trtLigneMvt
           end-read.

       trtLigneMvt.
           move "O" to LigneValide.
           move spaces to MotifRejet.
           move 0 to CountChampsMvt.
           perform trtLigneMvt-Controle.
           if LigneValide = "O"
               perform trtLigneMvt-Enregistrer
           else
               perform trtLigneMvt-Rejet
           end-if.

       trtLigneMvt-Controle.
           move spaces to MvtImportLu.
           unstring EnrFichierMouvements delimited by ";"
               into
               codeBanque of MvtImportLu
               codeGuichet of MvtImportLu
               racineCompte of MvtImportLu
               cleRib of MvtImportLu
               dateMvt of MvtImportLu
               libelle of MvtImportLu
               montantTexte of MvtImportLu
               sens of MvtImportLu
               codeDevise of MvtImportLu
               tallying in CountChampsMvt
           end-unstring.
           if CountChampsMvt < 8
               move "N" to LigneValide
               move "Nombre de champs incorrect" to MotifRejet
           end-if.
           if LigneValide = "O"
                   and (codeBanque of MvtImportLu is not numeric
                   or codeGuichet of MvtImportLu is not numeric
                   or racineCompte of MvtImportLu is not numeric
                   or cleRib of MvtImportLu is not numeric)
               move "N" to LigneValide
               move "RIB non numerique" to MotifRejet
           end-if.
      *    Cle RIB recalculee par la formule 89/15/3 modulo 97 (la
      *    meme que verifRIB) : une cle fausse est rejetee, jamais
      *    corrigee en silence par un import.
           if LigneValide = "O"
               move codeBanque of MvtImportLu to codeBanque of CompteCalc
               move codeGuichet of MvtImportLu to codeGuichet of CompteCalc
               move racineCompte of MvtImportLu to racineCompte of CompteCalc
               move 0 to repT
               multiply 89 by codeBanque of CompteCalc giving rep1
               multiply 15 by codeGuichet of CompteCalc giving rep2
               multiply 3 by racineCompte of CompteCalc giving rep3
               add rep1 rep2 rep3 to repT
               divide repT by 97 giving div remainder valeurRIB
               subtract 97 from valeurRIB
               move cleRib of MvtImportLu to CleRIBSaisie
               if CleRIBSaisie <> valeurRIB
                   move "N" to LigneValide
                   move "Cle RIB invalide" to MotifRejet
               end-if
           end-if.
           if LigneValide = "O" and dateMvt of MvtImportLu is not numeric
               move "N" to LigneValide
               move "Date non numerique" to MotifRejet
           end-if.
      *    Piste comptable : pas d'import date d'une journee arretee.
           if LigneValide = "O"
               move dateMvt of MvtImportLu to DateControleeArrete
               perform Journee-ControlerArretee
               if JourneeEstArretee = 1
                   move "N" to LigneValide
                   move "Journee comptable arretee" to MotifRejet
               end-if
           end-if.
           if LigneValide = "O" and montantTexte of MvtImportLu is not numeric
               move "N" to LigneValide
               move "Montant non numerique" to MotifRejet
           end-if.
           if LigneValide = "O"
               if sens of MvtImportLu = "d" move "D" to sens of MvtImportLu end-if
               if sens of MvtImportLu = "c" move "C" to sens of MvtImportLu end-if
               if sens of MvtImportLu <> "D" and sens of MvtImportLu <> "C"
                   move "N" to LigneValide
                   move "Sens invalide (D ou C)" to MotifRejet
               end-if
           end-if.
           if LigneValide = "O" and codeDevise of MvtImportLu = spaces
               move "EUR" to codeDevise of MvtImportLu
           end-if.
      *    Rattachement au compte ouvert porteur du RIB (TOP 1 + ORDER
      *    BY, meme raisonnement que trtLigne-trt).
           if LigneValide = "O"
               move 0 to CodeCompteMvtImport
               exec sql
                   SELECT TOP 1 codeCompte INTO :CodeCompteMvtImport
                   FROM dbo.Compte
                   WHERE codeBanque = RTRIM(:MvtImportLu.codeBanque)
                       AND codeGuichet = RTRIM(:MvtImportLu.codeGuichet)
                       AND racineCompte = RTRIM(:MvtImportLu.racineCompte)
                       AND statutCompte = 'O'
                   ORDER BY codeCompte
               end-exec
               if SQLCODE <> 0
                   move "N" to LigneValide
                   move "Compte inconnu ou ferme" to MotifRejet
               end-if
           end-if.

       trtLigneMvt-Enregistrer.
           move CodeCompteMvtImport to codeCompte of Mouvement.
           move dateMvt of MvtImportLu to dateMouvement of Mouvement.
           move libelle of MvtImportLu to libelle of Mouvement.
           move montantTexte of MvtImportLu to MontantMvtBrut.
           compute montant of Mouvement = MontantMvtBrut / 100.
           move sens of MvtImportLu to sens of Mouvement.
           move codeDevise of MvtImportLu to codeDevise of Mouvement.
           move dateMouvement of Mouvement to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
      *    Debit hors provision : ni impute ni rejete, il attend la
      *    decision du superviseur (parametrage 7).
           perform Provision-Controler.
           if ProvisionSuffisante = 1
               perform trtLigneMvt-Comptabiliser
           else
               move "IMPORT" to OrigineDepassement
               move "E" to StatutDepassementEcrit
               perform Depassement-Deposer
               add 1 to NbMvtEnDecision
           end-if.

       trtLigneMvt-Comptabiliser.
           exec sql
               INSERT INTO dbo.Mouvement
                   (codeCompte
                   ,dateMouvement
                   ,libelle
                   ,montant
                   ,sens
                   ,codeDevise
                   ,dateValeur
                   ,statutMouvement)
               VALUES
                   (:Mouvement.codeCompte
                   ,:Mouvement.dateMouvement
                   ,:Mouvement.libelle
                   ,:Mouvement.montant
                   ,:Mouvement.sens
                   ,:Mouvement.codeDevise
                   ,:Mouvement.dateValeur
                   ,:Mouvement.statutMouvement)
           end-exec.
           if sens of Mouvement = "D"
               exec sql
                   UPDATE dbo.Compte
                       SET soldeDebiteur = soldeDebiteur + :Mouvement.montant
                   WHERE codeCompte = :Mouvement.codeCompte
               end-exec
           else
               exec sql
                   UPDATE dbo.Compte
                       SET soldeCrediteur = soldeCrediteur + :Mouvement.montant
                   WHERE codeCompte = :Mouvement.codeCompte
               end-exec
           end-if.
           add 1 to NbMvtAcceptes.

      * Meme convention que trtLigne-Rejet : la ligne originale
      * tronquee a 189 pour laisser toujours la place du motif.
       trtLigneMvt-Rejet.
           add 1 to NbMvtRejetes.
           move spaces to LigneRejet.
           string
               EnrFichierMouvements(1:189) delimited by size
               " *** " delimited by size
               MotifRejet delimited by size
               into LigneRejet
           end-string.
           write EnrFichierRejetsMvt from LigneRejet.

       ImportMouvements-fin.
           close FichierMouvements.
           close FichierRejetsMvt.
           display "Mouvements acceptes : " line 20 col 1.
           display NbMvtAcceptes line 20 col 24.
           display "Mouvements rejetes  : " line 21 col 1.
           display NbMvtRejetes line 21 col 24.
           display "Debits a decider    : " line 22 col 1.
           display NbMvtEnDecision line 22 col 24.

      **********************************
      * Ticket d'agios trimestriel (traitements 5)
      **********************************
      * Methode des nombres : chaque photo journaliere de
      * dbo.SoldeHistorique dont la position nette est debitrice
      * apporte ses "nombres" (solde debiteur net x 1 jour), ventiles
      * entre la part jusqu'au seuil du typeCompte (taux normal) et la
      * part au-dela (taux majore). Agios = nombres x taux annuel /
      * 36500. Le mouvement d'agios est passe en debit du compte et
      * l'etat detaille par compte est remis au client.
       AgiosTrimestre.
           move 0 to DateDebutAgios.
           display "Debut du trimestre (AAAAMMJJ) : " line 2 col 1.
           accept DateDebutAgios line 2 col 34 size 8.
           move 0 to DateFinAgios.
           display "Fin du trimestre (AAAAMMJJ) . : " line 3 col 1.
           accept DateFinAgios line 3 col 34 size 8.
           perform Simulation-Demander.
           perform Agios-LireEtat.
      *    Meme refus qu'a la saisie : pas d'ecriture datee d'une
      *    journee arretee (la simulation reste permise).
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           evaluate true
               when DateDebutAgios = 0 or DateFinAgios = 0
                   display "Les deux dates sont obligatoires, calcul abandonne" line 24 col 1
               when JourneeEstArretee = 1 and ModeSimulation <> "O"
                   display "Journee comptable arretee, calcul refuse" line 24 col 1
               when DateFinAgios <= DerniereFinAgios
                       and ModeSimulation <> "O"
                   display "Periode deja servie (derniere fin : " line 24 col 1
                   display DerniereFinAgios line 24 col 37
                   display "), calcul refuse" line 24 col 45
               when other
                   perform Agios-ini
                   perform Agios-trt until finCompteAgios = 1
                   perform Agios-fin
           end-evaluate.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Agios-LireEtat.
           move 0 to DerniereFinAgios.
           move "AGIOSPERIODE" to EtatExploitCle.
           perform EtatExploitation-Lire.
           if EtatExploitTrouve = 1
                   and EtatExploitValeur(1:8) is numeric
               move EtatExploitValeur(1:8) to DerniereFinAgios
           end-if.

       Agios-EcrireEtat.
           move "AGIOSPERIODE" to EtatExploitCle.
           move spaces to EtatExploitValeur.
           move DateFinAgios to EtatExploitValeur(1:8).
           perform EtatExploitation-Ecrire.

       Agios-ini.
           open output FichierAgios.
           move 0 to finCompteAgios.
           move 0 to NbCompteAgios.
           move 0 to TotalAgiosBanque.
           move spaces to BanqueAgiosCourante.
           move spaces to DeviseAgiosCourante.
           perform DevisesNet-RAZ.
           move spaces to LigneAgios.
           string
               "TICKET D'AGIOS - PERIODE DU " delimited by size
               DateDebutAgios delimited by size
               " AU " delimited by size
               DateFinAgios delimited by size
               into LigneAgios
           end-string.
           write EnrFichierAgios from LigneAgios.
           move "(methode des nombres sur les photos journalieres des soldes)" to LigneAgios.
           write EnrFichierAgios from LigneAgios.
           if ModeSimulation = "O"
               move "*** SIMULATION - AUCUNE ECRITURE EN BASE ***" to LigneAgios
               write EnrFichierAgios from LigneAgios
           end-if.
      *    Jours calendaires exacts de la periode, comptes par le
      *    calendrier : a rapprocher du nombre de photos par compte.
           move DateDebutAgios to DateTravailCal.
           move DateFinAgios to DateFinCal.
           perform Calendrier-JoursEntre.
           compute NbJoursPeriodeAgios = NbJoursEntre + 1.
           move spaces to LigneAgios.
           string
               "Jours calendaires de la periode : " delimited by size
               NbJoursPeriodeAgios delimited by size
               into LigneAgios
           end-string.
           write EnrFichierAgios from LigneAgios.
           move spaces to LigneAgios.
           write EnrFichierAgios from LigneAgios.
           move "Banque | Compte | Devise | Jours | Nombres | Nombres majores | Taux | Taux majore | Agios" to LigneAgios.
           write EnrFichierAgios from LigneAgios.
      *    Seuls les comptes encore ouverts sont factures ; un compte
      *    dont le typeCompte n'a pas de ligne de seuil n'a pas de
      *    taux, il ne sort pas du cursor.
           exec sql
               DECLARE curAgios CURSOR FOR
                   SELECT h.codeCompte, h.codeBanque, h.codeDevise,
                          SUM(CASE WHEN h.soldeDebiteur - h.soldeCrediteur > s.seuil
                              THEN s.seuil
                              ELSE h.soldeDebiteur - h.soldeCrediteur END),
                          SUM(CASE WHEN h.soldeDebiteur - h.soldeCrediteur > s.seuil
                              THEN h.soldeDebiteur - h.soldeCrediteur - s.seuil
                              ELSE 0 END),
                          COUNT(*),
                          MAX(ISNULL(s.tauxAgios,0)),
                          MAX(ISNULL(s.tauxAgiosMajore,0))
                   FROM dbo.SoldeHistorique h
                   JOIN dbo.Compte c ON c.codeCompte = h.codeCompte
                   JOIN dbo.SeuilDebit s ON s.typeCompte = h.typeCompte
                   WHERE h.dateSolde >= :DateDebutAgios
                       AND h.dateSolde <= :DateFinAgios
                       AND h.soldeDebiteur > h.soldeCrediteur
                       AND c.statutCompte = 'O'
                   GROUP BY h.codeCompte, h.codeBanque, h.codeDevise
                   ORDER BY h.codeBanque, h.codeDevise, h.codeCompte
           end-exec.
           exec sql
               OPEN curAgios
           end-exec.

       Agios-trt.
           exec sql
               FETCH curAgios into
                   :CompteAgios.codeCompte
                   ,:CompteAgios.codeBanque
                   ,:CompteAgios.codeDevise
                   ,:CompteAgios.nombresNormaux
                   ,:CompteAgios.nombresMajores
                   ,:CompteAgios.nbJours
                   ,:CompteAgios.tauxAgios
                   ,:CompteAgios.tauxAgiosMajore
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finCompteAgios
           else
               perform Agios-Compte
           end-if.

       Agios-Compte.
           if codeBanque of CompteAgios <> BanqueAgiosCourante
                   or codeDevise of CompteAgios <> DeviseAgiosCourante
               if BanqueAgiosCourante <> spaces
                   perform Agios-TotalBanque
               end-if
               move codeBanque of CompteAgios to BanqueAgiosCourante
               move codeDevise of CompteAgios to DeviseAgiosCourante
               move 0 to TotalAgiosBanque
           end-if.
           compute MontantAgios rounded =
               (nombresNormaux of CompteAgios * tauxAgios of CompteAgios
               + nombresMajores of CompteAgios
                   * tauxAgiosMajore of CompteAgios) / 36500.
           if MontantAgios > 0
               if ModeSimulation <> "O"
                   perform Agios-Ecriture
               end-if
               add 1 to NbCompteAgios
               add MontantAgios to TotalAgiosBanque
               move codeDevise of CompteAgios to DeviseLigne
               move MontantAgios to CumulDeviseNet1
               move 0 to CumulDeviseNet2
               perform DevisesNet-Cumuler
               perform Agios-LigneEtat
           end-if.

      * Le mouvement d'agios porte la periode en libelle ; le solde
      * debiteur du compte est charge dans la foulee.
       Agios-Ecriture.
           move codeCompte of CompteAgios to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "AGIOS PERIODE " delimited by size
               DateDebutAgios delimited by size
               "-" delimited by size
               DateFinAgios delimited by size
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move MontantAgios to montant of Mouvement.
           move "D" to sens of Mouvement.
           move codeDevise of CompteAgios to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           exec sql
               INSERT INTO dbo.Mouvement
                   (codeCompte
                   ,dateMouvement
                   ,libelle
                   ,montant
                   ,sens
                   ,codeDevise
                   ,dateValeur
                   ,statutMouvement)
               VALUES
                   (:Mouvement.codeCompte
                   ,:Mouvement.dateMouvement
                   ,:Mouvement.libelle
                   ,:Mouvement.montant
                   ,:Mouvement.sens
                   ,:Mouvement.codeDevise
                   ,:Mouvement.dateValeur
                   ,:Mouvement.statutMouvement)
           end-exec.
           exec sql
               UPDATE dbo.Compte
                   SET soldeDebiteur = soldeDebiteur + :MontantAgios
               WHERE codeCompte = :CompteAgios.codeCompte
           end-exec.

       Agios-LigneEtat.
           move MontantAgios to StrMontantAgios.
           move spaces to LigneAgios.
           string
               codeBanque of CompteAgios delimited by size
               " | " delimited by size
               codeCompte of CompteAgios delimited by size
               " | " delimited by size
               codeDevise of CompteAgios delimited by size
               " | " delimited by size
               nbJours of CompteAgios delimited by size
               " | " delimited by size
               nombresNormaux of CompteAgios delimited by size
               " | " delimited by size
               nombresMajores of CompteAgios delimited by size
               " | " delimited by size
               tauxAgios of CompteAgios delimited by size
               " | " delimited by size
               tauxAgiosMajore of CompteAgios delimited by size
               " | " delimited by size
               StrMontantAgios delimited by size
               into LigneAgios
           end-string.
           write EnrFichierAgios from LigneAgios.

       Agios-TotalBanque.
           move TotalAgiosBanque to StrTotalAgiosBanque.
           move spaces to LigneAgios.
           string
               "TOTAL BANQUE " delimited by size
               BanqueAgiosCourante delimited by size
               " " delimited by size
               DeviseAgiosCourante delimited by size
               " : " delimited by size
               StrTotalAgiosBanque delimited by size
               into LigneAgios
           end-string.
           write EnrFichierAgios from LigneAgios.
           move spaces to LigneAgios.
           write EnrFichierAgios from LigneAgios.

       Agios-fin.
           exec sql
               CLOSE curAgios
           end-exec.
           if BanqueAgiosCourante <> spaces
               perform Agios-TotalBanque
           end-if.
           move spaces to LigneAgios.
           string
               "COMPTES FACTURES : " delimited by size
               NbCompteAgios delimited by size
               into LigneAgios
           end-string.
           write EnrFichierAgios from LigneAgios.
      *    Totaux generaux par devise uniquement (cf. DevisesNet).
           perform Agios-TotalDevise
               varying IndexDeviseNet from 1 by 1
               until IndexDeviseNet > NbDevisesNet.
           close FichierAgios.
      *    Periode servie jusqu'au bout : memorisee pour refuser une
      *    relance qui doublerait les agios (jamais en simulation).
           if ModeSimulation <> "O"
               perform Agios-EcrireEtat
           else
               display "SIMULATION terminee, aucune ecriture passee" line 22 col 1
           end-if.
           display "Calcul termine, comptes factures : " line 24 col 1.
           display NbCompteAgios line 24 col 37.

       Agios-TotalDevise.
           move DeviseNetMontant1(IndexDeviseNet) to StrTotalAgiosBanque.
           move spaces to LigneAgios.
           string
               "TOTAL " delimited by size
               DeviseNetCode(IndexDeviseNet) delimited by size
               " : " delimited by size
               StrTotalAgiosBanque delimited by size
               "  (" delimited by size
               DeviseNetNb(IndexDeviseNet) delimited by size
               " comptes)" delimited by size
               into LigneAgios
           end-string.
           write EnrFichierAgios from LigneAgios.

      **********************************
      * Frais de tenue de compte (traitements 6)
      **********************************
      * [B]areme : entretien de dbo.BaremeFrais par typeCompte (frais
      * de tenue, frais par lettre de correction RIB, frais de releve
      * papier, tarifs des incidents), sur le modele de
      * CalculInterets-Taux. [F]acturation : passe periodique des frais
      * de tenue sur les comptes ouverts. [I]ncidents : detail puis
      * prelevement mensuel des frais d'incidents.
       FraisTenue.
           move space to ChoixFrais.
           display "Entretien du [B]areme / [F]acturation / [I]ncidents : " line 1 col 1.
           accept ChoixFrais line 1 col 55.
           if ChoixFrais = "b" move "B" to ChoixFrais end-if.
           if ChoixFrais = "f" move "F" to ChoixFrais end-if.
           if ChoixFrais = "i" move "I" to ChoixFrais end-if.
           evaluate ChoixFrais
               when "B" perform FraisTenue-Bareme
               when "F" perform FraisTenue-Facturation
               when "I" perform FraisIncidents
           end-evaluate.

       FraisTenue-Bareme.
           move space to ChoixBareme.
           perform FraisTenue-Bareme-Trt until ChoixBareme = "Q".

       FraisTenue-Bareme-Trt.
           display "Action [A]jout / [M]odif / [S]uppression / [Q]uitter : " line 1 col 1.
           accept ChoixBareme line 1 col 58.
           if ChoixBareme = "a" move "A" to ChoixBareme end-if.
           if ChoixBareme = "m" move "M" to ChoixBareme end-if.
           if ChoixBareme = "s" move "S" to ChoixBareme end-if.
           if ChoixBareme = "q" move "Q" to ChoixBareme end-if.
           evaluate ChoixBareme
               when "A" perform FraisTenue-Bareme-Ajout
               when "M" perform FraisTenue-Bareme-Modif
               when "S" perform FraisTenue-Bareme-Suppression
           end-evaluate.

       FraisTenue-Bareme-Saisie.
           move spaces to typeCompte of SaisieBareme.
           display "Type de compte (2) ........ : " line 2 col 1.
           accept typeCompte of SaisieBareme line 2 col 31 size 2.

       FraisTenue-Bareme-Champs.
           move 0 to fraisTenue of SaisieBareme.
           display "Frais de tenue ............ : " line 3 col 1.
           accept fraisTenue of SaisieBareme line 3 col 31 size 9.
           move 0 to fraisCorrectionRIB of SaisieBareme.
           display "Frais par lettre corr. RIB  : " line 4 col 1.
           accept fraisCorrectionRIB of SaisieBareme line 4 col 31 size 9.
           move 0 to fraisReleve of SaisieBareme.
           display "Frais de releve papier .... : " line 5 col 1.
           accept fraisReleve of SaisieBareme line 5 col 31 size 9.
      *    Tarifs unitaires des incidents, plafonnes a la facturation.
           move 0 to fraisCommission of SaisieBareme.
           display "Commission d'intervention . : " line 6 col 1.
           accept fraisCommission of SaisieBareme line 6 col 31 size 9.
           move 0 to fraisRejetPrel of SaisieBareme.
           display "Rejet de prelevement ...... : " line 7 col 1.
           accept fraisRejetPrel of SaisieBareme line 7 col 31 size 9.
           move 0 to fraisRejetCheque of SaisieBareme.
           display "Rejet de cheque ........... : " line 8 col 1.
           accept fraisRejetCheque of SaisieBareme line 8 col 31 size 9.
           move 0 to fraisLettreDecouvert of SaisieBareme.
           display "Lettre de decouvert ....... : " line 9 col 1.
           accept fraisLettreDecouvert of SaisieBareme line 9 col 31 size 9.

       FraisTenue-Bareme-Ajout.
           perform FraisTenue-Bareme-Saisie.
           perform FraisTenue-Bareme-Champs.
           exec sql
               INSERT INTO dbo.BaremeFrais
                   (typeCompte, fraisTenue, fraisCorrectionRIB, fraisReleve,
                    fraisCommission, fraisRejetPrel, fraisRejetCheque,
                    fraisLettreDecouvert)
               VALUES
                   (:SaisieBareme.typeCompte
                   ,:SaisieBareme.fraisTenue
                   ,:SaisieBareme.fraisCorrectionRIB
                   ,:SaisieBareme.fraisReleve
                   ,:SaisieBareme.fraisCommission
                   ,:SaisieBareme.fraisRejetPrel
                   ,:SaisieBareme.fraisRejetCheque
                   ,:SaisieBareme.fraisLettreDecouvert)
           end-exec.

       FraisTenue-Bareme-Modif.
           perform FraisTenue-Bareme-Saisie.
           perform FraisTenue-Bareme-Champs.
           exec sql
               UPDATE dbo.BaremeFrais SET
                   fraisTenue = :SaisieBareme.fraisTenue
                   ,fraisCorrectionRIB = :SaisieBareme.fraisCorrectionRIB
                   ,fraisReleve = :SaisieBareme.fraisReleve
                   ,fraisCommission = :SaisieBareme.fraisCommission
                   ,fraisRejetPrel = :SaisieBareme.fraisRejetPrel
                   ,fraisRejetCheque = :SaisieBareme.fraisRejetCheque
                   ,fraisLettreDecouvert = :SaisieBareme.fraisLettreDecouvert
               WHERE typeCompte = :SaisieBareme.typeCompte
           end-exec.

       FraisTenue-Bareme-Suppression.
           perform FraisTenue-Bareme-Saisie.
           exec sql
               DELETE FROM dbo.BaremeFrais
               WHERE typeCompte = :SaisieBareme.typeCompte
           end-exec.

      * Facturation des frais de tenue : une seule passe par mois
      * comptable (la cle FRAISPERIODE de l'etat partage memorise la
      * derniere) - rejouer le meme mois doublerait tous les frais
      * preleves.
       FraisTenue-Facturation.
           perform Simulation-Demander.
           perform Frais-LireEtat.
      *    Meme refus qu'a la saisie : pas d'ecriture datee d'une
      *    journee arretee (la simulation reste permise).
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           evaluate true
               when JourneeEstArretee = 1 and ModeSimulation <> "O"
                   display "Journee comptable arretee, facturation refusee" line 24 col 1
               when DerniereDateFrais(1:6) = DateComptableNum(1:6)
                   and ModeSimulation <> "O"
                   display "Frais deja factures ce mois (le " line 24 col 1
                   display DerniereDateFrais line 24 col 34
                   display "), passe refusee" line 24 col 42
               when other
                   perform Frais-ini
                   perform Frais-trt until finCompteFrais = 1
                   perform Frais-fin
           end-evaluate.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Frais-LireEtat.
           move 0 to DerniereDateFrais.
           move "FRAISPERIODE" to EtatExploitCle.
           perform EtatExploitation-Lire.
           if EtatExploitTrouve = 1
                   and EtatExploitValeur(1:8) is numeric
               move EtatExploitValeur(1:8) to DerniereDateFrais
           end-if.

       Frais-EcrireEtat.
           move "FRAISPERIODE" to EtatExploitCle.
           move spaces to EtatExploitValeur.
           move DateComptableNum to EtatExploitValeur(1:8).
           perform EtatExploitation-Ecrire.

       Frais-ini.
           open output FichierFrais.
           move 0 to finCompteFrais.
           move 0 to NbCompteFrais.
           move 0 to TotalFraisBanque.
           move spaces to BanqueFraisCourante.
           move spaces to DeviseFraisCourante.
           perform DevisesNet-RAZ.
           move spaces to LigneFrais.
           string
               "FRAIS DE TENUE DE COMPTE - JOURNEE COMPTABLE : " delimited by size
               DateComptableNum delimited by size
               into LigneFrais
           end-string.
           write EnrFichierFrais from LigneFrais.
           if ModeSimulation = "O"
               move "*** SIMULATION - AUCUNE ECRITURE EN BASE ***" to LigneFrais
               write EnrFichierFrais from LigneFrais
           end-if.
           move spaces to LigneFrais.
           write EnrFichierFrais from LigneFrais.
           move "Banque | Compte | Type | Devise | Frais" to LigneFrais.
           write EnrFichierFrais from LigneFrais.
      *    Seuls les comptes ouverts sont factures : les comptes
      *    fermes, archives ou marques dormants ne supportent aucun
      *    frais.
           exec sql
               DECLARE curFrais CURSOR FOR
                   SELECT c.codeCompte, c.codeBanque, c.codeGuichet,
                          c.racineCompte, c.typeCompte, c.codeDevise,
                          c.codeClient, c.soldeDebiteur, c.soldeCrediteur,
                          b.fraisTenue
                   FROM dbo.Compte c
                   JOIN dbo.BaremeFrais b ON b.typeCompte = c.typeCompte
                   WHERE c.statutCompte = 'O'
                       AND b.fraisTenue > 0
                   ORDER BY c.codeBanque, c.codeDevise, c.codeCompte
           end-exec.
           exec sql
               OPEN curFrais
           end-exec.

       Frais-trt.
           exec sql
               FETCH curFrais into
                   :CompteFrais.codeCompte
                   ,:CompteFrais.codeBanque
                   ,:CompteFrais.codeGuichet
                   ,:CompteFrais.racineCompte
                   ,:CompteFrais.typeCompte
                   ,:CompteFrais.codeDevise
                   ,:CompteFrais.codeClient
                   ,:CompteFrais.soldeDebiteur
                   ,:CompteFrais.soldeCrediteur
                   ,:CompteFrais.fraisTenue
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finCompteFrais
           else
               perform Frais-Compte
           end-if.

       Frais-Compte.
           if codeBanque of CompteFrais <> BanqueFraisCourante
                   or codeDevise of CompteFrais <> DeviseFraisCourante
               if BanqueFraisCourante <> spaces
                   perform Frais-TotalBanque
               end-if
               move codeBanque of CompteFrais to BanqueFraisCourante
               move codeDevise of CompteFrais to DeviseFraisCourante
               move 0 to TotalFraisBanque
           end-if.
           move fraisTenue of CompteFrais to MontantFrais.
           if ModeSimulation <> "O"
               perform Frais-Ecriture
               perform Frais-Audit
           end-if.
           add 1 to NbCompteFrais.
           add MontantFrais to TotalFraisBanque.
           move codeDevise of CompteFrais to DeviseLigne.
           move MontantFrais to CumulDeviseNet1.
           move 0 to CumulDeviseNet2.
           perform DevisesNet-Cumuler.
           move MontantFrais to StrMontantFrais.
           move spaces to LigneFrais.
           string
               codeBanque of CompteFrais delimited by size
               " | " delimited by size
               codeCompte of CompteFrais delimited by size
               " | " delimited by size
               typeCompte of CompteFrais delimited by size
               " | " delimited by size
               codeDevise of CompteFrais delimited by size
               " | " delimited by size
               StrMontantFrais delimited by size
               into LigneFrais
           end-string.
           write EnrFichierFrais from LigneFrais.

       Frais-Ecriture.
           move codeCompte of CompteFrais to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move "FRAIS DE TENUE DE COMPTE" to SaisieLibelle.
           move SaisieLibelle to libelle of Mouvement.
           move MontantFrais to montant of Mouvement.
           move "D" to sens of Mouvement.
           move codeDevise of CompteFrais to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           exec sql
               INSERT INTO dbo.Mouvement
                   (codeCompte
                   ,dateMouvement
                   ,libelle
                   ,montant
                   ,sens
                   ,codeDevise
                   ,dateValeur
                   ,statutMouvement)
               VALUES
                   (:Mouvement.codeCompte
                   ,:Mouvement.dateMouvement
                   ,:Mouvement.libelle
                   ,:Mouvement.montant
                   ,:Mouvement.sens
                   ,:Mouvement.codeDevise
                   ,:Mouvement.dateValeur
                   ,:Mouvement.statutMouvement)
           end-exec.
           exec sql
               UPDATE dbo.Compte
                   SET soldeDebiteur = soldeDebiteur + :MontantFrais
               WHERE codeCompte = :CompteFrais.codeCompte
           end-exec.

      * Trace d'audit du prelevement de frais, avec l'avant / apres du
      * solde debiteur (meme table et memes colonnes que
      * AuditTrail-Ecrire).
       Frais-Audit.
           move codeBanque of CompteFrais to AuditCodeBanque.
           move codeGuichet of CompteFrais to AuditCodeGuichet.
           move racineCompte of CompteFrais to AuditRacineCompte.
           move soldeDebiteur of CompteFrais to AuditAncienDebit.
           compute AuditNouveauDebit =
               soldeDebiteur of CompteFrais + MontantFrais.
           move soldeCrediteur of CompteFrais to AuditAncienCredit.
           move soldeCrediteur of CompteFrais to AuditNouveauCredit.
           move typeCompte of CompteFrais to AuditAncienTypeCompte.
           move typeCompte of CompteFrais to AuditNouveauTypeCompte.
           move spaces to AuditAncienCleRib.
           move spaces to AuditNouveauCleRib.
           move "O" to AuditAncienStatutCompte.
           move "O" to AuditNouveauStatutCompte.
           move "FRAIS" to AuditOperation.
           move DateComptableNum to AuditDateHeure.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.AuditClientCompte
                   (codeClient
                   ,codeBanque
                   ,codeGuichet
                   ,racineCompte
                   ,ancienDebit
                   ,ancienCredit
                   ,nouveauDebit
                   ,nouveauCredit
                   ,ancienTypeCompte
                   ,nouveauTypeCompte
                   ,ancienCleRib
                   ,nouveauCleRib
                   ,ancienStatutCompte
                   ,nouveauStatutCompte
                   ,operation
                   ,operateur
                   ,dateOperation
                   ,heureOperation)
               VALUES
                   (:CompteFrais.codeClient
                   ,:AuditCodeBanque
                   ,:AuditCodeGuichet
                   ,:AuditRacineCompte
                   ,:AuditAncienDebit
                   ,:AuditAncienCredit
                   ,:AuditNouveauDebit
                   ,:AuditNouveauCredit
                   ,:AuditAncienTypeCompte
                   ,:AuditNouveauTypeCompte
                   ,:AuditAncienCleRib
                   ,:AuditNouveauCleRib
                   ,:AuditAncienStatutCompte
                   ,:AuditNouveauStatutCompte
                   ,:AuditOperation
                   ,:AuditOperateur
                   ,:AuditDateHeure
                   ,:AuditHeure)
           end-exec.

       Frais-TotalBanque.
           move TotalFraisBanque to StrTotalFraisBanque.
           move spaces to LigneFrais.
           string
               "TOTAL BANQUE " delimited by size
               BanqueFraisCourante delimited by size
               " " delimited by size
               DeviseFraisCourante delimited by size
               " : " delimited by size
               StrTotalFraisBanque delimited by size
               into LigneFrais
           end-string.
           write EnrFichierFrais from LigneFrais.
           move spaces to LigneFrais.
           write EnrFichierFrais from LigneFrais.

       Frais-fin.
           exec sql
               CLOSE curFrais
           end-exec.
           if BanqueFraisCourante <> spaces
               perform Frais-TotalBanque
           end-if.
           move spaces to LigneFrais.
           string
               "COMPTES FACTURES : " delimited by size
               NbCompteFrais delimited by size
               into LigneFrais
           end-string.
           write EnrFichierFrais from LigneFrais.
           perform Frais-TotalDevise
               varying IndexDeviseNet from 1 by 1
               until IndexDeviseNet > NbDevisesNet.
           close FichierFrais.
           if ModeSimulation <> "O"
               perform Frais-EcrireEtat
           else
               display "SIMULATION terminee, aucune ecriture passee" line 22 col 1
           end-if.
           display "Facturation terminee, comptes factures : " line 24 col 1.
           display NbCompteFrais line 24 col 43.

       Frais-TotalDevise.
           move DeviseNetMontant1(IndexDeviseNet) to StrTotalFraisBanque.
           move spaces to LigneFrais.
           string
               "TOTAL " delimited by size
               DeviseNetCode(IndexDeviseNet) delimited by size
               " : " delimited by size
               StrTotalFraisBanque delimited by size
               "  (" delimited by size
               DeviseNetNb(IndexDeviseNet) delimited by size
               " comptes)" delimited by size
               into LigneFrais
           end-string.
           write EnrFichierFrais from LigneFrais.

      **********************************
      * Frais d'incidents de fonctionnement (traitements 6)
      **********************************
      * Tarification d'un incident au moment ou il survient (zones
      * codeCompte, typeIncident et montantOperation d'IncidentFrais
      * renseignees) : tarif du bareme, plafond par operation, puis
      * plafonds du mois pour le meme type et pour le client. Le frais
      * est garde meme ecrete a zero : le detail envoye au client
      * montre chaque incident.
       FraisIncident-Enregistrer.
           move spaces to codeClient of IncidentFrais.
           move 0 to montantTarif of IncidentFrais.
           move "N" to clientFragile of IncidentFrais.
           exec sql
               SELECT c.codeClient,
                      ISNULL(CASE :IncidentFrais.typeIncident
                          WHEN 'CI' THEN b.fraisCommission
                          WHEN 'RP' THEN b.fraisRejetPrel
                          WHEN 'RC' THEN b.fraisRejetCheque
                          ELSE b.fraisLettreDecouvert END, 0),
                      ISNULL(p.clientFragile, 'N')
                   INTO :IncidentFrais.codeClient
                       ,:IncidentFrais.montantTarif
                       ,:IncidentFrais.clientFragile
               FROM dbo.Compte c
               LEFT JOIN dbo.BaremeFrais b ON b.typeCompte = c.typeCompte
               LEFT JOIN dbo.ProfilKYC p ON p.codeClient = c.codeClient
               WHERE c.codeCompte = :IncidentFrais.codeCompte
           end-exec.
           if SQLCODE = 0
               divide DateComptableNum by 100 giving MoisIncidentsTraite
               move montantTarif of IncidentFrais to montant of IncidentFrais
               perform FraisIncident-PlafondOperation
               perform FraisIncident-PlafondMois
               perform FraisIncident-PlafondClient
               exec sql
                   INSERT INTO dbo.FraisIncident
                       (codeCompte
                       ,codeClient
                       ,dateIncident
                       ,moisIncident
                       ,typeIncident
                       ,montantOperation
                       ,montantTarif
                       ,montant
                       ,statutFrais
                       ,dateInformation
                       ,dateFacturation)
                   VALUES
                       (:IncidentFrais.codeCompte
                       ,:IncidentFrais.codeClient
                       ,:DateComptableNum
                       ,:MoisIncidentsTraite
                       ,:IncidentFrais.typeIncident
                       ,:IncidentFrais.montantOperation
                       ,:IncidentFrais.montantTarif
                       ,:IncidentFrais.montant
                       ,'A'
                       ,0
                       ,0)
               end-exec
           end-if.

      * Commission d'intervention : 8 euros par operation, 4 pour un
      * client fragile. Rejet de prelevement : 20 euros et jamais plus
      * que l'operation rejetee. Rejet de cheque : 30 euros jusqu'a 50
      * euros de cheque, 50 euros au-dela.
       FraisIncident-PlafondOperation.
           move 0 to PlafondIncidentCourant.
           evaluate typeIncident of IncidentFrais
               when "CI"
                   if clientFragile of IncidentFrais = "O"
                       move PlafondOpCommissionFragile to PlafondIncidentCourant
                   else
                       move PlafondOpCommission to PlafondIncidentCourant
                   end-if
               when "RP"
                   move PlafondRejetPrel to PlafondIncidentCourant
                   if montantOperation of IncidentFrais < PlafondIncidentCourant
                       move montantOperation of IncidentFrais
                           to PlafondIncidentCourant
                   end-if
               when "RC"
                   if montantOperation of IncidentFrais > SeuilRejetCheque
                       move PlafondRejetChequeHaut to PlafondIncidentCourant
                   else
                       move PlafondRejetChequeBas to PlafondIncidentCourant
                   end-if
           end-evaluate.
           if PlafondIncidentCourant > 0
                   and montant of IncidentFrais > PlafondIncidentCourant
               move PlafondIncidentCourant to montant of IncidentFrais
           end-if.

      * Commissions d'intervention : 80 euros par mois, 20 pour un
      * client fragile.
       FraisIncident-PlafondMois.
           if typeIncident of IncidentFrais = "CI"
               if clientFragile of IncidentFrais = "O"
                   move PlafondMoisCommissionFragile to PlafondIncidentCourant
               else
                   move PlafondMoisCommission to PlafondIncidentCourant
               end-if
               move 0 to CumulIncidentsMois
               exec sql
                   SELECT ISNULL(SUM(montant), 0) INTO :CumulIncidentsMois
                   FROM dbo.FraisIncident
                   WHERE codeClient = :IncidentFrais.codeClient
                       AND moisIncident = :MoisIncidentsTraite
                       AND typeIncident = 'CI'
               end-exec
               perform FraisIncident-Ecreter
           end-if.

      * Plafond mensuel de l'ensemble des frais d'incidents du client.
       FraisIncident-PlafondClient.
           if clientFragile of IncidentFrais = "O"
               move PlafondMoisFragile to PlafondIncidentCourant
           else
               move PlafondMoisClient to PlafondIncidentCourant
           end-if.
           if PlafondIncidentCourant > 0
               move 0 to CumulIncidentsMois
               exec sql
                   SELECT ISNULL(SUM(montant), 0) INTO :CumulIncidentsMois
                   FROM dbo.FraisIncident
                   WHERE codeClient = :IncidentFrais.codeClient
                       AND moisIncident = :MoisIncidentsTraite
               end-exec
               perform FraisIncident-Ecreter
           end-if.

       FraisIncident-Ecreter.
           if CumulIncidentsMois >= PlafondIncidentCourant
               move 0 to montant of IncidentFrais
           else
               if CumulIncidentsMois + montant of IncidentFrais
                       > PlafondIncidentCourant
                   compute montant of IncidentFrais =
                       PlafondIncidentCourant - CumulIncidentsMois
               end-if
           end-if.

       FraisIncidents.
           move space to ChoixIncidents.
           display "Frais d'incidents : [D]etail aux clients / [P]relevement : " line 2 col 1.
           accept ChoixIncidents line 2 col 60.
           if ChoixIncidents = "d" move "D" to ChoixIncidents end-if.
           if ChoixIncidents = "p" move "P" to ChoixIncidents end-if.
           if ChoixIncidents = "D" or ChoixIncidents = "P"
               perform FraisIncidents-SaisirMois
               evaluate ChoixIncidents
                   when "D" perform FraisIncidents-Detail
                   when "P" perform FraisIncidents-Prelever
               end-evaluate
               display "Appuyez sur une touche pour continuer..." line 23 col 1
               accept choix line 23 col 60
           end-if.

      * Mois des incidents traites, le mois precedent a defaut.
       FraisIncidents-SaisirMois.
           move 0 to MoisIncidentsTraite.
           display "Mois des incidents (AAAAMM, 0 = mois precedent) : " line 3 col 1.
           accept MoisIncidentsTraite line 3 col 52 size 6.
           if MoisIncidentsTraite = 0
               move DateComptableNum to DateTravailCal
               if MoisCal = 1
                   move 12 to MoisCal
                   subtract 1 from AnneeCal
               else
                   subtract 1 from MoisCal
               end-if
               compute MoisIncidentsTraite = AnneeCal * 100 + MoisCal
           end-if.

      * Detail des frais du mois, compte par compte, dans le fichier
      * de detail et par courrier au titulaire ; les frais passent en
      * statut I (communique), seuls prelevables ensuite.
       FraisIncidents-Detail.
           move 0 to NbComptesInformes.
           move 0 to CompteIncidentCourant.
           move 0 to TotalIncidentsCompte.
           move 0 to finIncidents.
           open output FichierDetailFrais.
           move spaces to LigneIncidents.
           string
               "DETAIL DES FRAIS D'INCIDENTS - MOIS " delimited by size
               MoisIncidentsTraite delimited by size
               " - COMMUNIQUE LE " delimited by size
               DateComptableNum delimited by size
               into LigneIncidents
           end-string.
           write EnrFichierDetailFrais from LigneIncidents.
           move "Compte | Date | Incident | Montant operation | Frais" to LigneIncidents.
           write EnrFichierDetailFrais from LigneIncidents.
           exec sql
               DECLARE curIncidentsDetail CURSOR FOR
                   SELECT f.codeCompte, f.dateIncident, f.typeIncident,
                          f.montantOperation, f.montant, f.codeClient,
                          cl.nom, cl.prenom, ISNULL(cl.codePostal,''),
                          ISNULL(cl.Ville,'')
                   FROM dbo.FraisIncident f
                   JOIN dbo.Client cl ON cl.codeClient = f.codeClient
                   WHERE f.moisIncident = :MoisIncidentsTraite
                       AND f.statutFrais = 'A'
                   ORDER BY f.codeCompte, f.dateIncident
           end-exec.
           exec sql
               OPEN curIncidentsDetail
           end-exec.
           perform FraisIncidents-DetailLigne until finIncidents = 1.
           exec sql
               CLOSE curIncidentsDetail
           end-exec.
           if CompteIncidentCourant > 0
               perform FraisIncidents-DetailCompte
           end-if.
           close FichierDetailFrais.
           exec sql
               UPDATE dbo.FraisIncident SET
                   statutFrais = 'I'
                   ,dateInformation = :DateComptableNum
               WHERE moisIncident = :MoisIncidentsTraite
                   AND statutFrais = 'A'
           end-exec.
           display "Detail communique, comptes concernes : " line 22 col 1.
           display NbComptesInformes line 22 col 41.

       FraisIncidents-DetailLigne.
           exec sql
               FETCH curIncidentsDetail into
                   :IncidentLu.codeCompte
                   ,:IncidentLu.dateIncident
                   ,:IncidentLu.typeIncident
                   ,:IncidentLu.montantOperation
                   ,:IncidentLu.montant
                   ,:IncidentLu.codeClient
                   ,:IncidentLu.nom
                   ,:IncidentLu.prenom
                   ,:IncidentLu.codePostal
                   ,:IncidentLu.Ville
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finIncidents
           else
               if codeCompte of IncidentLu <> CompteIncidentCourant
                   if CompteIncidentCourant > 0
                       perform FraisIncidents-DetailCompte
                   end-if
                   move codeCompte of IncidentLu to CompteIncidentCourant
                   move codeClient of IncidentLu to codeClient of ClientIncident
                   move nom of IncidentLu to nom of ClientIncident
                   move prenom of IncidentLu to prenom of ClientIncident
                   move codePostal of IncidentLu to codePostal of ClientIncident
                   move Ville of IncidentLu to Ville of ClientIncident
                   move 0 to TotalIncidentsCompte
               end-if
               add montant of IncidentLu to TotalIncidentsCompte
               move typeIncident of IncidentLu to typeIncident of IncidentFrais
               perform FraisIncident-Libelle
               move montantOperation of IncidentLu to StrMontantOperationInc
               move montant of IncidentLu to StrMontantIncident
               move spaces to LigneIncidents
               string
                   codeCompte of IncidentLu delimited by size
                   " | " delimited by size
                   dateIncident of IncidentLu delimited by size
                   " | " delimited by size
                   LibelleTypeIncident delimited by "  "
                   " | " delimited by size
                   StrMontantOperationInc delimited by size
                   " | " delimited by size
                   StrMontantIncident delimited by size
                   into LigneIncidents
               end-string
               write EnrFichierDetailFrais from LigneIncidents
           end-if.

      * Rupture de compte : total du compte et courrier au titulaire
      * (identite gardee dans ClientIncident au debut du compte).
       FraisIncidents-DetailCompte.
           move TotalIncidentsCompte to StrMontantIncident.
           move spaces to LigneIncidents.
           string
               "TOTAL COMPTE " delimited by size
               CompteIncidentCourant delimited by size
               " A PRELEVER : " delimited by size
               StrMontantIncident delimited by size
               into LigneIncidents
           end-string.
           write EnrFichierDetailFrais from LigneIncidents.
           add 1 to NbComptesInformes.
           if TotalIncidentsCompte > 0
               move CheminModeleFraisIncident to CheminFichierModele
               move "FRAISINC" to CourrierTypeEvenement
               move codeClient of ClientIncident to CourrierCodeClient
               move nom of ClientIncident to FusionNom
               move prenom of ClientIncident to FusionPrenom
               move spaces to FusionAdresse
               string
                   codePostal of ClientIncident delimited by "  "
                   " " delimited by size
                   Ville of ClientIncident delimited by "  "
                   into FusionAdresse
               end-string
               move CompteIncidentCourant to FusionCompte
               move StrMontantIncident to FusionMontant
               perform Courrier-PreparerDate
               perform Courrier-Emettre
           end-if.

       FraisIncident-Libelle.
           evaluate typeIncident of IncidentFrais
               when "CI" move "COMMISSION D'INTERVENTION" to LibelleTypeIncident
               when "RP" move "REJET DE PRELEVEMENT" to LibelleTypeIncident
               when "RC" move "REJET DE CHEQUE" to LibelleTypeIncident
               when "LD" move "LETTRE DE DECOUVERT" to LibelleTypeIncident
               when other move "INCIDENT" to LibelleTypeIncident
           end-evaluate.

      * Prelevement unique par compte des frais communiques depuis au
      * moins DELAIINFOFRAIS jours ; un compte informe trop recemment
      * attend la passe suivante.
       FraisIncidents-Prelever.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               move 0 to NbComptesPreleves
               move 0 to NbComptesTropTot
               move 0 to finIncidents
               exec sql
                   DECLARE curIncidentsPrel CURSOR FOR
                       SELECT f.codeCompte, c.codeDevise,
                              SUM(f.montant), MAX(f.dateInformation)
                       FROM dbo.FraisIncident f
                       JOIN dbo.Compte c ON c.codeCompte = f.codeCompte
                       WHERE f.moisIncident = :MoisIncidentsTraite
                           AND f.statutFrais = 'I'
                       GROUP BY f.codeCompte, c.codeDevise
                       ORDER BY f.codeCompte
               end-exec
               exec sql
                   OPEN curIncidentsPrel
               end-exec
               perform FraisIncidents-PreleverLigne until finIncidents = 1
               exec sql
                   CLOSE curIncidentsPrel
               end-exec
               display "Comptes preleves ............. : " line 21 col 1
               display NbComptesPreleves line 21 col 34
               display "Detail trop recent, reportes . : " line 22 col 1
               display NbComptesTropTot line 22 col 34
           end-if.

       FraisIncidents-PreleverLigne.
           exec sql
               FETCH curIncidentsPrel into
                   :IncidentLu.codeCompte
                   ,:IncidentLu.codeDevise
                   ,:TotalIncidentsCompte
                   ,:IncidentLu.dateInformation
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finIncidents
           else
               move dateInformation of IncidentLu to DateTravailCal
               move DateComptableNum to DateFinCal
               perform Calendrier-JoursEntre
               if NbJoursEntre < DelaiInfoFrais
                   add 1 to NbComptesTropTot
               else
                   perform FraisIncidents-Debiter
               end-if
           end-if.

       FraisIncidents-Debiter.
           if TotalIncidentsCompte > 0
               move codeCompte of IncidentLu to codeCompte of Mouvement
               move DateComptableNum to dateMouvement of Mouvement
               move spaces to SaisieLibelle
               string
                   "FRAIS INCIDENTS " delimited by size
                   MoisIncidentsTraite delimited by size
                   into SaisieLibelle
               end-string
               move SaisieLibelle to libelle of Mouvement
               move TotalIncidentsCompte to montant of Mouvement
               move "D" to sens of Mouvement
               move codeDevise of IncidentLu to codeDevise of Mouvement
               move DateComptableNum to dateValeur of Mouvement
               move "C" to statutMouvement of Mouvement
               perform Mouvement-Comptabiliser
               add 1 to NbComptesPreleves
           end-if.
           exec sql
               UPDATE dbo.FraisIncident SET
                   statutFrais = 'F'
                   ,dateFacturation = :DateComptableNum
               WHERE codeCompte = :IncidentLu.codeCompte
                   AND moisIncident = :MoisIncidentsTraite
                   AND statutFrais = 'I'
           end-exec.

      * Frais par lettre de correction RIB (bareme dbo.BaremeFrais) :
      * preleve sur le compte corrige au moment ou la lettre part,
      * uniquement si le compte est encore ouvert et si son type porte
      * un tarif.
       LettresCorrectionsRIB-Frais.
           move 0 to FraisCorrectionApplique.
           move spaces to DeviseFraisCorrection.
           move 0 to CodeCompteFraisCorrection.
           exec sql
               SELECT ISNULL(b.fraisCorrectionRIB,0), c.codeDevise,
                      c.codeCompte
                   INTO :FraisCorrectionApplique, :DeviseFraisCorrection,
                        :CodeCompteFraisCorrection
               FROM dbo.Compte c
               LEFT JOIN dbo.BaremeFrais b ON b.typeCompte = c.typeCompte
               WHERE c.codeCompte = :CorrectionLue.codeCompte
                   AND c.statutCompte = 'O'
           end-exec.
           if SQLCODE = 0 and FraisCorrectionApplique > 0
               move CodeCompteFraisCorrection to codeCompte of Mouvement
               move DateComptableNum to dateMouvement of Mouvement
               move "FRAIS LETTRE CORRECTION RIB" to SaisieLibelle
               move SaisieLibelle to libelle of Mouvement
               move FraisCorrectionApplique to montant of Mouvement
               move "D" to sens of Mouvement
               move DeviseFraisCorrection to codeDevise of Mouvement
               move DateComptableNum to dateValeur of Mouvement
               move "C" to statutMouvement of Mouvement
               exec sql
                   INSERT INTO dbo.Mouvement
                       (codeCompte
                       ,dateMouvement
                       ,libelle
                       ,montant
                       ,sens
                       ,codeDevise
                       ,dateValeur
                       ,statutMouvement)
                   VALUES
                       (:Mouvement.codeCompte
                       ,:Mouvement.dateMouvement
                       ,:Mouvement.libelle
                       ,:Mouvement.montant
                       ,:Mouvement.sens
                       ,:Mouvement.codeDevise
                       ,:Mouvement.dateValeur
                       ,:Mouvement.statutMouvement)
               end-exec
               exec sql
                   UPDATE dbo.Compte
                       SET soldeDebiteur = soldeDebiteur
                           + :FraisCorrectionApplique
                   WHERE codeCompte = :Mouvement.codeCompte
               end-exec
           end-if.

      * Journalisation du credit d'interets dans dbo.Mouvement, a la
      * suite immediate de la mise a jour du solde par
      * CalculInterets-Compte.
       CalculInterets-Mouvement.
           move codeCompte of CompteInteret to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "INTERETS PERIODE " delimited by size
               DatePeriodeInteret delimited by size
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           move MontantInteret to montant of Mouvement.
           move "C" to sens of Mouvement.
           move codeDevise of CompteInteret to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           exec sql
               INSERT INTO dbo.Mouvement
                   (codeCompte
                   ,dateMouvement
                   ,libelle
                   ,montant
                   ,sens
                   ,codeDevise
                   ,dateValeur
                   ,statutMouvement)
               VALUES
                   (:Mouvement.codeCompte
                   ,:Mouvement.dateMouvement
                   ,:Mouvement.libelle
                   ,:Mouvement.montant
                   ,:Mouvement.sens
                   ,:Mouvement.codeDevise
                   ,:Mouvement.dateValeur
                   ,:Mouvement.statutMouvement)
           end-exec.

      **********************************
      * Etat fiscal annuel des interets verses - IFU (traitements 7)
      **********************************
      * Une ligne de detail par compte servi (cumul des mouvements
      * d'interets de l'annee, converti en euros), une ligne par
      * client a la rupture avec nom / prenom / adresse, et deux
      * totaux de controle independants (somme des lignes clients,
      * somme des lignes de detail) rapproches en fin d'etat.
       EtatFiscalIFU.
           move 0 to AnneeIFU.
           display "Annee a declarer (AAAA) : " line 2 col 1.
           accept AnneeIFU line 2 col 28 size 4.
           if AnneeIFU = 0
               display "Annee obligatoire, etat abandonne" line 24 col 1
           else
               compute DateDebutIFU = AnneeIFU * 10000 + 101
               compute DateFinIFU = AnneeIFU * 10000 + 1231
               perform EtatFiscalIFU-ini
               perform EtatFiscalIFU-trt until finIFU = 1
               perform EtatFiscalIFU-fin
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       EtatFiscalIFU-ini.
           open output FichierIFU.
           move 0 to finIFU.
           move 0 to NbClientsIFU.
           move 0 to NbSansTauxIFU.
           move 0 to TotalGeneralIFU.
           move 0 to TotalLignesIFU.
           move 0 to TotalClientIFU.
           move spaces to ClientIFUCourant.
           move spaces to LigneIFU.
           string
               "ETAT FISCAL ANNUEL DES INTERETS VERSES - ANNEE " delimited by size
               AnneeIFU delimited by size
               into LigneIFU
           end-string.
           write EnrFichierIFU from LigneIFU.
           move spaces to LigneIFU.
           write EnrFichierIFU from LigneIFU.
           move "  Compte | Devise | Interets | Equivalent EUR" to LigneIFU.
           write EnrFichierIFU from LigneIFU.
           exec sql
               DECLARE curIFU CURSOR FOR
                   SELECT cl.codeClient, cl.nom, cl.prenom,
                          ISNULL(cl.codePostal,''), ISNULL(cl.Ville,''),
                          m.codeCompte, m.codeDevise, SUM(m.montant),
                          1 + (SELECT COUNT(DISTINCT t2.codeClient)
                              FROM dbo.CompteTitulaire t2
                              WHERE t2.codeCompte = m.codeCompte
                                  AND t2.roleTitulaire = 'C'
                                  AND t2.codeClient <> c.codeClient
                                  AND t2.dateDebut <= :DateFinIFU
                                  AND (t2.dateFin = 0
                                      OR t2.dateFin >= :DateDebutIFU)),
                          CASE WHEN h.codeClient = c.codeClient
                              THEN 'T' ELSE 'C' END
                   FROM dbo.Mouvement m
                   JOIN dbo.Compte c ON c.codeCompte = m.codeCompte
                   JOIN (SELECT codeCompte, codeClient FROM dbo.Compte
                         UNION
                         SELECT codeCompte, codeClient
                         FROM dbo.CompteTitulaire
                         WHERE roleTitulaire = 'C'
                             AND dateDebut <= :DateFinIFU
                             AND (dateFin = 0 OR dateFin >= :DateDebutIFU)) h
                       ON h.codeCompte = m.codeCompte
                   JOIN dbo.Client cl ON cl.codeClient = h.codeClient
                   WHERE m.sens = 'C'
                       AND m.libelle LIKE 'INTERETS%'
                       AND m.dateMouvement >= :DateDebutIFU
                       AND m.dateMouvement <= :DateFinIFU
                   GROUP BY cl.codeClient, cl.nom, cl.prenom,
                            cl.codePostal, cl.Ville,
                            m.codeCompte, m.codeDevise,
                            c.codeClient, h.codeClient
                   ORDER BY cl.nom, cl.prenom, cl.codeClient, m.codeCompte
           end-exec.
           exec sql
               OPEN curIFU
           end-exec.

       EtatFiscalIFU-trt.
           exec sql
               FETCH curIFU into
                   :IFULu.codeClient
                   ,:IFULu.nom
                   ,:IFULu.prenom
                   ,:IFULu.codePostal
                   ,:IFULu.Ville
                   ,:IFULu.codeCompte
                   ,:IFULu.codeDevise
                   ,:IFULu.montant
                   ,:IFULu.nbTitulaires
                   ,:IFULu.roleIFU
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finIFU
               if ClientIFUCourant <> spaces
                   perform EtatFiscalIFU-LigneClient
               end-if
           else
               perform EtatFiscalIFU-Detail
           end-if.

       EtatFiscalIFU-Detail.
           if codeClient of IFULu <> ClientIFUCourant
               if ClientIFUCourant <> spaces
                   perform EtatFiscalIFU-LigneClient
               end-if
               move codeClient of IFULu to ClientIFUCourant
               move nom of IFULu to nom of IFUClientEnCours
               move prenom of IFULu to prenom of IFUClientEnCours
               move codePostal of IFULu to codePostal of IFUClientEnCours
               move Ville of IFULu to Ville of IFUClientEnCours
               move 0 to TotalClientIFU
           end-if.
      *    Compte joint : les interets sont repartis a parts egales
      *    entre les titulaires de l'annee (principal et co-titulaires,
      *    jamais les mandataires) ; chaque part est tronquee au
      *    centime et le titulaire principal recoit le reliquat, pour
      *    que la somme des parts redonne exactement les interets.
           move spaces to MentionJointIFU.
           if nbTitulaires of IFULu > 1
               divide montant of IFULu by nbTitulaires of IFULu
                   giving PartJointIFU
               if roleIFU of IFULu = "T"
                   compute PartJointIFU = montant of IFULu
                       - PartJointIFU * (nbTitulaires of IFULu - 1)
               end-if
               move PartJointIFU to montant of IFULu
               move spaces to MentionJointIFU
               string
                   " (JOINT 1/" delimited by size
                   nbTitulaires of IFULu delimited by size
                   ")" delimited by size
                   into MentionJointIFU
               end-string
           end-if.
      *    Conversion en euros au dernier taux connu de l'annee ; une
      *    devise sans taux sort signalee et reste hors des totaux.
           move spaces to MentionSansTaux.
           if codeDevise of IFULu = "EUR"
               move montant of IFULu to MontantEURIFU
           else
               move codeDevise of IFULu to DeviseLigne
               move 0 to TauxChangeDevise
               exec sql
                   SELECT TOP 1 taux INTO :TauxChangeDevise
                   FROM dbo.TauxChange
                   WHERE codeDevise = :DeviseLigne
                       AND dateTaux <= :DateFinIFU
                   ORDER BY dateTaux DESC
               end-exec
               if SQLCODE = 0 and TauxChangeDevise > 0
                   compute MontantEURIFU rounded =
                       montant of IFULu * TauxChangeDevise
               else
                   move 0 to MontantEURIFU
                   move " (SANS TAUX)" to MentionSansTaux
                   add 1 to NbSansTauxIFU
               end-if
           end-if.
           move MontantEURIFU to StrMontantIFU.
           move spaces to LigneIFU.
           string
               "  " delimited by size
               codeCompte of IFULu delimited by size
               " | " delimited by size
               codeDevise of IFULu delimited by size
               " | " delimited by size
               montant of IFULu delimited by size
               " | " delimited by size
               StrMontantIFU delimited by size
               MentionSansTaux delimited by size
               MentionJointIFU delimited by size
               into LigneIFU
           end-string.
           write EnrFichierIFU from LigneIFU.
           add MontantEURIFU to TotalClientIFU.
           add MontantEURIFU to TotalLignesIFU.

       EtatFiscalIFU-LigneClient.
           add 1 to NbClientsIFU.
           add TotalClientIFU to TotalGeneralIFU.
           move TotalClientIFU to StrMontantIFU.
           move spaces to LigneIFU.
           string
               "CLIENT : " delimited by size
               nom of IFUClientEnCours delimited by "  "
               " " delimited by size
               prenom of IFUClientEnCours delimited by "  "
               " - " delimited by size
               codePostal of IFUClientEnCours delimited by "  "
               " " delimited by size
               Ville of IFUClientEnCours delimited by "  "
               " - INTERETS EUR : " delimited by size
               StrMontantIFU delimited by size
               into LigneIFU
           end-string.
           write EnrFichierIFU from LigneIFU.
           move spaces to LigneIFU.
           write EnrFichierIFU from LigneIFU.

       EtatFiscalIFU-fin.
           exec sql
               CLOSE curIFU
           end-exec.
           move TotalGeneralIFU to StrMontantIFU.
           move spaces to LigneIFU.
           string
               "TOTAL GENERAL (lignes clients) : " delimited by size
               StrMontantIFU delimited by size
               "  CLIENTS : " delimited by size
               NbClientsIFU delimited by size
               into LigneIFU
           end-string.
           write EnrFichierIFU from LigneIFU.
           move TotalLignesIFU to StrMontantIFU.
           move spaces to LigneIFU.
           string
               "TOTAL DE CONTROLE (lignes de detail) : " delimited by size
               StrMontantIFU delimited by size
               into LigneIFU
           end-string.
           write EnrFichierIFU from LigneIFU.
           if TotalGeneralIFU = TotalLignesIFU
               move "CONTROLE : OK, les deux totaux concordent" to LigneIFU
           else
               move "CONTROLE : ECART entre totaux clients et detail !" to LigneIFU
           end-if.
           write EnrFichierIFU from LigneIFU.
           if NbSansTauxIFU > 0
               move spaces to LigneIFU
               string
                   "Lignes sans taux de change (hors totaux) : " delimited by size
                   NbSansTauxIFU delimited by size
                   into LigneIFU
               end-string
               write EnrFichierIFU from LigneIFU
           end-if.
           close FichierIFU.
           display "Etat IFU genere, clients : " line 24 col 1.
           display NbClientsIFU line 24 col 29.

      **********************************
      * Production de masse des releves annuels (traitements 8)
      **********************************
       ProductionReleves.
           move 0 to AnneeRelevesMasse.
           display "Annee des releves (AAAA, 0 = annee comptable) : " line 2 col 1.
           accept AnneeRelevesMasse line 2 col 50 size 4.
           if AnneeRelevesMasse = 0
               move AnneeComptable of DateComptable to AnneeRelevesMasse
           end-if.
           compute DateDebutReleve = AnneeRelevesMasse * 10000 + 101.
           compute DateFinReleve = AnneeRelevesMasse * 10000 + 1231.
           compute MoisDebutReleve = AnneeRelevesMasse * 100 + 1.
           compute MoisFinReleve = AnneeRelevesMasse * 100 + 12.
      *    Frais de releve papier : une seule facturation par annee,
      *    une reedition de la meme annee ne refacture rien.
           move 0 to DerniereAnneeReleves.
           move "RELEVESPERIODE" to EtatExploitCle.
           perform EtatExploitation-Lire.
           if EtatExploitTrouve = 1
                   and EtatExploitValeur(1:4) is numeric
               move EtatExploitValeur(1:4) to DerniereAnneeReleves
           end-if.
           if AnneeRelevesMasse > DerniereAnneeReleves
               move 1 to FraisRelevesAFacturer
           else
               move 0 to FraisRelevesAFacturer
               display "Frais de releve deja preleves pour cette annee, edition seule" line 5 col 1
           end-if.
      *    Journee arretee : l'edition (lecture seule) reste permise,
      *    mais les frais de releve, seule ecriture en base de la
      *    passe, sont bloques - meme interdit que la saisie et les
      *    passes de masse. L'annee n'est alors pas marquee facturee.
           if FraisRelevesAFacturer = 1
               move DateComptableNum to DateControleeArrete
               perform Journee-ControlerArretee
               if JourneeEstArretee = 1
                   move 0 to FraisRelevesAFacturer
                   display "Journee arretee : frais non preleves, edition seule" line 6 col 1
               end-if
           end-if.
           perform ProductionReleves-LireReprise.
           move "N" to ChoixRepriseMasse.
           if DernierClientTraite <> spaces
               display "Passe interrompue apres le client : " line 3 col 1
               display DernierClientTraite line 3 col 38
               display "Reprendre au client suivant [O] / recommencer [N] ? " line 4 col 1
               accept ChoixRepriseMasse line 4 col 55
               if ChoixRepriseMasse = "o"
                   move "O" to ChoixRepriseMasse
               end-if
           end-if.
           if ChoixRepriseMasse <> "O"
               move spaces to DernierClientTraite
               move 0 to NoReleveMasse
               move 0 to NbClientsMasse
               move 0 to NbPagesMasse
               move 0 to TotalControleMasse
           end-if.
           perform ProductionReleves-ini.
           perform ProductionReleves-trt until finClientMasse = 1.
           perform ProductionReleves-fin.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       ProductionReleves-LireReprise.
           move spaces to DernierClientTraite.
           move 0 to NoReleveMasse.
           move 0 to NbClientsMasse.
           move 0 to NbPagesMasse.
           move 0 to TotalControleMasse.
           open input FichierRepriseReleves.
           if RepriseRel-Status = 0
               read FichierRepriseReleves
                   at end move spaces to DernierClientTraite
                   not at end
                       move EnrFichierRepriseReleves(1:78) to RepriseRelEnr
                       move RepriseRelClient to DernierClientTraite
                       move RepriseRelNoReleve to NoReleveMasse
                       move RepriseRelNbClients to NbClientsMasse
                       move RepriseRelNbPages to NbPagesMasse
                       move RepriseRelTotal to TotalControleMasse
               end-read
               close FichierRepriseReleves
           end-if.

      * Ecrit apres CHAQUE client entierement edite : une interruption
      * reprend au client suivant, en ajout au spool deja produit.
       ProductionReleves-EcrireReprise.
           move DernierClientTraite to RepriseRelClient.
           move NoReleveMasse to RepriseRelNoReleve.
           move NbClientsMasse to RepriseRelNbClients.
           move NbPagesMasse to RepriseRelNbPages.
           move TotalControleMasse to RepriseRelTotal.
           open output FichierRepriseReleves.
           write EnrFichierRepriseReleves from RepriseRelEnr.
           close FichierRepriseReleves.

      * Chaque client recoit le releve des comptes dont il est
      * titulaire principal et de ceux dont il est co-titulaire sur
      * l'annee (dbo.CompteTitulaire) : un compte joint part ainsi a
      * chacun de ses titulaires.
      * Le chemin de FichierReleve est detourne vers le spool de masse
      * le temps de la passe : EditionReleveCompte-Mouvements-Liste et
      * ses ecritures servent tels quels.
       ProductionReleves-ini.
           move CheminFichierReleve to CheminReleveSauve.
           move CheminFichierReleveMasse to CheminFichierReleve.
           if ChoixRepriseMasse = "O"
               open extend FichierReleve
           else
               open output FichierReleve
           end-if.
           move 0 to finClientMasse.
           exec sql
               DECLARE curClientsMasse CURSOR FOR
                   SELECT codeClient, nom, prenom,
                          ISNULL(codePostal,''), ISNULL(Ville,'')
                   FROM dbo.Client
                   WHERE codeClient > :DernierClientTraite
                   ORDER BY codeClient
           end-exec.
           exec sql
               OPEN curClientsMasse
           end-exec.

       ProductionReleves-trt.
           exec sql
               FETCH curClientsMasse into
                   :ClientMasseLu.codeClient
                   ,:ClientMasseLu.nom
                   ,:ClientMasseLu.prenom
                   ,:ClientMasseLu.codePostal
                   ,:ClientMasseLu.Ville
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finClientMasse
           else
               perform ProductionReleves-Client
           end-if.

       ProductionReleves-Client.
           add 1 to NoReleveMasse.
           add 1 to NbClientsMasse.
           move 6 to LignesReleveClient.
      *    Saut de page du spool : chaque releve commence en haut de
      *    page a l'impression.
           write EnrFichierReleve from SautDePage.
           move all "=" to LigneReleve.
           write EnrFichierReleve from LigneReleve(1:72).
           move spaces to LigneReleve.
           string
               "RELEVE NO " delimited by size
               NoReleveMasse delimited by size
               " - ANNEE " delimited by size
               AnneeRelevesMasse delimited by size
               into LigneReleve
           end-string.
           write EnrFichierReleve from LigneReleve.
           move spaces to LigneReleve.
           string
               nom of ClientMasseLu delimited by "  "
               " " delimited by size
               prenom of ClientMasseLu delimited by "  "
               " - " delimited by size
               codePostal of ClientMasseLu delimited by "  "
               " " delimited by size
               Ville of ClientMasseLu delimited by "  "
               into LigneReleve
           end-string.
           write EnrFichierReleve from LigneReleve.
           move spaces to LigneReleve.
           write EnrFichierReleve from LigneReleve.
           perform ProductionReleves-Comptes.
      *    Une page par tranche entamee de 60 lignes editees.
           compute PagesReleveClient = (LignesReleveClient + 59) / 60.
           add PagesReleveClient to NbPagesMasse.
           move codeClient of ClientMasseLu to DernierClientTraite.
           perform ProductionReleves-EcrireReprise.

       ProductionReleves-Comptes.
           move 0 to finCompteMasse.
           exec sql
               DECLARE curComptesMasse CURSOR FOR
                   SELECT c.codeCompte, c.codeBanque, c.codeGuichet,
                          c.racineCompte, c.typeCompte, c.cleRib,
                          c.soldeDebiteur, c.soldeCrediteur, c.codeDevise,
                          c.statutCompte, ISNULL(b.fraisReleve,0),
                          CASE WHEN c.codeClient = :ClientMasseLu.codeClient
                              THEN 'T' ELSE 'C' END
                   FROM dbo.Compte c
                   LEFT JOIN dbo.BaremeFrais b
                       ON b.typeCompte = c.typeCompte
                   WHERE c.codeClient = :ClientMasseLu.codeClient
                       OR c.codeCompte IN
                           (SELECT t.codeCompte FROM dbo.CompteTitulaire t
                           WHERE t.codeClient = :ClientMasseLu.codeClient
                               AND t.roleTitulaire = 'C'
                               AND t.dateDebut <= :DateFinReleve
                               AND (t.dateFin = 0
                                   OR t.dateFin >= :DateDebutReleve))
                   ORDER BY c.codeBanque, c.codeGuichet, c.racineCompte
           end-exec.
           exec sql
               OPEN curComptesMasse
           end-exec.
           perform ProductionReleves-Compte until finCompteMasse = 1.
           exec sql
               CLOSE curComptesMasse
           end-exec.

       ProductionReleves-Compte.
           exec sql
               FETCH curComptesMasse into
                   :CompteMasseLu.codeCompte
                   ,:CompteMasseLu.codeBanque
                   ,:CompteMasseLu.codeGuichet
                   ,:CompteMasseLu.racineCompte
                   ,:CompteMasseLu.typeCompte
                   ,:CompteMasseLu.cleRib
                   ,:CompteMasseLu.soldeDebiteur
                   ,:CompteMasseLu.soldeCrediteur
                   ,:CompteMasseLu.codeDevise
                   ,:CompteMasseLu.statutCompte
                   ,:CompteMasseLu.fraisReleve
                   ,:CompteMasseLu.roleReleve
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finCompteMasse
           else
               perform ProductionReleves-CompteLigne
           end-if.

       ProductionReleves-CompteLigne.
           move soldeDebiteur of CompteMasseLu to StrLigneDebitReleve.
           move soldeCrediteur of CompteMasseLu to StrLigneCreditReleve.
           move spaces to LigneReleve.
           string
               "Compte " delimited by size
               codeBanque of CompteMasseLu delimited by size
               " " delimited by size
               codeGuichet of CompteMasseLu delimited by size
               " " delimited by size
               racineCompte of CompteMasseLu delimited by size
               " " delimited by size
               typeCompte of CompteMasseLu delimited by size
               " cle " delimited by size
               cleRib of CompteMasseLu delimited by size
               " | " delimited by size
               StrLigneDebitReleve delimited by size
               " | " delimited by size
               StrLigneCreditReleve delimited by size
               " " delimited by size
               codeDevise of CompteMasseLu delimited by size
               into LigneReleve
           end-string.
      *    Un compte joint est edite pour chacun de ses titulaires ; le
      *    releve du co-titulaire le signale (les frais de releve, eux,
      *    ne sont passes qu'une fois, cf. le controle par libelle).
           if roleReleve of CompteMasseLu = "C"
               move "(compte joint, co-titulaire)" to LigneReleve(82:28)
           end-if.
           write EnrFichierReleve from LigneReleve.
           add 1 to LignesReleveClient.
           add soldeDebiteur of CompteMasseLu to TotalControleMasse.
           add soldeCrediteur of CompteMasseLu to TotalControleMasse.
           move codeCompte of CompteMasseLu to CodeCompteMouvement.
           perform EditionReleveCompte-Mouvements-Liste.
           add NbMouvementReleve to LignesReleveClient.
           add 1 to LignesReleveClient.
           perform ProductionReleves-FraisIncidents.
      *    Frais de releve papier du bareme, preleve sur les comptes
      *    encore ouverts (cf. dbo.BaremeFrais), si l'annee n'a pas
      *    deja ete facturee.
           if FraisRelevesAFacturer = 1
                   and statutCompte of CompteMasseLu = "O"
                   and fraisReleve of CompteMasseLu > 0
               perform ProductionReleves-FraisReleve
           end-if.

      * Recapitulatif des frais d'incidents preleves sur l'annee, par
      * type d'incident.
       ProductionReleves-FraisIncidents.
           move 0 to finIncidents.
           exec sql
               DECLARE curIncidentsReleve CURSOR FOR
                   SELECT typeIncident, COUNT(*), SUM(montant)
                   FROM dbo.FraisIncident
                   WHERE codeCompte = :CompteMasseLu.codeCompte
                       AND statutFrais = 'F'
                       AND moisIncident >= :MoisDebutReleve
                       AND moisIncident <= :MoisFinReleve
                   GROUP BY typeIncident
                   ORDER BY typeIncident
           end-exec.
           exec sql
               OPEN curIncidentsReleve
           end-exec.
           perform ProductionReleves-FraisIncidentLigne
               until finIncidents = 1.
           exec sql
               CLOSE curIncidentsReleve
           end-exec.

       ProductionReleves-FraisIncidentLigne.
           exec sql
               FETCH curIncidentsReleve into
                   :IncidentLu.typeIncident
                   ,:IncidentLu.nbIncidents
                   ,:TotalIncidentsCompte
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finIncidents
           else
               move typeIncident of IncidentLu to typeIncident of IncidentFrais
               perform FraisIncident-Libelle
               move TotalIncidentsCompte to StrMontantIncident
               move spaces to LigneReleve
               string
                   "  Frais d'incidents : " delimited by size
                   LibelleTypeIncident delimited by "  "
                   " x " delimited by size
                   nbIncidents of IncidentLu delimited by size
                   " : " delimited by size
                   StrMontantIncident delimited by size
                   into LigneReleve
               end-string
               write EnrFichierReleve from LigneReleve
               add 1 to LignesReleveClient
           end-if.

      * Le libelle porte le millesime : c'est lui qui reconnait, sur
      * une reprise, un compte deja debite avant l'incident (le point
      * de reprise ne memorise que les clients entierement edites, le
      * client interrompu est rejoue en entier).
       ProductionReleves-FraisReleve.
           move spaces to LibelleFraisAnnee.
           string
               "FRAIS RELEVE PAPIER " delimited by size
               AnneeRelevesMasse delimited by size
               into LibelleFraisAnnee
           end-string.
           move 0 to NbFraisDejaPreleves.
           exec sql
               SELECT COUNT(*) INTO :NbFraisDejaPreleves
               FROM dbo.Mouvement
               WHERE codeCompte = :CompteMasseLu.codeCompte
                   AND libelle LIKE RTRIM(:LibelleFraisAnnee) + '%'
           end-exec.
           if NbFraisDejaPreleves = 0
               perform ProductionReleves-FraisReleve-Passer
           end-if.

       ProductionReleves-FraisReleve-Passer.
           move codeCompte of CompteMasseLu to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move LibelleFraisAnnee to SaisieLibelle.
           move SaisieLibelle to libelle of Mouvement.
           move fraisReleve of CompteMasseLu to montant of Mouvement.
           move "D" to sens of Mouvement.
           move codeDevise of CompteMasseLu to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           exec sql
               INSERT INTO dbo.Mouvement
                   (codeCompte
                   ,dateMouvement
                   ,libelle
                   ,montant
                   ,sens
                   ,codeDevise
                   ,dateValeur
                   ,statutMouvement)
               VALUES
                   (:Mouvement.codeCompte
                   ,:Mouvement.dateMouvement
                   ,:Mouvement.libelle
                   ,:Mouvement.montant
                   ,:Mouvement.sens
                   ,:Mouvement.codeDevise
                   ,:Mouvement.dateValeur
                   ,:Mouvement.statutMouvement)
           end-exec.
           exec sql
               UPDATE dbo.Compte
                   SET soldeDebiteur = soldeDebiteur + :Mouvement.montant
               WHERE codeCompte = :Mouvement.codeCompte
           end-exec.

       ProductionReleves-fin.
           exec sql
               CLOSE curClientsMasse
           end-exec.
           move TotalControleMasse to StrTotalControleMasse.
           write EnrFichierReleve from SautDePage.
           move all "=" to LigneReleve.
           write EnrFichierReleve from LigneReleve(1:72).
           move spaces to LigneReleve.
           string
               "FIN DE PASSE - CLIENTS : " delimited by size
               NbClientsMasse delimited by size
               "  PAGES : " delimited by size
               NbPagesMasse delimited by size
               "  RELEVES : " delimited by size
               NoReleveMasse delimited by size
               into LigneReleve
           end-string.
           write EnrFichierReleve from LigneReleve.
           move spaces to LigneReleve.
           string
               "TOTAL DE CONTROLE DES SOLDES EDITES (somme brute, toutes devises) : " delimited by size
               StrTotalControleMasse delimited by size
               into LigneReleve
           end-string.
           write EnrFichierReleve from LigneReleve.
           close FichierReleve.
           move CheminReleveSauve to CheminFichierReleve.
      *    Passe menee au bout : le point de reprise est efface, et
      *    l'annee est marquee facturee pour que toute reedition reste
      *    une edition seule.
           move spaces to DernierClientTraite.
           move spaces to RepriseRelEnr.
           open output FichierRepriseReleves.
           close FichierRepriseReleves.
           if FraisRelevesAFacturer = 1
               move "RELEVESPERIODE" to EtatExploitCle
               move spaces to EtatExploitValeur
               move AnneeRelevesMasse to EtatExploitValeur(1:4)
               perform EtatExploitation-Ecrire
           end-if.
           display "Production terminee, clients / pages : " line 24 col 1.
           display NbClientsMasse line 24 col 41.
           display NbPagesMasse line 24 col 51.

      **********************************
      * Calendrier des jours ouvres et feries (parametrage 3)
      **********************************
      * Entretien de dbo.Calendrier : un jour ferie (F) ou de
      * fermeture (X) par ligne, avec son libelle.
       GestionCalendrier.
           move space to ChoixCalendrier.
           perform GestionCalendrier-Trt until ChoixCalendrier = "Q".

       GestionCalendrier-Trt.
           display "Action [A]jout / [M]odif / [S]uppression / [Q]uitter : " line 1 col 1.
           accept ChoixCalendrier line 1 col 58.
           if ChoixCalendrier = "a" move "A" to ChoixCalendrier end-if.
           if ChoixCalendrier = "m" move "M" to ChoixCalendrier end-if.
           if ChoixCalendrier = "s" move "S" to ChoixCalendrier end-if.
           if ChoixCalendrier = "q" move "Q" to ChoixCalendrier end-if.
           evaluate ChoixCalendrier
               when "A" perform GestionCalendrier-Ajout
               when "M" perform GestionCalendrier-Modif
               when "S" perform GestionCalendrier-Suppression
           end-evaluate.

       GestionCalendrier-Saisie.
           move 0 to dateJour of SaisieCalendrier.
           display "Date (AAAAMMJJ) ............. : " line 2 col 1.
           accept dateJour of SaisieCalendrier line 2 col 34 size 8.

       GestionCalendrier-Champs.
           move space to typeJour of SaisieCalendrier.
           display "Type [F]erie / fermeture [X]  : " line 3 col 1.
           accept typeJour of SaisieCalendrier line 3 col 34.
           if typeJour of SaisieCalendrier = "f"
               move "F" to typeJour of SaisieCalendrier end-if.
           if typeJour of SaisieCalendrier = "x"
               move "X" to typeJour of SaisieCalendrier end-if.
           if typeJour of SaisieCalendrier <> "X"
               move "F" to typeJour of SaisieCalendrier
           end-if.
           move spaces to libelle of SaisieCalendrier.
           display "Libelle ..................... : " line 4 col 1.
           accept libelle of SaisieCalendrier line 4 col 34 size 30.

       GestionCalendrier-Ajout.
           perform GestionCalendrier-Saisie.
           perform GestionCalendrier-Champs.
           exec sql
               INSERT INTO dbo.Calendrier (dateJour, typeJour, libelle)
               VALUES (:SaisieCalendrier.dateJour
                      ,:SaisieCalendrier.typeJour
                      ,:SaisieCalendrier.libelle)
           end-exec.

       GestionCalendrier-Modif.
           perform GestionCalendrier-Saisie.
           perform GestionCalendrier-Champs.
           exec sql
               UPDATE dbo.Calendrier SET
                   typeJour = :SaisieCalendrier.typeJour
                   ,libelle = :SaisieCalendrier.libelle
               WHERE dateJour = :SaisieCalendrier.dateJour
           end-exec.

       GestionCalendrier-Suppression.
           perform GestionCalendrier-Saisie.
           exec sql
               DELETE FROM dbo.Calendrier
               WHERE dateJour = :SaisieCalendrier.dateJour
           end-exec.

      * Jour de semaine par la congruence de Zeller (janvier et
      * fevrier comptent comme 13e et 14e mois de l'annee precedente) :
      * JourSemaineCal = 0 samedi, 1 dimanche, 2 lundi ... 6 vendredi.
      * Les divisions entieres sont faites pas a pas : au sein d'un
      * COMPUTE global elles garderaient leurs decimales.
       Date-JourSemaine.
           move MoisCal to ZellerMois.
           move AnneeCal to ZellerAnnee.
           if ZellerMois < 3
               add 12 to ZellerMois
               subtract 1 from ZellerAnnee
           end-if.
           divide ZellerAnnee by 100
               giving ZellerSiecle remainder ZellerAnneeSiecle.
           compute ZellerTerme = (13 * (ZellerMois + 1)) / 5.
           compute ZellerQuart1 = ZellerAnneeSiecle / 4.
           compute ZellerQuart2 = ZellerSiecle / 4.
           compute ZellerH = JourCal + ZellerTerme + ZellerAnneeSiecle
               + ZellerQuart1 + ZellerQuart2 + 5 * ZellerSiecle.
           divide ZellerH by 7 giving div remainder JourSemaineCal.

      * Un jour est ouvre s'il n'est ni samedi ni dimanche ni porte au
      * calendrier des feries / fermetures.
       Calendrier-EstOuvre.
           move 0 to JourOuvreCal.
           perform Date-JourSemaine.
           if JourSemaineCal <> 0 and JourSemaineCal <> 1
               move 0 to NbFeriesTrouves
               exec sql
                   SELECT COUNT(*) INTO :NbFeriesTrouves
                   FROM dbo.Calendrier
                   WHERE dateJour = :DateTravailCal
               end-exec
               if NbFeriesTrouves = 0
                   move 1 to JourOuvreCal
               end-if
           end-if.

       Date-DernierJourMois.
           evaluate MoisCal
               when 01 when 03 when 05 when 07 when 08 when 10 when 12
                   move 31 to DernierJourMoisCal
               when 04 when 06 when 09 when 11
                   move 30 to DernierJourMoisCal
               when other
                   perform Date-Bissextile
                   if AnneeBissextileCal = 1
                       move 29 to DernierJourMoisCal
                   else
                       move 28 to DernierJourMoisCal
                   end-if
           end-evaluate.

       Date-Bissextile.
           move 0 to AnneeBissextileCal.
           divide AnneeCal by 4 giving div remainder ResteBissextile.
           if ResteBissextile = 0
               move 1 to AnneeBissextileCal
               divide AnneeCal by 100 giving div remainder ResteBissextile
               if ResteBissextile = 0
                   divide AnneeCal by 400
                       giving div remainder ResteBissextile
                   if ResteBissextile <> 0
                       move 0 to AnneeBissextileCal
                   end-if
               end-if
           end-if.

       Date-JourSuivant.
           perform Date-DernierJourMois.
           if JourCal < DernierJourMoisCal
               add 1 to JourCal
           else
               move 1 to JourCal
               if MoisCal = 12
                   move 1 to MoisCal
                   add 1 to AnneeCal
               else
                   add 1 to MoisCal
               end-if
           end-if.

      * Avance DateTravailCal jusqu'au premier jour ouvre (la date de
      * depart convient si elle est deja ouvree) ; garde-fou a 366
      * jours contre un calendrier aberrant.
       Calendrier-ProchainJourOuvre.
           move 0 to GardeJoursCal.
           perform Calendrier-EstOuvre.
           perform Calendrier-AvancerJourOuvre
               until JourOuvreCal = 1 or GardeJoursCal > 366.

       Calendrier-AvancerJourOuvre.
           perform Date-JourSuivant.
           add 1 to GardeJoursCal.
           perform Calendrier-EstOuvre.

      * Nombre de jours calendaires de DateTravailCal (exclu) a
      * DateFinCal (inclus) ; zero si les bornes sont inversees.
       Calendrier-JoursEntre.
           move 0 to NbJoursEntre.
           perform Calendrier-JoursEntre-Pas
               until DateTravailCal >= DateFinCal
                   or NbJoursEntre > 36600.

       Calendrier-JoursEntre-Pas.
           perform Date-JourSuivant.
           add 1 to NbJoursEntre.

      **********************************
      * Moteur de courriers clients sur modeles
      **********************************
      * Fusionne le modele CheminFichierModele avec les zones de
      * CourrierFusion, ajoute la lettre au fichier cumulatif des
      * courriers et journalise l'emission dans dbo.JournalCourrier.
      * L'appelant renseigne CheminFichierModele, CourrierTypeEvenement,
      * CourrierCodeClient et CourrierFusion avant l'appel.
       Courrier-Emettre.
           if CheminFichierModele = spaces
               add 1 to NbModelesAbsents
           else
               open input FichierModele
               if Modele-Status <> 0
                   add 1 to NbModelesAbsents
               else
                   open extend FichierCourriers
                   move all "-" to LigneCourrier
                   write EnrFichierCourriers from LigneCourrier(1:72)
                   move spaces to LigneCourrier
                   string
                       "COURRIER " delimited by size
                       CourrierTypeEvenement delimited by size
                       " DU " delimited by size
                       FusionDate delimited by size
                       into LigneCourrier
                   end-string
                   write EnrFichierCourriers from LigneCourrier
                   move 0 to finModele
                   perform Courrier-LigneModele until finModele = 1
                   close FichierCourriers
                   close FichierModele
                   perform Courrier-Journaliser
                   add 1 to NbCourriersEmis
               end-if
           end-if.

       Courrier-LigneModele.
           read FichierModele
               at end move 1 to finModele
               not at end
                   move EnrFichierModele to LigneModele
                   perform Courrier-Substituer
                   write EnrFichierCourriers from LigneModele
           end-read.

      * Remplace toutes les occurrences de chaque variable de fusion.
       Courrier-Substituer.
           perform Courrier-SubPrenom.
           perform Courrier-SubNom.
           perform Courrier-SubAdresse.
           perform Courrier-SubCompte.
           perform Courrier-SubMontant.
           perform Courrier-SubDate.

       Courrier-SubNom.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&NOM".
           perform Courrier-SubNom-Pas until NbOccSub = 0.

       Courrier-SubNom-Pas.
           move FusionNom to ValeurFusionCourante.
           move 1 to PtrUnstring.
           unstring LigneModele delimited by "&NOM"
               into PartAvant count in LongAvant
               with pointer PtrUnstring
           end-unstring.
           perform Courrier-Reconstruire.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&NOM".

       Courrier-SubPrenom.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&PRENOM".
           perform Courrier-SubPrenom-Pas until NbOccSub = 0.

       Courrier-SubPrenom-Pas.
           move FusionPrenom to ValeurFusionCourante.
           move 1 to PtrUnstring.
           unstring LigneModele delimited by "&PRENOM"
               into PartAvant count in LongAvant
               with pointer PtrUnstring
           end-unstring.
           perform Courrier-Reconstruire.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&PRENOM".

       Courrier-SubAdresse.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&ADRESSE".
           perform Courrier-SubAdresse-Pas until NbOccSub = 0.

       Courrier-SubAdresse-Pas.
           move FusionAdresse to ValeurFusionCourante.
           move 1 to PtrUnstring.
           unstring LigneModele delimited by "&ADRESSE"
               into PartAvant count in LongAvant
               with pointer PtrUnstring
           end-unstring.
           perform Courrier-Reconstruire.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&ADRESSE".

       Courrier-SubCompte.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&COMPTE".
           perform Courrier-SubCompte-Pas until NbOccSub = 0.

       Courrier-SubCompte-Pas.
           move FusionCompte to ValeurFusionCourante.
           move 1 to PtrUnstring.
           unstring LigneModele delimited by "&COMPTE"
               into PartAvant count in LongAvant
               with pointer PtrUnstring
           end-unstring.
           perform Courrier-Reconstruire.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&COMPTE".

       Courrier-SubMontant.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&MONTANT".
           perform Courrier-SubMontant-Pas until NbOccSub = 0.

       Courrier-SubMontant-Pas.
           move FusionMontant to ValeurFusionCourante.
           move 1 to PtrUnstring.
           unstring LigneModele delimited by "&MONTANT"
               into PartAvant count in LongAvant
               with pointer PtrUnstring
           end-unstring.
           perform Courrier-Reconstruire.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&MONTANT".

       Courrier-SubDate.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&DATE".
           perform Courrier-SubDate-Pas until NbOccSub = 0.

       Courrier-SubDate-Pas.
           move FusionDate to ValeurFusionCourante.
           move 1 to PtrUnstring.
           unstring LigneModele delimited by "&DATE"
               into PartAvant count in LongAvant
               with pointer PtrUnstring
           end-unstring.
           perform Courrier-Reconstruire.
           move 0 to NbOccSub.
           inspect LigneModele tallying NbOccSub for all "&DATE".

      * Reconstruit LigneModele : texte avant le marqueur (repris sur
      * sa longueur exacte, LongAvant), valeur de fusion debarrassee
      * de ses espaces de droite, puis tout ce qui suit le marqueur
      * (repris par position : les occurrences suivantes restent dans
      * la ligne et seront traitees par la passe d'apres).
       Courrier-Reconstruire.
           if PtrUnstring > 255
               move 0 to LongApres
           else
               compute LongApres = 255 - PtrUnstring + 1
               move LigneModele(PtrUnstring:LongApres) to PartApres
           end-if.
           move spaces to LigneCourrier.
           move 1 to PointeurCourrier.
           if LongAvant > 0
               string PartAvant(1:LongAvant) delimited by size
                   into LigneCourrier with pointer PointeurCourrier
               end-string
           end-if.
           string ValeurFusionCourante delimited by "  "
               into LigneCourrier with pointer PointeurCourrier
           end-string.
           if LongApres > 0
               string PartApres(1:LongApres) delimited by size
                   into LigneCourrier with pointer PointeurCourrier
               end-string
           end-if.
           move LigneCourrier to LigneModele.

       Courrier-PreparerDate.
           move spaces to FusionDate.
           string
               JourComptable of DateComptable delimited by size
               "/" delimited by size
               MoisComptable of DateComptable delimited by size
               "/" delimited by size
               AnneeComptable of DateComptable delimited by size
               into FusionDate
           end-string.

       Courrier-Journaliser.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.JournalCourrier
                   (codeClient
                   ,typeCourrier
                   ,referenceCompte
                   ,dateEmission
                   ,heureEmission)
               VALUES
                   (:CourrierCodeClient
                   ,:CourrierTypeEvenement
                   ,:CourrierFusion.FusionCompte
                   ,:DateComptableNum
                   ,:AuditHeure)
           end-exec.

      * Lettre de cloture de compte, emise au fil de la cloture avec
      * l'identite deja a l'ecran.
       MajClient-ClotureCourrier.
           move CheminModeleCloture to CheminFichierModele.
           move "CLOTURE" to CourrierTypeEvenement.
           move codeClient of Client to CourrierCodeClient.
           move nom of Client to FusionNom.
           move prenom of Client to FusionPrenom.
           move spaces to FusionAdresse.
           string
               codePostal of Client delimited by "  "
               " " delimited by size
               Ville of Client delimited by "  "
               into FusionAdresse
           end-string.
           move spaces to FusionCompte.
           string
               CodeBanque of AncienCompte(IndexCompte) delimited by size
               " " delimited by size
               CodeGuichet of AncienCompte(IndexCompte) delimited by size
               " " delimited by size
               RacineCompte of AncienCompte(IndexCompte) delimited by size
               into FusionCompte
           end-string.
           move spaces to FusionMontant.
           perform Courrier-PreparerDate.
           perform Courrier-Emettre.

      * Journal des courriers emis pour le client (dossier client) :
      * tout ce que le moteur de courriers a envoye, date et type.
       DossierClient-Courriers.
           move 0 to NbCourriersDossier.
           move 0 to finCourrierJournal.
           move spaces to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "COURRIERS EMIS" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "Date | Heure | Type | Compte" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           exec sql
               DECLARE curCourriersDossier CURSOR FOR
                   SELECT typeCourrier, referenceCompte,
                          dateEmission, heureEmission
                   FROM dbo.JournalCourrier
                   WHERE codeClient = :CodeClientResolu
                   ORDER BY dateEmission, heureEmission
           end-exec.
           exec sql
               OPEN curCourriersDossier
           end-exec.
           perform DossierClient-CourrierLigne
               until finCourrierJournal = 1.
           exec sql
               CLOSE curCourriersDossier
           end-exec.
           if NbCourriersDossier = 0
               move "(aucun courrier emis pour ce client)" to LigneDossier
               write EnrFichierDossier from LigneDossier
           end-if.

       DossierClient-CourrierLigne.
           exec sql
               FETCH curCourriersDossier into
                   :CourrierJournalLu.typeCourrier
                   ,:CourrierJournalLu.referenceCompte
                   ,:CourrierJournalLu.dateEmission
                   ,:CourrierJournalLu.heureEmission
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finCourrierJournal
           else
               add 1 to NbCourriersDossier
               move spaces to LigneDossier
               string
                   dateEmission of CourrierJournalLu delimited by size
                   " | " delimited by size
                   heureEmission of CourrierJournalLu delimited by size
                   " | " delimited by size
                   typeCourrier of CourrierJournalLu delimited by size
                   " | " delimited by size
                   referenceCompte of CourrierJournalLu delimited by size
                   into LigneDossier
               end-string
               write EnrFichierDossier from LigneDossier
           end-if.

      **********************************
      * Cycle de vie des comptes dormants (traitements 9)
      **********************************
       TraitementDormance.
      *    Pas d'ecriture datee d'une journee arretee : marquage comme
      *    transfert n'ecrivent que des mouvements, des statuts et de
      *    l'audit dates de la journee courante (meme refus que la
      *    saisie et les passes de masse).
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               move space to ChoixDormance
               display "[M]arquage des dormants / [T]ransfert legal des avoirs : " line 1 col 1
               accept ChoixDormance line 1 col 60
               if ChoixDormance = "m" move "M" to ChoixDormance end-if
               if ChoixDormance = "t" move "T" to ChoixDormance end-if
               evaluate ChoixDormance
                   when "M" perform Dormance-Marquage
                   when "T"
                       perform Controle-ProfilSuperviseur
                       if ProfilAutorise = 1
                           perform Dormance-Transfert
                       end-if
               end-evaluate
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * Marquage : les comptes ouverts sans aucune ligne d'audit
      * depuis MoisDormance mois (memes criteres que la section 2 de
      * l'etat des exceptions) passent en statutCompte D, avec lettre
      * de notification au titulaire et trace DORMANCE dans l'audit.
      * Un compte deja D ne ressort plus l'an prochain.
       Dormance-Marquage.
           compute AnneeLimite = AnneeComptable of DateComptable.
           compute MoisLimite = MoisComptable of DateComptable - MoisDormance.
           perform ArchivageComptes-NormaliserMois until MoisLimite > 0.
           compute DateLimiteDormance = AnneeLimite * 10000
               + MoisLimite * 100 + JourComptable of DateComptable.
           open output FichierDormance.
           move spaces to LigneDormance.
           string
               "MARQUAGE DES COMPTES DORMANTS - SANS ACTIVITE DEPUIS LE " delimited by size
               DateLimiteDormance delimited by size
               into LigneDormance
           end-string.
           write EnrFichierDormance from LigneDormance.
           move "Banque | Guichet | Racine | Compte | Client" to LigneDormance.
           write EnrFichierDormance from LigneDormance.
           move 0 to finDormant.
           move 0 to NbComptesMarques.
           exec sql
               DECLARE curMarquage CURSOR FOR
                   SELECT c.codeCompte, c.codeBanque, c.codeGuichet,
                          c.racineCompte, c.typeCompte, c.codeDevise,
                          c.soldeDebiteur, c.soldeCrediteur, c.codeClient,
                          ISNULL(cl.nom,''), ISNULL(cl.prenom,''),
                          ISNULL(cl.codePostal,''), ISNULL(cl.Ville,'')
                   FROM dbo.Compte c
                   LEFT JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                   WHERE c.statutCompte = 'O'
                       AND NOT EXISTS (SELECT 1 FROM dbo.AuditClientCompte a
                           WHERE a.codeClient = c.codeClient
                               AND a.codeBanque = c.codeBanque
                               AND a.codeGuichet = c.codeGuichet
                               AND a.racineCompte = c.racineCompte
                               AND a.dateOperation >= :DateLimiteDormance)
                   ORDER BY c.codeBanque, c.codeGuichet, c.racineCompte
           end-exec.
           exec sql
               OPEN curMarquage
           end-exec.
           perform Dormance-Marquage-Ligne until finDormant = 1.
           exec sql
               CLOSE curMarquage
           end-exec.
           move spaces to LigneDormance.
           string
               "Comptes marques dormants : " delimited by size
               NbComptesMarques delimited by size
               into LigneDormance
           end-string.
           write EnrFichierDormance from LigneDormance.
           close FichierDormance.
           display "Comptes marques dormants : " line 24 col 1.
           display NbComptesMarques line 24 col 29.

       Dormance-Marquage-Ligne.
           exec sql
               FETCH curMarquage into
                   :DormantLu.codeCompte
                   ,:DormantLu.codeBanque
                   ,:DormantLu.codeGuichet
                   ,:DormantLu.racineCompte
                   ,:DormantLu.typeCompte
                   ,:DormantLu.codeDevise
                   ,:DormantLu.soldeDebiteur
                   ,:DormantLu.soldeCrediteur
                   ,:DormantLu.codeClient
                   ,:DormantLu.nomClient
                   ,:DormantLu.prenomClient
                   ,:DormantLu.codePostalClient
                   ,:DormantLu.VilleClient
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finDormant
           else
               perform Dormance-MarquerCompte
           end-if.

       Dormance-MarquerCompte.
           exec sql
               UPDATE dbo.Compte SET statutCompte = 'D'
               WHERE codeCompte = :DormantLu.codeCompte
           end-exec.
           add 1 to NbComptesMarques.
           move "O" to AuditAncienStatutCompte.
           move "D" to AuditNouveauStatutCompte.
           move "DORMANCE" to AuditOperation.
           perform Dormance-Audit.
           perform Dormance-Notifier.
           move spaces to LigneDormance.
           string
               codeBanque of DormantLu delimited by size
               " | " delimited by size
               codeGuichet of DormantLu delimited by size
               " | " delimited by size
               racineCompte of DormantLu delimited by size
               " | " delimited by size
               codeCompte of DormantLu delimited by size
               " | " delimited by size
               nomClient of DormantLu delimited by "  "
               into LigneDormance
           end-string.
           write EnrFichierDormance from LigneDormance.

      * Lettre de notification de mise en dormance (modele MODDORMANCE
      * du moteur de courriers).
       Dormance-Notifier.
           move CheminModeleDormance to CheminFichierModele.
           move "DORMANCE" to CourrierTypeEvenement.
           move codeClient of DormantLu to CourrierCodeClient.
           move nomClient of DormantLu to FusionNom.
           move prenomClient of DormantLu to FusionPrenom.
           move spaces to FusionAdresse.
           string
               codePostalClient of DormantLu delimited by "  "
               " " delimited by size
               VilleClient of DormantLu delimited by "  "
               into FusionAdresse
           end-string.
           move spaces to FusionCompte.
           string
               codeBanque of DormantLu delimited by size
               " " delimited by size
               codeGuichet of DormantLu delimited by size
               " " delimited by size
               racineCompte of DormantLu delimited by size
               into FusionCompte
           end-string.
           move spaces to FusionMontant.
           perform Courrier-PreparerDate.
           perform Courrier-Emettre.

      * Transfert legal : les comptes dormants (statut D) marques
      * depuis plus de AnsTransfertDormance annees (ligne d'audit
      * DORMANCE faisant foi) sont soldes par un mouvement de
      * transfert, copies dans dbo.CompteArchive (statut T) et retires
      * de dbo.Compte, chaque etape tracee dans l'audit.
       Dormance-Transfert.
           compute AnneeLimite = AnneeComptable of DateComptable
               - AnsTransfertDormance.
           compute DateLimiteTransfert = AnneeLimite * 10000
               + MoisComptable of DateComptable * 100
               + JourComptable of DateComptable.
           open output FichierDormance.
           move spaces to LigneDormance.
           string
               "TRANSFERT LEGAL DES AVOIRS DORMANTS - MARQUES AVANT LE " delimited by size
               DateLimiteTransfert delimited by size
               into LigneDormance
           end-string.
           write EnrFichierDormance from LigneDormance.
           move "Banque | Guichet | Racine | Compte | Client | Avoirs transferes" to LigneDormance.
           write EnrFichierDormance from LigneDormance.
           move 0 to finDormant.
           move 0 to NbComptesTransferes.
           exec sql
               DECLARE curTransfert CURSOR FOR
                   SELECT c.codeCompte, c.codeBanque, c.codeGuichet,
                          c.racineCompte, c.typeCompte, c.codeDevise,
                          c.soldeDebiteur, c.soldeCrediteur, c.codeClient,
                          ISNULL(cl.nom,''), ISNULL(cl.prenom,''),
                          ISNULL(cl.codePostal,''), ISNULL(cl.Ville,'')
                   FROM dbo.Compte c
                   LEFT JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                   WHERE c.statutCompte = 'D'
                       AND EXISTS (SELECT 1 FROM dbo.AuditClientCompte a
                           WHERE a.codeClient = c.codeClient
                               AND a.codeBanque = c.codeBanque
                               AND a.codeGuichet = c.codeGuichet
                               AND a.racineCompte = c.racineCompte
                               AND a.operation = 'DORMANCE'
                               AND a.dateOperation <= :DateLimiteTransfert)
                   ORDER BY c.codeBanque, c.codeGuichet, c.racineCompte
           end-exec.
           exec sql
               OPEN curTransfert
           end-exec.
           perform Dormance-Transfert-Ligne until finDormant = 1.
           exec sql
               CLOSE curTransfert
           end-exec.
           move spaces to LigneDormance.
           string
               "Comptes transferes : " delimited by size
               NbComptesTransferes delimited by size
               into LigneDormance
           end-string.
           write EnrFichierDormance from LigneDormance.
           close FichierDormance.
           display "Comptes transferes : " line 24 col 1.
           display NbComptesTransferes line 24 col 23.

       Dormance-Transfert-Ligne.
           exec sql
               FETCH curTransfert into
                   :DormantLu.codeCompte
                   ,:DormantLu.codeBanque
                   ,:DormantLu.codeGuichet
                   ,:DormantLu.racineCompte
                   ,:DormantLu.typeCompte
                   ,:DormantLu.codeDevise
                   ,:DormantLu.soldeDebiteur
                   ,:DormantLu.soldeCrediteur
                   ,:DormantLu.codeClient
                   ,:DormantLu.nomClient
                   ,:DormantLu.prenomClient
                   ,:DormantLu.codePostalClient
                   ,:DormantLu.VilleClient
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finDormant
           else
               perform Dormance-TransfererCompte
           end-if.

      * Le mouvement de transfert solde la position nette (debit d'un
      * compte crediteur, credit d'un compte debiteur), les soldes
      * sont egalises, puis le compte part en archive et quitte
      * dbo.Compte.
       Dormance-TransfererCompte.
           compute NetTransfert = soldeCrediteur of DormantLu
               - soldeDebiteur of DormantLu.
           if NetTransfert <> 0
               move codeCompte of DormantLu to codeCompte of Mouvement
               move DateComptableNum to dateMouvement of Mouvement
               move "TRANSFERT LEGAL AVOIRS DORMANTS" to SaisieLibelle
               move SaisieLibelle to libelle of Mouvement
               if NetTransfert > 0
                   move NetTransfert to MontantTransfert
                   move "D" to sens of Mouvement
               else
                   compute MontantTransfert = 0 - NetTransfert
                   move "C" to sens of Mouvement
               end-if
               move MontantTransfert to montant of Mouvement
               move codeDevise of DormantLu to codeDevise of Mouvement
               move DateComptableNum to dateValeur of Mouvement
               move "C" to statutMouvement of Mouvement
               exec sql
                   INSERT INTO dbo.Mouvement
                       (codeCompte
                       ,dateMouvement
                       ,libelle
                       ,montant
                       ,sens
                       ,codeDevise
                       ,dateValeur
                       ,statutMouvement)
                   VALUES
                       (:Mouvement.codeCompte
                       ,:Mouvement.dateMouvement
                       ,:Mouvement.libelle
                       ,:Mouvement.montant
                       ,:Mouvement.sens
                       ,:Mouvement.codeDevise
                       ,:Mouvement.dateValeur
                       ,:Mouvement.statutMouvement)
               end-exec
               if NetTransfert > 0
                   exec sql
                       UPDATE dbo.Compte
                           SET soldeDebiteur = soldeDebiteur
                               + :MontantTransfert
                       WHERE codeCompte = :DormantLu.codeCompte
                   end-exec
               else
                   exec sql
                       UPDATE dbo.Compte
                           SET soldeCrediteur = soldeCrediteur
                               + :MontantTransfert
                       WHERE codeCompte = :DormantLu.codeCompte
                   end-exec
               end-if
           end-if.
           exec sql
               INSERT INTO dbo.CompteArchive
                   (codeCompte
                   ,codeBanque
                   ,codeGuichet
                   ,racineCompte
                   ,typeCompte
                   ,cleRib
                   ,soldeDebiteur
                   ,soldeCrediteur
                   ,codeDevise
                   ,codeClient
                   ,statutCompte
                   ,IBAN
                   ,dateArchivage)
               SELECT codeCompte
                   ,codeBanque
                   ,codeGuichet
                   ,racineCompte
                   ,typeCompte
                   ,cleRib
                   ,soldeDebiteur
                   ,soldeCrediteur
                   ,codeDevise
                   ,codeClient
                   ,'T'
                   ,IBAN
                   ,:DateComptableNum
               FROM dbo.Compte
               WHERE codeCompte = :DormantLu.codeCompte
           end-exec.
           exec sql
               DELETE FROM dbo.Compte
               WHERE codeCompte = :DormantLu.codeCompte
           end-exec.
           add 1 to NbComptesTransferes.
           move "D" to AuditAncienStatutCompte.
           move "T" to AuditNouveauStatutCompte.
           move "TRANSFERT" to AuditOperation.
           perform Dormance-Audit.
           move NetTransfert to StrNetTransfert.
           move spaces to LigneDormance.
           string
               codeBanque of DormantLu delimited by size
               " | " delimited by size
               codeGuichet of DormantLu delimited by size
               " | " delimited by size
               racineCompte of DormantLu delimited by size
               " | " delimited by size
               codeCompte of DormantLu delimited by size
               " | " delimited by size
               nomClient of DormantLu delimited by "  "
               " | " delimited by size
               StrNetTransfert delimited by size
               " " delimited by size
               codeDevise of DormantLu delimited by size
               into LigneDormance
           end-string.
           write EnrFichierDormance from LigneDormance.

      * Trace d'audit des etapes du cycle de dormance, alimentee
      * depuis DormantLu (AuditOperation et les statuts avant / apres
      * sont poses par l'appelant).
       Dormance-Audit.
           move codeBanque of DormantLu to AuditCodeBanque.
           move codeGuichet of DormantLu to AuditCodeGuichet.
           move racineCompte of DormantLu to AuditRacineCompte.
           move soldeDebiteur of DormantLu to AuditAncienDebit.
           move soldeDebiteur of DormantLu to AuditNouveauDebit.
           move soldeCrediteur of DormantLu to AuditAncienCredit.
           move soldeCrediteur of DormantLu to AuditNouveauCredit.
           move typeCompte of DormantLu to AuditAncienTypeCompte.
           move typeCompte of DormantLu to AuditNouveauTypeCompte.
           move spaces to AuditAncienCleRib.
           move spaces to AuditNouveauCleRib.
           move DateComptableNum to AuditDateHeure.
           accept AuditHeure from time.
           move codeClient of DormantLu to AuditCodeClient.
           exec sql
               INSERT INTO dbo.AuditClientCompte
                   (codeClient
                   ,codeBanque
                   ,codeGuichet
                   ,racineCompte
                   ,ancienDebit
                   ,ancienCredit
                   ,nouveauDebit
                   ,nouveauCredit
                   ,ancienTypeCompte
                   ,nouveauTypeCompte
                   ,ancienCleRib
                   ,nouveauCleRib
                   ,ancienStatutCompte
                   ,nouveauStatutCompte
                   ,operation
                   ,operateur
                   ,dateOperation
                   ,heureOperation)
               VALUES
                   (:AuditCodeClient
                   ,:AuditCodeBanque
                   ,:AuditCodeGuichet
                   ,:AuditRacineCompte
                   ,:AuditAncienDebit
                   ,:AuditAncienCredit
                   ,:AuditNouveauDebit
                   ,:AuditNouveauCredit
                   ,:AuditAncienTypeCompte
                   ,:AuditNouveauTypeCompte
                   ,:AuditAncienCleRib
                   ,:AuditNouveauCleRib
                   ,:AuditAncienStatutCompte
                   ,:AuditNouveauStatutCompte
                   ,:AuditOperation
                   ,:AuditOperateur
                   ,:AuditDateHeure
                   ,:AuditHeure)
           end-exec.

      **********************************
      * Administration des operateurs (parametrage 4)
      **********************************
      * Reservee au profil superviseur (controle fait par l'appelant).
      * Les operateurs ne se suppriment jamais : on les desactive
      * (actif = N), leurs lignes d'audit doivent rester rattachables.
       AdministrationOperateurs.
           move space to ChoixAdminOperateur.
           perform AdministrationOperateurs-Trt
               until ChoixAdminOperateur = "Q".

       AdministrationOperateurs-Trt.
           display "[C]reer [D]esactiver [R]eactiver [M]dp [L]ister [J]ournal [Q]uitter : " line 1 col 1.
           accept ChoixAdminOperateur line 1 col 72.
           if ChoixAdminOperateur = "c" move "C" to ChoixAdminOperateur end-if.
           if ChoixAdminOperateur = "d" move "D" to ChoixAdminOperateur end-if.
           if ChoixAdminOperateur = "r" move "R" to ChoixAdminOperateur end-if.
           if ChoixAdminOperateur = "m" move "M" to ChoixAdminOperateur end-if.
           if ChoixAdminOperateur = "l" move "L" to ChoixAdminOperateur end-if.
           if ChoixAdminOperateur = "j" move "J" to ChoixAdminOperateur end-if.
           if ChoixAdminOperateur = "q" move "Q" to ChoixAdminOperateur end-if.
           evaluate ChoixAdminOperateur
               when "C" perform AdminOperateur-Creer
               when "D" perform AdminOperateur-Desactiver
               when "R" perform AdminOperateur-Reactiver
               when "M" perform AdminOperateur-ResetMotDePasse
               when "L" perform AdminOperateur-Lister
               when "J" perform AdminOperateur-Journal
           end-evaluate.

       AdminOperateur-Saisie.
           move spaces to codeOperateur of SaisieOperateur.
           display "Code operateur .............. : " line 2 col 1.
           accept codeOperateur of SaisieOperateur line 2 col 34 size 20.

      * Creation : mot de passe initial a changer obligatoirement a la
      * premiere connexion (doitChanger = O).
       AdminOperateur-Creer.
           perform AdminOperateur-Saisie.
           move spaces to nomOperateur of SaisieOperateur.
           display "Nom de l'operateur .......... : " line 3 col 1.
           accept nomOperateur of SaisieOperateur line 3 col 34 size 40.
           move space to profil of SaisieOperateur.
           display "Profil [S]uperviseur/[O]per.  : " line 4 col 1.
           accept profil of SaisieOperateur line 4 col 34.
           if profil of SaisieOperateur = "s"
               move "S" to profil of SaisieOperateur end-if.
           if profil of SaisieOperateur <> "S"
               move "O" to profil of SaisieOperateur
           end-if.
           move spaces to motDePasse of SaisieOperateur.
           display "Mot de passe initial ........ : " line 5 col 1.
           accept motDePasse of SaisieOperateur line 5 col 34 size 20 with no-echo.
      *    Seule l'empreinte salee part en base, jamais le clair.
           perform Connexion-GenererSel.
           move motDePasse of SaisieOperateur to MotDePasseClair.
           perform MotDePasse-Hacher.
           perform Connexion-CalculerExpiration.
           exec sql
               INSERT INTO dbo.Operateur
                   (codeOperateur
                   ,nomOperateur
                   ,profil
                   ,motDePasse
                   ,motDePasseHache
                   ,selMotDePasse
                   ,actif
                   ,doitChanger
                   ,dateExpiration
                   ,nbEchecs
                   ,verrouille
                   ,derniereConnexion)
               VALUES
                   (RTRIM(:SaisieOperateur.codeOperateur)
                   ,:SaisieOperateur.nomOperateur
                   ,:SaisieOperateur.profil
                   ,'*'
                   ,:EmpreinteCalculee
                   ,:SelOperateur
                   ,'O'
                   ,'O'
                   ,:DateExpirationCalc
                   ,0
                   ,'N'
                   ,0)
           end-exec.
           display "Operateur cree (changement de mot de passe impose)." line 24 col 1.

       AdminOperateur-Desactiver.
           perform AdminOperateur-Saisie.
           exec sql
               UPDATE dbo.Operateur SET actif = 'N'
               WHERE codeOperateur = RTRIM(:SaisieOperateur.codeOperateur)
           end-exec.
           if SQLCODE = 0
               display "Operateur desactive." line 24 col 1
           else
               display "Operateur introuvable." line 24 col 1
           end-if.

      * La reactivation leve aussi le verrouillage sur echecs et
      * rearme le compteur.
       AdminOperateur-Reactiver.
           perform AdminOperateur-Saisie.
           exec sql
               UPDATE dbo.Operateur SET
                   actif = 'O'
                   ,verrouille = 'N'
                   ,nbEchecs = 0
               WHERE codeOperateur = RTRIM(:SaisieOperateur.codeOperateur)
           end-exec.
           if SQLCODE = 0
               display "Operateur reactive." line 24 col 1
           else
               display "Operateur introuvable." line 24 col 1
           end-if.

      * Reinitialisation : mot de passe provisoire pose par le
      * superviseur, changement obligatoire a la prochaine connexion.
       AdminOperateur-ResetMotDePasse.
           perform AdminOperateur-Saisie.
           move spaces to motDePasse of SaisieOperateur.
           display "Mot de passe provisoire ..... : " line 3 col 1.
           accept motDePasse of SaisieOperateur line 3 col 34 size 20 with no-echo.
      *    Seule l'empreinte salee part en base, jamais le clair ; la
      *    reinitialisation rearme aussi le compteur d'echecs.
           perform Connexion-GenererSel.
           move motDePasse of SaisieOperateur to MotDePasseClair.
           perform MotDePasse-Hacher.
           exec sql
               UPDATE dbo.Operateur SET
                   motDePasseHache = :EmpreinteCalculee
                   ,selMotDePasse = :SelOperateur
                   ,motDePasse = '*'
                   ,doitChanger = 'O'
                   ,nbEchecs = 0
               WHERE codeOperateur = RTRIM(:SaisieOperateur.codeOperateur)
           end-exec.
           if SQLCODE = 0
               display "Mot de passe reinitialise, changement impose." line 24 col 1
           else
               display "Operateur introuvable." line 24 col 1
           end-if.

       AdminOperateur-Lister.
           move 0 to finListeOperateurs.
           move 4 to noLigneOperateur.
           display "Code                 Profil Actif Derniere connexion" line 3 col 1.
           exec sql
               DECLARE curOperateurs CURSOR FOR
                   SELECT codeOperateur, nomOperateur, profil,
                          ISNULL(actif,'O'), ISNULL(derniereConnexion,0)
                   FROM dbo.Operateur
                   ORDER BY codeOperateur
           end-exec.
           exec sql
               OPEN curOperateurs
           end-exec.
           perform AdminOperateur-ListerLigne
               until finListeOperateurs = 1.
           exec sql
               CLOSE curOperateurs
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       AdminOperateur-ListerLigne.
           exec sql
               FETCH curOperateurs into
                   :OperateurListe.codeOperateur
                   ,:OperateurListe.nomOperateur
                   ,:OperateurListe.profil
                   ,:OperateurListe.actif
                   ,:OperateurListe.derniereConnexion
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finListeOperateurs
           else
               add 1 to noLigneOperateur
               display codeOperateur of OperateurListe
                   line noLigneOperateur col 1
               display profil of OperateurListe
                   line noLigneOperateur col 24
               display actif of OperateurListe
                   line noLigneOperateur col 31
               if derniereConnexion of OperateurListe > 0
                   display derniereConnexion of OperateurListe
                       line noLigneOperateur col 37
               else
                   display "jamais connecte"
                       line noLigneOperateur col 37
               end-if
               display nomOperateur of OperateurListe
                   line noLigneOperateur col 54
               if noLigneOperateur > 22
                   move 1 to finListeOperateurs
                   display "Liste tronquee a l'ecran, voir dbo.Operateur" line 24 col 1
               end-if
           end-if.

      * Journal des tentatives de connexion refusees (les plus
      * recentes d'abord), pour la revue de securite du superviseur.
       AdminOperateur-Journal.
           move 0 to finJournalConnexion.
           move 4 to noLigneJournalCnx.
           display "Date     Heure    Code operateur       Resultat" line 3 col 1.
           exec sql
               DECLARE curJournalCnx CURSOR FOR
                   SELECT codeOperateur, dateTentative, heureTentative,
                          resultat
                   FROM dbo.JournalConnexion
                   ORDER BY dateTentative DESC, heureTentative DESC
           end-exec.
           exec sql
               OPEN curJournalCnx
           end-exec.
           perform AdminOperateur-JournalLigne
               until finJournalConnexion = 1.
           exec sql
               CLOSE curJournalCnx
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       AdminOperateur-JournalLigne.
           exec sql
               FETCH curJournalCnx into
                   :JournalConnexionLu.codeOperateur
                   ,:JournalConnexionLu.dateTentative
                   ,:JournalConnexionLu.heureTentative
                   ,:JournalConnexionLu.resultat
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finJournalConnexion
           else
               add 1 to noLigneJournalCnx
               display dateTentative of JournalConnexionLu
                   line noLigneJournalCnx col 1
               display heureTentative of JournalConnexionLu
                   line noLigneJournalCnx col 10
               display codeOperateur of JournalConnexionLu
                   line noLigneJournalCnx col 19
               display resultat of JournalConnexionLu
                   line noLigneJournalCnx col 40
               if noLigneJournalCnx > 22
                   move 1 to finJournalConnexion
                   display "Liste tronquee, voir dbo.JournalConnexion" line 24 col 1
               end-if
           end-if.

      **********************************
      * Validation a quatre yeux des donnees de reference
      **********************************
      * Depot d'une demande en attente : l'identifiant vient de
      * newid(), le demandeur est l'operateur connecte. La saisie est
      * confirmee a l'ecran mais rien n'est encore en base de
      * reference.
       Validation-DeposerDemande.
           move spaces to idDemande of DemandeAttente.
           exec sql
               SELECT newid() INTO :DemandeAttente.idDemande
           end-exec.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.ModificationAttente
                   (idDemande
                   ,tableVisee
                   ,actionDemande
                   ,cleTexte
                   ,cleNum
                   ,valeurNum1
                   ,valeurNum2
                   ,valeurNum3
                   ,valeurNum4
                   ,valeurTexte
                   ,demandeur
                   ,dateDemande
                   ,heureDemande
                   ,statut)
               VALUES
                   (:DemandeAttente.idDemande
                   ,:DemandeAttente.tableVisee
                   ,:DemandeAttente.actionDemande
                   ,:DemandeAttente.cleTexte
                   ,:DemandeAttente.cleNum
                   ,:DemandeAttente.valeurNum1
                   ,:DemandeAttente.valeurNum2
                   ,:DemandeAttente.valeurNum3
                   ,:DemandeAttente.valeurNum4
                   ,:DemandeAttente.valeurTexte
                   ,RTRIM(:OperateurCode)
                   ,:DateComptableNum
                   ,:AuditHeure
                   ,'A')
           end-exec.
           display "Demande enregistree, en attente de validation par un second superviseur" line 24 col 1.

      * Ecran des modifications en attente (parametrage 5) : liste
      * numerotee des demandes, puis [V]alidation (profil superviseur
      * ET approbateur different du demandeur) ou [R]ejet motive.
       ValidationModifications.
           perform ValidationModifications-Charger.
           if NbDemandesAttente = 0
               display "Aucune modification en attente" line 24 col 1
           else
               move 0 to ChoixNumeroDemande
               display "Numero de demande a traiter (0 = aucune) : " line 22 col 1
               accept ChoixNumeroDemande line 22 col 46 size 2
               if ChoixNumeroDemande > 0
                       and ChoixNumeroDemande <= NbDemandesAttente
                   perform ValidationModifications-Traiter
               end-if
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       ValidationModifications-Charger.
           move 0 to NbDemandesAttente.
           move 0 to finDemandes.
           move 3 to noLigneDemande.
           display "No Table        A Cle       Valeurs                    Demandeur  Date" line 2 col 1.
           exec sql
               DECLARE curDemandes CURSOR FOR
                   SELECT idDemande, tableVisee, actionDemande, cleTexte,
                          cleNum, valeurNum1, valeurNum2, valeurNum3,
                          valeurNum4, ISNULL(valeurTexte,''), demandeur,
                          dateDemande
                   FROM dbo.ModificationAttente
                   WHERE statut = 'A'
                   ORDER BY dateDemande, heureDemande
           end-exec.
           exec sql
               OPEN curDemandes
           end-exec.
           perform ValidationModifications-ChargerLigne
               until finDemandes = 1.
           exec sql
               CLOSE curDemandes
           end-exec.

       ValidationModifications-ChargerLigne.
           exec sql
               FETCH curDemandes into
                   :DemandeLue.idDemande
                   ,:DemandeLue.tableVisee
                   ,:DemandeLue.actionDemande
                   ,:DemandeLue.cleTexte
                   ,:DemandeLue.cleNum
                   ,:DemandeLue.valeurNum1
                   ,:DemandeLue.valeurNum2
                   ,:DemandeLue.valeurNum3
                   ,:DemandeLue.valeurNum4
                   ,:DemandeLue.valeurTexte
                   ,:DemandeLue.demandeur
                   ,:DemandeLue.dateDemande
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finDemandes
           else
               if NbDemandesAttente >= DemandesAttente-Max
                   display "ATTENTION : plus de demandes que la limite geree :" line 24 col 1
                   display DemandesAttente-Max line 24 col 54
                   move 1 to finDemandes
               else
                   add 1 to NbDemandesAttente
                   move idDemande of DemandeLue
                       to DemId(NbDemandesAttente)
                   move tableVisee of DemandeLue
                       to DemTable(NbDemandesAttente)
                   move actionDemande of DemandeLue
                       to DemAction(NbDemandesAttente)
                   move cleTexte of DemandeLue
                       to DemCleTexte(NbDemandesAttente)
                   move cleNum of DemandeLue
                       to DemCleNum(NbDemandesAttente)
                   move valeurNum1 of DemandeLue
                       to DemNum1(NbDemandesAttente)
                   move valeurNum2 of DemandeLue
                       to DemNum2(NbDemandesAttente)
                   move valeurNum3 of DemandeLue
                       to DemNum3(NbDemandesAttente)
                   move valeurNum4 of DemandeLue
                       to DemNum4(NbDemandesAttente)
                   move valeurTexte of DemandeLue
                       to DemTexte(NbDemandesAttente)
                   move demandeur of DemandeLue
                       to DemDemandeur(NbDemandesAttente)
                   move dateDemande of DemandeLue
                       to DemDate(NbDemandesAttente)
                   perform ValidationModifications-Afficher
               end-if
           end-if.

       ValidationModifications-Afficher.
           add 1 to noLigneDemande.
           display NbDemandesAttente line noLigneDemande col 1.
           display DemTable(NbDemandesAttente) line noLigneDemande col 4.
           display DemAction(NbDemandesAttente) line noLigneDemande col 17.
           display DemCleTexte(NbDemandesAttente) line noLigneDemande col 19.
           display DemCleNum(NbDemandesAttente) line noLigneDemande col 28.
           display DemNum1(NbDemandesAttente) line noLigneDemande col 37.
           display DemNum3(NbDemandesAttente) line noLigneDemande col 46.
           display DemDemandeur(NbDemandesAttente)(1:10)
               line noLigneDemande col 60.
           display DemDate(NbDemandesAttente) line noLigneDemande col 71.

      * L'approbation exige le profil superviseur ET un approbateur
      * different du demandeur : ses propres demandes ne se valident
      * pas, c'est tout le sens du circuit.
       ValidationModifications-Traiter.
           move ChoixNumeroDemande to IndexDemande.
           move space to ChoixValidation.
           display "[V]alider / [R]ejeter / [A]bandonner : " line 22 col 1.
           accept ChoixValidation line 22 col 42.
           if ChoixValidation = "v" move "V" to ChoixValidation end-if.
           if ChoixValidation = "r" move "R" to ChoixValidation end-if.
           evaluate ChoixValidation
               when "V"
                   perform Controle-ProfilSuperviseur
                   if ProfilAutorise = 1
                       if DemDemandeur(IndexDemande) = OperateurCode
                           display "Un demandeur ne valide pas sa propre demande" line 24 col 1
                       else
                           perform Validation-Appliquer
                       end-if
                   end-if
               when "R"
      *            Le rejet fait partie du circuit a quatre yeux : il
      *            exige le profil superviseur - ou d'etre le
      *            demandeur, qui retire sa propre demande. Un tiers
      *            sans profil ne decide de rien.
                   move 0 to ProfilAutorise
                   if DemDemandeur(IndexDemande) = OperateurCode
                       move 1 to ProfilAutorise
                   else
                       perform Controle-ProfilSuperviseur
                   end-if
                   if ProfilAutorise = 1
                       move spaces to MotifRejetDemande
                       display "Motif du rejet : " line 22 col 1
                       accept MotifRejetDemande line 22 col 19 size 60
                       perform Validation-Rejeter
                   end-if
           end-evaluate.

       Validation-Appliquer.
           evaluate DemTable(IndexDemande)
               when "TAUXCHANGE" perform Validation-AppliquerTauxChange
               when "TAUXINTERET" perform Validation-AppliquerTauxInteret
               when "SEUILDEBIT" perform Validation-AppliquerSeuilDebit
               when "BANQUE" perform Validation-AppliquerBanque
           end-evaluate.
           accept AuditHeure from time.
           move DemId(IndexDemande) to IdDemandeCourante.
           exec sql
               UPDATE dbo.ModificationAttente SET
                   statut = 'V'
                   ,approbateur = RTRIM(:OperateurCode)
                   ,dateDecision = :DateComptableNum
               WHERE idDemande = :IdDemandeCourante
           end-exec.
           display "Demande validee et appliquee en base." line 24 col 1.

       Validation-Rejeter.
           move DemId(IndexDemande) to IdDemandeCourante.
           exec sql
               UPDATE dbo.ModificationAttente SET
                   statut = 'R'
                   ,approbateur = RTRIM(:OperateurCode)
                   ,dateDecision = :DateComptableNum
                   ,motifRejet = :MotifRejetDemande
               WHERE idDemande = :IdDemandeCourante
           end-exec.
           display "Demande rejetee, rien n'a ete applique." line 24 col 1.

      * Les zones generiques de la demande retrouvent leur sens selon
      * la table : on recharge les structures de saisie d'origine puis
      * on rejoue le DML historique.
       Validation-AppliquerTauxChange.
           move DemCleTexte(IndexDemande)(1:3)
               to codeDevise of SaisieTauxChange.
           move DemCleNum(IndexDemande) to dateTaux of SaisieTauxChange.
           move DemNum1(IndexDemande) to taux of SaisieTauxChange.
           evaluate DemAction(IndexDemande)
               when "A"
                   exec sql
                       INSERT INTO dbo.TauxChange
                           (codeDevise, taux, dateTaux)
                       VALUES
                           (:SaisieTauxChange.codeDevise
                           ,:SaisieTauxChange.taux
                           ,:SaisieTauxChange.dateTaux)
                   end-exec
               when "M"
                   exec sql
                       UPDATE dbo.TauxChange
                           SET taux = :SaisieTauxChange.taux
                       WHERE codeDevise = :SaisieTauxChange.codeDevise
                           AND dateTaux = :SaisieTauxChange.dateTaux
                   end-exec
               when "S"
                   exec sql
                       DELETE FROM dbo.TauxChange
                       WHERE codeDevise = :SaisieTauxChange.codeDevise
                           AND dateTaux = :SaisieTauxChange.dateTaux
                   end-exec
           end-evaluate.

       Validation-AppliquerTauxInteret.
           move DemCleTexte(IndexDemande)(1:2)
               to typeCompte of SaisieTauxInteret.
           move DemCleNum(IndexDemande)
               to dateDebut of SaisieTauxInteret.
           move DemNum1(IndexDemande) to taux of SaisieTauxInteret.
           move DemNum2(IndexDemande) to dateFin of SaisieTauxInteret.
           evaluate DemAction(IndexDemande)
               when "A"
                   exec sql
                       INSERT INTO dbo.TauxInteret
                           (typeCompte, taux, dateDebut, dateFin)
                       VALUES
                           (:SaisieTauxInteret.typeCompte
                           ,:SaisieTauxInteret.taux
                           ,:SaisieTauxInteret.dateDebut
                           ,:SaisieTauxInteret.dateFin)
                   end-exec
               when "M"
                   exec sql
                       UPDATE dbo.TauxInteret
                           SET taux = :SaisieTauxInteret.taux
                           ,dateFin = :SaisieTauxInteret.dateFin
                       WHERE typeCompte = :SaisieTauxInteret.typeCompte
                           AND dateDebut = :SaisieTauxInteret.dateDebut
                   end-exec
               when "S"
                   exec sql
                       DELETE FROM dbo.TauxInteret
                       WHERE typeCompte = :SaisieTauxInteret.typeCompte
                           AND dateDebut = :SaisieTauxInteret.dateDebut
                   end-exec
           end-evaluate.

       Validation-AppliquerSeuilDebit.
           move DemCleTexte(IndexDemande)(1:2)
               to typeCompte of SaisieSeuil.
           move DemNum3(IndexDemande) to seuil of SaisieSeuil.
           move DemNum1(IndexDemande) to tauxAgios of SaisieSeuil.
           move DemNum4(IndexDemande) to tauxAgiosMajore of SaisieSeuil.
           evaluate DemAction(IndexDemande)
               when "A"
                   exec sql
                       INSERT INTO dbo.SeuilDebit
                           (typeCompte, seuil, tauxAgios, tauxAgiosMajore)
                       VALUES (:SaisieSeuil.typeCompte
                              ,:SaisieSeuil.seuil
                              ,:SaisieSeuil.tauxAgios
                              ,:SaisieSeuil.tauxAgiosMajore)
                   end-exec
               when "M"
                   exec sql
                       UPDATE dbo.SeuilDebit SET
                           seuil = :SaisieSeuil.seuil
                           ,tauxAgios = :SaisieSeuil.tauxAgios
                           ,tauxAgiosMajore = :SaisieSeuil.tauxAgiosMajore
                       WHERE typeCompte = :SaisieSeuil.typeCompte
                   end-exec
               when "S"
                   exec sql
                       DELETE FROM dbo.SeuilDebit
                       WHERE typeCompte = :SaisieSeuil.typeCompte
                   end-exec
           end-evaluate.

       Validation-AppliquerBanque.
           move spaces to Banque.
           move DemCleTexte(IndexDemande)(1:5) to codeBanque of Banque.
           move DemTexte(IndexDemande) to nom of Banque.
           evaluate DemAction(IndexDemande)
               when "A"
                   exec sql
                       INSERT INTO dbo.Banque (codeBanque, nomBanque)
                       VALUES (:Banque.codeBanque, :Banque.nom)
                   end-exec
               when "M"
                   exec sql
                       UPDATE dbo.Banque SET nomBanque = :Banque.nom
                       WHERE codeBanque = :Banque.codeBanque
                   end-exec
               when "S"
                   exec sql
                       DELETE FROM dbo.Banque
                       WHERE codeBanque = :Banque.codeBanque
                   end-exec
           end-evaluate.

      **********************************
      * Archivage des mouvements anciens (traitements 10)
      **********************************
       ArchivageMouvements.
           move space to ChoixArchivageMvt.
           display "[A]rchiver les mouvements anciens / [C]onsulter : " line 1 col 1.
           accept ChoixArchivageMvt line 1 col 53.
           if ChoixArchivageMvt = "a" move "A" to ChoixArchivageMvt end-if.
           if ChoixArchivageMvt = "c" move "C" to ChoixArchivageMvt end-if.
           evaluate ChoixArchivageMvt
               when "A" perform ArchivageMouvements-Archiver
               when "C" perform ArchivageMouvements-Consulter
           end-evaluate.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

      * Bascule en ensemble : copie des mouvements comptabilises
      * anterieurs a la limite dans dbo.MouvementArchive, ecriture du
      * solde de report par compte et devise (date de la limite, donc
      * hors du perimetre de la purge de cette passe et repris par la
      * suivante), puis purge de dbo.Mouvement. Les soldes de
      * dbo.Compte ne bougent pas : ils portaient deja ces lignes.
       ArchivageMouvements-Archiver.
           compute AnneeLimite = AnneeComptable of DateComptable.
           compute MoisLimite = MoisComptable of DateComptable
               - MoisArchiveMvt.
           perform ArchivageComptes-NormaliserMois until MoisLimite > 0.
           compute DateLimiteArchiveMvt = AnneeLimite * 10000
               + MoisLimite * 100 + JourComptable of DateComptable.
      *    Garde anti-rejeu : les candidats sont comptes dans
      *    dbo.Mouvement AVANT la bascule - une relance dans la meme
      *    journee ne trouve plus rien (les lignes sont parties, les
      *    soldes de report sont dates de la limite elle-meme et
      *    echappent au critere) et s'arrete la, sans re-deriver ni
      *    dupliquer les SOLDE DE REPORT.
           move 0 to NbMouvementsArchives.
           exec sql
               SELECT COUNT(*) INTO :NbMouvementsArchives
               FROM dbo.Mouvement
               WHERE dateMouvement < :DateLimiteArchiveMvt
                   AND ISNULL(statutMouvement,'C') = 'C'
           end-exec.
           if NbMouvementsArchives = 0
               display "Aucun mouvement a archiver" line 24 col 1
           else
      *        Les soldes de report sont derives du jeu de candidats
      *        encore dans dbo.Mouvement (jamais de la table d'archive,
      *        qui peut deja porter une passe anterieure du meme jour),
      *        puis la bascule et la purge portent exactement ce jeu.
               perform ArchivageMouvements-Reports
               exec sql
                   INSERT INTO dbo.MouvementArchive
                       (codeCompte
                       ,dateMouvement
                       ,libelle
                       ,montant
                       ,sens
                       ,codeDevise
                       ,dateValeur
                       ,statutMouvement
                       ,dateArchivageMvt)
                   SELECT codeCompte
                       ,dateMouvement
                       ,libelle
                       ,montant
                       ,sens
                       ,codeDevise
                       ,ISNULL(dateValeur, dateMouvement)
                       ,'C'
                       ,:DateComptableNum
                   FROM dbo.Mouvement
                   WHERE dateMouvement < :DateLimiteArchiveMvt
                       AND ISNULL(statutMouvement,'C') = 'C'
               end-exec
               exec sql
                   DELETE FROM dbo.Mouvement
                   WHERE dateMouvement < :DateLimiteArchiveMvt
                       AND ISNULL(statutMouvement,'C') = 'C'
               end-exec
               perform ArchivageMouvements-Etat
               display "Mouvements archives : " line 24 col 1
               display NbMouvementsArchives line 24 col 24
           end-if.

      * Un SOLDE DE REPORT par compte et devise : le net (credits
      * moins debits) du jeu de candidats encore present dans
      * dbo.Mouvement (reports anterieurs compris : leur net entre
      * dans le nouveau report qui les remplace), pour que le solde
      * progressif des releves reparte du bon pied.
       ArchivageMouvements-Reports.
           move 0 to finArchiveMvt.
           exec sql
               DECLARE curReportsMvt CURSOR FOR
                   SELECT codeCompte, codeDevise,
                          ISNULL(SUM(CASE WHEN sens = 'C' THEN montant
                              ELSE 0 - montant END),0)
                   FROM dbo.Mouvement
                   WHERE dateMouvement < :DateLimiteArchiveMvt
                       AND ISNULL(statutMouvement,'C') = 'C'
                   GROUP BY codeCompte, codeDevise
                   ORDER BY codeCompte, codeDevise
           end-exec.
           exec sql
               OPEN curReportsMvt
           end-exec.
           perform ArchivageMouvements-ReportLigne
               until finArchiveMvt = 1.
           exec sql
               CLOSE curReportsMvt
           end-exec.

       ArchivageMouvements-ReportLigne.
           exec sql
               FETCH curReportsMvt into
                   :ReportMvtLu.codeCompte
                   ,:ReportMvtLu.codeDevise
                   ,:ReportMvtLu.net
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finArchiveMvt
           else
               if net of ReportMvtLu <> 0
                   perform ArchivageMouvements-EcrireReport
               end-if
           end-if.

       ArchivageMouvements-EcrireReport.
           move codeCompte of ReportMvtLu to codeCompte of Mouvement.
           move DateLimiteArchiveMvt to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "SOLDE DE REPORT AU " delimited by size
               DateLimiteArchiveMvt delimited by size
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           if net of ReportMvtLu > 0
               move net of ReportMvtLu to MontantReportMvt
               move "C" to sens of Mouvement
           else
               compute MontantReportMvt = 0 - net of ReportMvtLu
               move "D" to sens of Mouvement
           end-if.
           move MontantReportMvt to montant of Mouvement.
           move codeDevise of ReportMvtLu to codeDevise of Mouvement.
           move DateLimiteArchiveMvt to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           exec sql
               INSERT INTO dbo.Mouvement
                   (codeCompte
                   ,dateMouvement
                   ,libelle
                   ,montant
                   ,sens
                   ,codeDevise
                   ,dateValeur
                   ,statutMouvement)
               VALUES
                   (:Mouvement.codeCompte
                   ,:Mouvement.dateMouvement
                   ,:Mouvement.libelle
                   ,:Mouvement.montant
                   ,:Mouvement.sens
                   ,:Mouvement.codeDevise
                   ,:Mouvement.dateValeur
                   ,:Mouvement.statutMouvement)
           end-exec.

       ArchivageMouvements-Etat.
           open output FichierArchivageMvt.
           move spaces to LigneArchivageMvt.
           string
               "ARCHIVAGE DES MOUVEMENTS DU " delimited by size
               DateComptableNum delimited by size
               " - ANTERIEURS AU " delimited by size
               DateLimiteArchiveMvt delimited by size
               " (profondeur : " delimited by size
               MoisArchiveMvt delimited by size
               " mois)" delimited by size
               into LigneArchivageMvt
           end-string.
           write EnrFichierArchivageMvt from LigneArchivageMvt.
           move spaces to LigneArchivageMvt.
           write EnrFichierArchivageMvt from LigneArchivageMvt.
           move "Banque | Nb mouvements | Total debit | Total credit" to LigneArchivageMvt.
           write EnrFichierArchivageMvt from LigneArchivageMvt.
           move 0 to finArchiveMvt.
           exec sql
               DECLARE curArchivageMvt CURSOR FOR
                   SELECT ISNULL(c.codeBanque,'?????'), COUNT(*),
                          ISNULL(SUM(CASE WHEN a.sens = 'D'
                              THEN a.montant ELSE 0 END),0),
                          ISNULL(SUM(CASE WHEN a.sens = 'C'
                              THEN a.montant ELSE 0 END),0)
                   FROM dbo.MouvementArchive a
                   LEFT JOIN dbo.Compte c ON c.codeCompte = a.codeCompte
                   WHERE a.dateArchivageMvt = :DateComptableNum
                   GROUP BY c.codeBanque
                   ORDER BY c.codeBanque
           end-exec.
           exec sql
               OPEN curArchivageMvt
           end-exec.
           perform ArchivageMouvements-EtatLigne
               until finArchiveMvt = 1.
           exec sql
               CLOSE curArchivageMvt
           end-exec.
           move spaces to LigneArchivageMvt.
           write EnrFichierArchivageMvt from LigneArchivageMvt.
           move spaces to LigneArchivageMvt.
           string
               "Total mouvements archives : " delimited by size
               NbMouvementsArchives delimited by size
               into LigneArchivageMvt
           end-string.
           write EnrFichierArchivageMvt from LigneArchivageMvt.
           close FichierArchivageMvt.

       ArchivageMouvements-EtatLigne.
           exec sql
               FETCH curArchivageMvt into
                   :ArchiveMvtLu.codeBanque
                   ,:ArchiveMvtLu.nbMouvements
                   ,:ArchiveMvtLu.totalDebit
                   ,:ArchiveMvtLu.totalCredit
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finArchiveMvt
           else
               move spaces to LigneArchivageMvt
               string
                   codeBanque of ArchiveMvtLu delimited by size
                   " | " delimited by size
                   nbMouvements of ArchiveMvtLu delimited by size
                   " | " delimited by size
                   totalDebit of ArchiveMvtLu delimited by size
                   " | " delimited by size
                   totalCredit of ArchiveMvtLu delimited by size
                   into LigneArchivageMvt
               end-string
               write EnrFichierArchivageMvt from LigneArchivageMvt
           end-if.

      * Consultation des mouvements archives d'un compte, pour les
      * litiges anciens (modele d'ArchivageComptes-Consulter).
       ArchivageMouvements-Consulter.
           move 0 to CodeCompteArchiveMvt.
           display "Code compte recherche : " line 2 col 1.
           accept CodeCompteArchiveMvt line 2 col 27 size 12.
           move 0 to finArchiveMvt.
           move 4 to noLigneArchiveMvt.
           exec sql
               DECLARE curConsultMvt CURSOR FOR
                   SELECT dateMouvement, libelle, montant, sens,
                          codeDevise, dateArchivageMvt
                   FROM dbo.MouvementArchive
                   WHERE codeCompte = :CodeCompteArchiveMvt
                   ORDER BY dateMouvement
           end-exec.
           exec sql
               OPEN curConsultMvt
           end-exec.
           perform ArchivageMouvements-ConsulterLigne
               until finArchiveMvt = 1.
           exec sql
               CLOSE curConsultMvt
           end-exec.
           if noLigneArchiveMvt = 4
               display "Aucun mouvement archive pour ce compte" line 24 col 1
           end-if.

       ArchivageMouvements-ConsulterLigne.
           exec sql
               FETCH curConsultMvt into
                   :MouvementArchiveLu.dateMouvement
                   ,:MouvementArchiveLu.libelle
                   ,:MouvementArchiveLu.montant
                   ,:MouvementArchiveLu.sens
                   ,:MouvementArchiveLu.codeDevise
                   ,:MouvementArchiveLu.dateArchivageMvt
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finArchiveMvt
           else
               add 1 to noLigneArchiveMvt
               move montant of MouvementArchiveLu to StrMontantRapproche
               move spaces to LigneArchivageMvt
               string
                   dateMouvement of MouvementArchiveLu delimited by size
                   " " delimited by size
                   sens of MouvementArchiveLu delimited by size
                   " " delimited by size
                   StrMontantRapproche delimited by size
                   " " delimited by size
                   codeDevise of MouvementArchiveLu delimited by size
                   " " delimited by size
                   libelle of MouvementArchiveLu delimited by size
                   into LigneArchivageMvt
               end-string
               display LigneArchivageMvt(1:79)
                   line noLigneArchiveMvt col 1
               if noLigneArchiveMvt > 22
                   move 1 to finArchiveMvt
                   display "Liste tronquee, voir dbo.MouvementArchive" line 24 col 1
               end-if
           end-if.

      **********************************
      * Etat d'exploitation partage (dbo.EtatExploitation)
      **********************************
      * Une ligne par cle d'etat, lue et ecrite par tous les postes a
      * la place des anciens fichiers locaux (DateCompta.dat,
      * Session.dat, ControleRIB.dat, InteretsPeriode.dat...).
       EtatExploitation-Lire.
           move 0 to EtatExploitTrouve.
           move spaces to EtatExploitValeur.
           exec sql
               SELECT valeurEtat INTO :EtatExploitValeur
               FROM dbo.EtatExploitation
               WHERE cleEtat = :EtatExploitCle
           end-exec.
           if SQLCODE = 0
               move 1 to EtatExploitTrouve
           end-if.

       EtatExploitation-Ecrire.
           exec sql
               UPDATE dbo.EtatExploitation
                   SET valeurEtat = :EtatExploitValeur
               WHERE cleEtat = :EtatExploitCle
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               exec sql
                   INSERT INTO dbo.EtatExploitation (cleEtat, valeurEtat)
                   VALUES (:EtatExploitCle, :EtatExploitValeur)
               end-exec
           end-if.

      * Cles d'etat locales au poste, suffixees du nom du poste : la
      * session, le marqueur superviseur et l'etape de chaine demandee
      * ne se partagent jamais entre postes (cf. Session-Lire).
       EtatExploitation-CleSession.
           move spaces to EtatExploitCle.
           string
               "SESSION-" delimited by size
               NomPoste delimited by " "
               into EtatExploitCle
           end-string.

       EtatExploitation-CleSuperviseur.
           move spaces to EtatExploitCle.
           string
               "SUPERVISEUR-" delimited by size
               NomPoste delimited by " "
               into EtatExploitCle
           end-string.

       EtatExploitation-CleEtape.
           move spaces to EtatExploitCle.
           string
               "ETAPEDEMANDEE-" delimited by size
               NomPoste delimited by " "
               into EtatExploitCle
           end-string.

      **********************************
      * Etapes de la chaine d'exploitation
      **********************************
      * Execution d'une etape demandee par le superviseur (cle
      * ETAPEDEMANDEE, cf. ModeChaine) : meme traitement que l'option
      * de menu correspondante, sans operateur, code retour rendu a la
      * chaine par menu-fin / GOBACK.
       ChaineEtape-Executer.
           evaluate EtapeDemandee
               when "IMPORT"
      *            L'import passe par son propre mode batch : journal,
      *            reprise automatique et code retour de l'ordonnanceur.
                   move "O" to ModeBatch
                   perform importationComptes
               when "PHOTO"
                   move DateComptableNum to DatePhotoSolde
                   perform HistoriqueSoldes-PhotoJour
               when "EXCEPTIONS"
                   perform EtatExceptions-Etat
               when "EXTRAIT"
                   perform ExtraitComptable-Journee
               when "LCBFT"
                   perform LCBFT-Detecter
                   display "Alertes LCB-FT levees : "
                   display NbAlertesCreees
               when "GEL"
                   perform Gel-Charger
                   if NbEntreesListeGel = 0
                       display "Liste de gel non chargee, status : "
                       display ListeGel-Status
                       move 8 to return-code
                   else
                       display "Correspondances gel des avoirs : "
                       display NbCorrespondancesGel
                   end-if
               when "FICOBA"
                   perform FICOBA-Chaine
               when "RELEVES"
                   perform ReleveElec-Chaine
               when other
                   display "Etape de chaine inconnue : "
                   display EtapeDemandee
                   move 12 to return-code
           end-evaluate.

      * Extrait comptable de la journee (etape EXTRAIT) : une paire
      * d'ecritures debit / credit par banque, sommee sur les
      * mouvements comptabilises de la journee, ajoutee a FichierGL au
      * format fixe de l'interface comptable (jamais ecrase : la
      * comptabilite n'a peut-etre pas integre le fichier precedent).
       ExtraitComptable-Journee.
           accept HeureSysteme from time.
           move spaces to RunIdImport.
           string
               DateSystemeComplete delimited by size
               HeureHH delimited by size
               HeureMM delimited by size
               HeureSS delimited by size
               into RunIdImport
           end-string.
           open extend FichierGL.
           move DateComptableNum to GLDateCompta.
           move RunIdImport to GLRunId.
           write EnrFichierGL from EnrGLEntete.
           move 0 to finExtraitGL.
           move 0 to TotalDebitExtrait.
           move 0 to TotalCreditExtrait.
           move 0 to NbLignesExtrait.
           exec sql
               DECLARE curExtraitGL CURSOR FOR
                   SELECT c.codeBanque,
                          ISNULL(SUM(CASE WHEN m.sens = 'D'
                              THEN m.montant ELSE 0 END),0),
                          ISNULL(SUM(CASE WHEN m.sens = 'C'
                              THEN m.montant ELSE 0 END),0),
                          COUNT(*)
                   FROM dbo.Mouvement m
                   JOIN dbo.Compte c ON c.codeCompte = m.codeCompte
                   WHERE m.dateMouvement = :DateComptableNum
                       AND ISNULL(m.statutMouvement,'C') = 'C'
                   GROUP BY c.codeBanque
                   ORDER BY c.codeBanque
           end-exec.
           exec sql
               OPEN curExtraitGL
           end-exec.
           perform ExtraitComptable-Banque until finExtraitGL = 1.
           exec sql
               CLOSE curExtraitGL
           end-exec.
           move NbLignesExtrait to GLNbLignes.
           move TotalDebitExtrait to GLTotalDebit.
           move TotalCreditExtrait to GLTotalCredit.
           write EnrFichierGL from EnrGLControle.
           close FichierGL.

       ExtraitComptable-Banque.
           exec sql
               FETCH curExtraitGL into
                   :ExtraitGLLu.codeBanque
                   ,:ExtraitGLLu.totalDebit
                   ,:ExtraitGLLu.totalCredit
                   ,:ExtraitGLLu.nbLignes
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finExtraitGL
           else
               move codeBanque of ExtraitGLLu to GLCodeBanque
               move "D" to GLSens
               move totalDebit of ExtraitGLLu to GLMontant
               write EnrFichierGL from EnrGLDetail
               move "C" to GLSens
               move totalCredit of ExtraitGLLu to GLMontant
               write EnrFichierGL from EnrGLDetail
               add totalDebit of ExtraitGLLu to TotalDebitExtrait
               add totalCredit of ExtraitGLLu to TotalCreditExtrait
               add nbLignes of ExtraitGLLu to NbLignesExtrait
           end-if.

      **********************************
      * Reevaluation mensuelle des comptes en devises (traitements 11)
      **********************************
       ReevaluationDevises.
           move 0 to DateClotureReeval.
           display "Date de cloture (AAAAMMJJ, 0 = journee) : " line 2 col 1.
           accept DateClotureReeval line 2 col 45 size 8.
           if DateClotureReeval = 0
               move DateComptableNum to DateClotureReeval
           end-if.
           compute PeriodeReeval = DateClotureReeval / 100.
           perform Simulation-Demander.
           perform Reevaluation-LireEtat.
      *    Meme refus qu'a la saisie : pas d'ecriture datee d'une
      *    journee arretee (la simulation reste permise).
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           evaluate true
               when JourneeEstArretee = 1 and ModeSimulation <> "O"
                   display "Journee comptable arretee, passe refusee" line 24 col 1
               when PeriodeReeval <= DernierePeriodeReeval
                   and ModeSimulation <> "O"
                   display "Periode deja reevaluee (derniere : " line 24 col 1
                   display DernierePeriodeReeval line 24 col 36
                   display "), passe refusee" line 24 col 44
               when other
                   perform Reevaluation-ini
                   perform Reevaluation-trt until finCompteReeval = 1
                   perform Reevaluation-fin
           end-evaluate.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Reevaluation-LireEtat.
           move 0 to DernierePeriodeReeval.
           move "REEVALPERIODE" to EtatExploitCle.
           perform EtatExploitation-Lire.
           if EtatExploitTrouve = 1
                   and EtatExploitValeur(1:6) is numeric
               move EtatExploitValeur(1:6) to DernierePeriodeReeval
           end-if.

       Reevaluation-EcrireEtat.
           move "REEVALPERIODE" to EtatExploitCle.
           move spaces to EtatExploitValeur.
           move PeriodeReeval to EtatExploitValeur(1:6).
           perform EtatExploitation-Ecrire.

       Reevaluation-ini.
           open output FichierReevaluation.
           move 0 to finCompteReeval.
           move 0 to NbCompteReeval.
           move 0 to NbCompteSansTauxReeval.
           move 0 to TotalEcartBanque.
           move spaces to BanqueReevalCourante.
           move spaces to DeviseReevalCourante.
           perform DevisesNet-RAZ.
      *    Cumuls par banque de la section comptable, meme mecanique
      *    (et memes compteurs reutilises) que le recyclage des rejets.
           perform importationComptes-GL-RAZ.
           move 0 to TotalDebitImporte.
           move 0 to TotalCreditImporte.
           move 0 to NbLigneAcceptee.
           move 0 to NoLigneReprise.
           move spaces to LigneReevaluation.
           string
               "REEVALUATION DES COMPTES EN DEVISES - CLOTURE : " delimited by size
               DateClotureReeval delimited by size
               into LigneReevaluation
           end-string.
           write EnrFichierReevaluation from LigneReevaluation.
           if ModeSimulation = "O"
               move "*** SIMULATION - AUCUNE ECRITURE EN BASE ***" to LigneReevaluation
               write EnrFichierReevaluation from LigneReevaluation
           end-if.
           move spaces to LigneReevaluation.
           write EnrFichierReevaluation from LigneReevaluation.
           move "Banque | Compte | Devise | Taux | Contre-valeur EUR | Ecart EUR" to LigneReevaluation.
           write EnrFichierReevaluation from LigneReevaluation.
           exec sql
               DECLARE curReeval CURSOR FOR
                   SELECT codeCompte, codeBanque, codeDevise,
                          soldeDebiteur, soldeCrediteur
                   FROM dbo.Compte
                   WHERE statutCompte = 'O'
                       AND codeDevise <> 'EUR'
                   ORDER BY codeBanque, codeDevise, codeCompte
           end-exec.
           exec sql
               OPEN curReeval
           end-exec.

       Reevaluation-trt.
           exec sql
               FETCH curReeval into
                   :CompteReeval.codeCompte
                   ,:CompteReeval.codeBanque
                   ,:CompteReeval.codeDevise
                   ,:CompteReeval.soldeDebiteur
                   ,:CompteReeval.soldeCrediteur
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finCompteReeval
           else
               perform Reevaluation-Compte
           end-if.

      * Taux de cloture : le plus recent de dbo.TauxChange anterieur
      * ou egal a la date de cloture ; sans taux, le compte est
      * signale et saute.
       Reevaluation-Compte.
           if codeBanque of CompteReeval <> BanqueReevalCourante
                   or codeDevise of CompteReeval <> DeviseReevalCourante
               if BanqueReevalCourante <> spaces
                   perform Reevaluation-TotalBanque
               end-if
               move codeBanque of CompteReeval to BanqueReevalCourante
               move codeDevise of CompteReeval to DeviseReevalCourante
               move 0 to TotalEcartBanque
           end-if.
           move codeDevise of CompteReeval to DeviseLigne.
           move 0 to TauxChangeDevise.
           exec sql
               SELECT TOP 1 taux INTO :TauxChangeDevise
               FROM dbo.TauxChange
               WHERE codeDevise = :DeviseLigne
                   AND dateTaux <= :DateClotureReeval
               ORDER BY dateTaux DESC
           end-exec.
           if SQLCODE <> 0 or TauxChangeDevise = 0
               add 1 to NbCompteSansTauxReeval
           else
               perform Reevaluation-Valoriser
           end-if.

       Reevaluation-Valoriser.
           compute ContreValeurEUR rounded =
               (soldeCrediteur of CompteReeval
               - soldeDebiteur of CompteReeval) * TauxChangeDevise.
           move 0 to ContreValeurPrecedente.
           move 1 to PremiereValorisation.
           exec sql
               SELECT TOP 1 contreValeurEUR INTO :ContreValeurPrecedente
               FROM dbo.ReevaluationDevise
               WHERE codeCompte = :CompteReeval.codeCompte
               ORDER BY dateReevaluation DESC
           end-exec.
           if SQLCODE = 0
               move 0 to PremiereValorisation
           end-if.
           if PremiereValorisation = 1
      *        Premiere valorisation : on initialise la contre-valeur,
      *        l'ecart de reevaluation est nul par convention.
               move 0 to EcartReevaluation
           else
               compute EcartReevaluation =
                   ContreValeurEUR - ContreValeurPrecedente
           end-if.
           if ModeSimulation <> "O"
               exec sql
                   INSERT INTO dbo.ReevaluationDevise
                       (codeCompte
                       ,dateReevaluation
                       ,tauxUtilise
                       ,contreValeurEUR)
                   VALUES
                       (:CompteReeval.codeCompte
                       ,:DateClotureReeval
                       ,:TauxChangeDevise
                       ,:ContreValeurEUR)
               end-exec
               if EcartReevaluation <> 0
                   perform Reevaluation-EcrireMouvement
               end-if
           end-if.
           add 1 to NbCompteReeval.
           add EcartReevaluation to TotalEcartBanque.
           move codeDevise of CompteReeval to DeviseLigne.
           move EcartReevaluation to CumulDeviseNet1.
           move 0 to CumulDeviseNet2.
           perform DevisesNet-Cumuler.
      *    Cumul par banque de la section comptable (ecarts negatifs
      *    au debit, positifs au credit).
           move codeBanque of CompteReeval to codeBanque of Compte.
           if EcartReevaluation > 0
               move 0 to debit of Compte
               move EcartReevaluation to credit of Compte
           else
               compute debit of Compte = 0 - EcartReevaluation
               move 0 to credit of Compte
           end-if.
           add debit of Compte to TotalDebitImporte.
           add credit of Compte to TotalCreditImporte.
           add 1 to NbLigneAcceptee.
           perform importationComptes-GL-Cumuler.
           perform Reevaluation-LigneEtat.

      * L'ecart part en mouvement libelle dedie, en euros, sans
      * toucher au solde en devise du compte : c'est une ecriture de
      * valorisation, pas un flux.
       Reevaluation-EcrireMouvement.
           move codeCompte of CompteReeval to codeCompte of Mouvement.
           move DateComptableNum to dateMouvement of Mouvement.
           move spaces to SaisieLibelle.
           string
               "ECART REEVALUATION " delimited by size
               PeriodeReeval delimited by size
               into SaisieLibelle
           end-string.
           move SaisieLibelle to libelle of Mouvement.
           if EcartReevaluation > 0
               move EcartReevaluation to MontantEcartReeval
               move "C" to sens of Mouvement
           else
               compute MontantEcartReeval = 0 - EcartReevaluation
               move "D" to sens of Mouvement
           end-if.
           move MontantEcartReeval to montant of Mouvement.
           move "EUR" to codeDevise of Mouvement.
           move DateComptableNum to dateValeur of Mouvement.
           move "C" to statutMouvement of Mouvement.
           exec sql
               INSERT INTO dbo.Mouvement
                   ,:Mouvement.statutMouvement)
           end-exec.

       Reevaluation-LigneEtat.
           move EcartReevaluation to StrEcartReeval.
           move spaces to LigneReevaluation.
           string
               codeBanque of CompteReeval delimited by size
               " | " delimited by size
               codeCompte of CompteReeval delimited by size
               " | " delimited by size
               codeDevise of CompteReeval delimited by size
               " | " delimited by size
               TauxChangeDevise delimited by size
               " | " delimited by size
               ContreValeurEUR delimited by size
               " | " delimited by size
               StrEcartReeval delimited by size
               into LigneReevaluation
           end-string.
           write EnrFichierReevaluation from LigneReevaluation.

       Reevaluation-TotalBanque.
           move TotalEcartBanque to StrEcartReeval.
           move spaces to LigneReevaluation.
           string
               "TOTAL BANQUE " delimited by size
               BanqueReevalCourante delimited by size
               " " delimited by size
               DeviseReevalCourante delimited by size
               " : ecart " delimited by size
               StrEcartReeval delimited by size
               into LigneReevaluation
           end-string.
           write EnrFichierReevaluation from LigneReevaluation.
           move spaces to LigneReevaluation.
           write EnrFichierReevaluation from LigneReevaluation.

       Reevaluation-fin.
           exec sql
               CLOSE curReeval
           end-exec.
           if BanqueReevalCourante <> spaces
               perform Reevaluation-TotalBanque
           end-if.
           move spaces to LigneReevaluation.
           string
               "COMPTES REEVALUES : " delimited by size
               NbCompteReeval delimited by size
               "  SANS TAUX : " delimited by size
               NbCompteSansTauxReeval delimited by size
               into LigneReevaluation
           end-string.
           write EnrFichierReevaluation from LigneReevaluation.
           perform Reevaluation-TotalDevise
               varying IndexDeviseNet from 1 by 1
               until IndexDeviseNet > NbDevisesNet.
           close FichierReevaluation.
      *    Section comptable ajoutee a FichierGL (jamais ecrase), a
      *    rapprocher de l'extrait comptable ; les totaux "base" sont
      *    alignes sur les cumuls - il n'y a pas de reconciliation a
      *    faire ici, seulement la trace comptable des ecarts.
           if NbCompteReeval > 0 and ModeSimulation <> "O"
               move TotalDebitImporte to TotalDebitBase
               move TotalCreditImporte to TotalCreditBase
               move 1 to ModeGLExtension
               perform importationComptes-GL-Ecrire
               move 0 to ModeGLExtension
           end-if.
           if ModeSimulation <> "O"
               perform Reevaluation-EcrireEtat
           else
               display "SIMULATION terminee, aucune ecriture passee" line 22 col 1
           end-if.
           display "Reevaluation terminee, comptes : " line 24 col 1.
           display NbCompteReeval line 24 col 35.

       Reevaluation-TotalDevise.
           move DeviseNetMontant1(IndexDeviseNet) to StrEcartReeval.
           move spaces to LigneReevaluation.
           string
               "TOTAL ECART " delimited by size
               DeviseNetCode(IndexDeviseNet) delimited by size
               " : " delimited by size
               StrEcartReeval delimited by size
               " EUR  (" delimited by size
               DeviseNetNb(IndexDeviseNet) delimited by size
               " comptes)" delimited by size
               into LigneReevaluation
           end-string.
           write EnrFichierReevaluation from LigneReevaluation.

      **********************************
      * Chequiers et oppositions (parametrage 6)
      **********************************
       GestionChequiers.
           move space to ChoixChequier.
           perform GestionChequiers-Trt until ChoixChequier = "Q".

       GestionChequiers-Trt.
           display "[C]ommander [R]emettre [O]pposition [I]nterdits [L]ever [Q]uitter : " line 1 col 1.
           accept ChoixChequier line 1 col 69.
           if ChoixChequier = "c" move "C" to ChoixChequier end-if.
           if ChoixChequier = "r" move "R" to ChoixChequier end-if.
           if ChoixChequier = "o" move "O" to ChoixChequier end-if.
           if ChoixChequier = "i" move "I" to ChoixChequier end-if.
           if ChoixChequier = "l" move "L" to ChoixChequier end-if.
           if ChoixChequier = "q" move "Q" to ChoixChequier end-if.
           evaluate ChoixChequier
               when "C" perform Chequier-Commander
               when "R" perform Chequier-Remettre
               when "O" perform Chequier-Opposition
               when "I" perform Chequier-Interdits
               when "L" perform Chequier-Lever
           end-evaluate.

       Chequier-SaisieCompte.
           move 0 to codeCompte of SaisieChequier.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of SaisieChequier line 2 col 34 size 12.

      * Commande d'un carnet : la plage de numeros est reservee des la
      * commande, la remise au client viendra la valider. Jamais de
      * carnet pour un interdit bancaire.
       Chequier-Commander.
           perform Chequier-SaisieCompte.
           move codeCompte of SaisieChequier to codeCompte of ClientCheque.
           perform Cheque-ControlerInterdit.
           if ClientInterdit = 1
               display "Client interdit bancaire, commande de carnet refusee" line 24 col 1
           else
               perform Chequier-CommanderCarnet
           end-if.

       Chequier-CommanderCarnet.
           move 0 to noPremier of SaisieChequier.
           display "Premier numero du carnet .... : " line 3 col 1.
           accept noPremier of SaisieChequier line 3 col 34 size 7.
           move 0 to noDernier of SaisieChequier.
           display "Dernier numero du carnet .... : " line 4 col 1.
           accept noDernier of SaisieChequier line 4 col 34 size 7.
           if noDernier of SaisieChequier < noPremier of SaisieChequier
               display "Plage invalide, commande abandonnee" line 24 col 1
           else
               exec sql
                   INSERT INTO dbo.Chequier
                       (codeCompte
                       ,noPremier
                       ,noDernier
                       ,dateCommande
                       ,dateRemise
                       ,statutChequier)
                   VALUES
                       (:SaisieChequier.codeCompte
                       ,:SaisieChequier.noPremier
                       ,:SaisieChequier.noDernier
                       ,:DateComptableNum
                       ,0
                       ,'C')
               end-exec
               display "Carnet commande." line 24 col 1
           end-if.

       Chequier-Remettre.
           perform Chequier-SaisieCompte.
           move codeCompte of SaisieChequier to codeCompte of ClientCheque.
           perform Cheque-ControlerInterdit.
           if ClientInterdit = 1
               display "Client interdit bancaire, remise de carnet refusee" line 24 col 1
           else
               perform Chequier-RemettreCarnet
           end-if.

       Chequier-RemettreCarnet.
           move 0 to noPremier of SaisieChequier.
           display "Premier numero du carnet .... : " line 3 col 1.
           accept noPremier of SaisieChequier line 3 col 34 size 7.
           exec sql
               UPDATE dbo.Chequier SET
                   statutChequier = 'R'
                   ,dateRemise = :DateComptableNum
               WHERE codeCompte = :SaisieChequier.codeCompte
                   AND noPremier = :SaisieChequier.noPremier
                   AND statutChequier = 'C'
           end-exec.
           if SQLCODE = 0
               display "Carnet remis au client." line 24 col 1
           else
               display "Carnet commande introuvable pour ce compte." line 24 col 1
           end-if.

       Chequier-Opposition.
           move 0 to codeCompte of SaisieOpposition.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of SaisieOpposition line 2 col 34 size 12.
           move 0 to noChequeDebut of SaisieOpposition.
           display "Premier numero en opposition  : " line 3 col 1.
           accept noChequeDebut of SaisieOpposition line 3 col 34 size 7.
           move 0 to noChequeFin of SaisieOpposition.
           display "Dernier numero (0 = le meme)  : " line 4 col 1.
           accept noChequeFin of SaisieOpposition line 4 col 34 size 7.
           if noChequeFin of SaisieOpposition = 0
               move noChequeDebut of SaisieOpposition
                   to noChequeFin of SaisieOpposition
           end-if.
           move spaces to motif of SaisieOpposition.
           display "Motif ....................... : " line 5 col 1.
           accept motif of SaisieOpposition line 5 col 34 size 30.
           exec sql
               INSERT INTO dbo.OppositionCheque
                   (codeCompte
                   ,noChequeDebut
                   ,noChequeFin
                   ,dateOpposition
                   ,motif)
               VALUES
                   (:SaisieOpposition.codeCompte
                   ,:SaisieOpposition.noChequeDebut
                   ,:SaisieOpposition.noChequeFin
                   ,:DateComptableNum
                   ,:SaisieOpposition.motif)
           end-exec.
           display "Opposition enregistree." line 24 col 1.

      * Controle du cheque presente a la saisie de mouvement : il doit
      * appartenir a un carnet REMIS du compte, ne pas avoir deja ete
      * paye, et ne pas tomber dans une plage d'opposition. Sans
      * numero de cheque, rien a controler.
       Cheque-ControlerSaisie.
           move 1 to ChequeAccepte.
           if NumeroChequeSaisi > 0
               move 0 to NbControleCheque
               exec sql
                   SELECT COUNT(*) INTO :NbControleCheque
                   FROM dbo.Chequier
                   WHERE codeCompte = :CodeCompteMouvement
                       AND statutChequier = 'R'
                       AND noPremier <= :NumeroChequeSaisi
                       AND noDernier >= :NumeroChequeSaisi
               end-exec
               if NbControleCheque = 0
                   move 0 to ChequeAccepte
                   display "Cheque hors de tout carnet remis, saisie refusee" line 24 col 1
               end-if
               if ChequeAccepte = 1
                   move 0 to NbControleCheque
                   exec sql
                       SELECT COUNT(*) INTO :NbControleCheque
                       FROM dbo.ChequePaye
                       WHERE codeCompte = :CodeCompteMouvement
                           AND noCheque = :NumeroChequeSaisi
                   end-exec
                   if NbControleCheque > 0
                       move 0 to ChequeAccepte
                       display "Cheque deja paye, saisie refusee" line 24 col 1
                   end-if
               end-if
               if ChequeAccepte = 1
                   move 0 to NbControleCheque
                   exec sql
                       SELECT COUNT(*) INTO :NbControleCheque
                       FROM dbo.OppositionCheque
                       WHERE codeCompte = :CodeCompteMouvement
                           AND noChequeDebut <= :NumeroChequeSaisi
                           AND noChequeFin >= :NumeroChequeSaisi
                   end-exec
                   if NbControleCheque > 0
                       move 0 to ChequeAccepte
                       display "Cheque frappe d'opposition, saisie refusee" line 24 col 1
                   end-if
               end-if
           end-if.

       Cheque-EnregistrerPaye.
           exec sql
               INSERT INTO dbo.ChequePaye
                   (codeCompte
                   ,noCheque
                   ,dateMouvement)
               VALUES
                   (:CodeCompteMouvement
                   ,:NumeroChequeSaisi
                   ,:Mouvement.dateMouvement)
           end-exec.

      * Cheque presente sans provision : lettre d'information
      * prealable, rejet du cheque, lettre d'injonction et inscription
      * (ou prolongation) au registre des interdits bancaires.
       Cheque-Rejeter.
           move CodeCompteMouvement to codeCompte of ClientCheque.
           perform Cheque-LireClient.
           move spaces to FusionCompte.
           string
               "CHEQUE " delimited by size
               NumeroChequeSaisi delimited by size
               " / " delimited by size
               CodeCompteMouvement delimited by size
               into FusionCompte
           end-string.
           move montant of Mouvement to StrMontantRejet.
           move StrMontantRejet to FusionMontant.
           move CheminModeleInfoCheque to CheminFichierModele.
           move "INFOCHQ" to CourrierTypeEvenement.
           perform Cheque-Courrier.
           exec sql
               INSERT INTO dbo.ChequeRejete
                   (codeCompte
                   ,noCheque
                   ,montant
                   ,dateRejet
                   ,statutRejet
                   ,dateRegularisation)
               VALUES
                   (:CodeCompteMouvement
                   ,:NumeroChequeSaisi
                   ,:Mouvement.montant
                   ,:DateComptableNum
                   ,'R'
                   ,0)
           end-exec.
           move CheminModeleInjonction to CheminFichierModele.
           move "INJONCTION" to CourrierTypeEvenement.
           perform Cheque-Courrier.
           perform Cheque-Interdire.
           move CodeCompteMouvement to codeCompte of IncidentFrais.
           move "RC" to typeIncident of IncidentFrais.
           move montant of Mouvement to montantOperation of IncidentFrais.
           perform FraisIncident-Enregistrer.
           display "Cheque sans provision rejete, client interdit bancaire jusqu'au " line 24 col 1.
           display DateFinInterdiction line 24 col 66.

      * Interdiction de cinq ans a compter du rejet ; une interdiction
      * deja en cours est prolongee d'autant.
       Cheque-Interdire.
           move DateComptableNum to DateTravailCal.
           add DureeInterdiction to AnneeCal.
           perform Date-DernierJourMois.
           if JourCal > DernierJourMoisCal
               move DernierJourMoisCal to JourCal
           end-if.
           move DateTravailCal to DateFinInterdiction.
           if codeClient of ClientCheque <> spaces
               move 0 to NbInterdictionsActives
               exec sql
                   SELECT COUNT(*) INTO :NbInterdictionsActives
                   FROM dbo.InterdictionBancaire
                   WHERE codeClient = :ClientCheque.codeClient
                       AND statutInterdiction = 'A'
               end-exec
               if NbInterdictionsActives = 0
                   exec sql
                       INSERT INTO dbo.InterdictionBancaire
                           (codeClient
                           ,dateDebut
                           ,dateFin
                           ,statutInterdiction
                           ,dateLevee
                           ,operateurLevee)
                       VALUES
                           (:ClientCheque.codeClient
                           ,:DateComptableNum
                           ,:DateFinInterdiction
                           ,'A'
                           ,0
                           ,'')
                   end-exec
               else
                   exec sql
                       UPDATE dbo.InterdictionBancaire SET
                           dateFin = :DateFinInterdiction
                       WHERE codeClient = :ClientCheque.codeClient
                           AND statutInterdiction = 'A'
                   end-exec
               end-if
           end-if.

      * Titulaire du compte codeCompte de ClientCheque.
       Cheque-LireClient.
           move spaces to codeClient of ClientCheque.
           exec sql
               SELECT cl.codeClient, cl.nom, cl.prenom, cl.codePostal,
                      cl.Ville
                   INTO :ClientCheque.codeClient
                       ,:ClientCheque.nom
                       ,:ClientCheque.prenom
                       ,:ClientCheque.codePostal
                       ,:ClientCheque.Ville
               FROM dbo.Compte c
               JOIN dbo.Client cl ON cl.codeClient = c.codeClient
               WHERE c.codeCompte = :ClientCheque.codeCompte
           end-exec.
           if SQLCODE <> 0
               move spaces to codeClient of ClientCheque
           end-if.

      * Courrier au titulaire (modele, type, FusionCompte et
      * FusionMontant renseignes par l'appelant).
       Cheque-Courrier.
           if codeClient of ClientCheque <> spaces
               move codeClient of ClientCheque to CourrierCodeClient
               move nom of ClientCheque to FusionNom
               move prenom of ClientCheque to FusionPrenom
               move spaces to FusionAdresse
               string
                   codePostal of ClientCheque delimited by "  "
                   " " delimited by size
                   Ville of ClientCheque delimited by "  "
                   into FusionAdresse
               end-string
               perform Courrier-PreparerDate
               perform Courrier-Emettre
           end-if.

      * ClientInterdit vaut 1 si le titulaire du compte codeCompte de
      * ClientCheque est sous le coup d'une interdiction en cours.
       Cheque-ControlerInterdit.
           move 0 to ClientInterdit.
           move 0 to NbInterdictionsActives.
           exec sql
               SELECT COUNT(*) INTO :NbInterdictionsActives
               FROM dbo.InterdictionBancaire i
               JOIN dbo.Compte c ON c.codeClient = i.codeClient
               WHERE c.codeCompte = :ClientCheque.codeCompte
                   AND i.statutInterdiction = 'A'
                   AND i.dateFin >= :DateComptableNum
           end-exec.
           if NbInterdictionsActives > 0
               move 1 to ClientInterdit
           end-if.

      * Registre des interdits bancaires en cours.
       Chequier-Interdits.
           move 0 to finInterdits.
           move 4 to noLigneInterdit.
           display "Nom                            Prenom               Debut    Fin      Rejets" line 3 col 1.
           exec sql
               DECLARE curInterdits CURSOR FOR
                   SELECT i.codeClient, LEFT(cl.nom, 30),
                          LEFT(cl.prenom, 20), i.dateDebut, i.dateFin,
                          (SELECT COUNT(*)
                           FROM dbo.ChequeRejete r
                           JOIN dbo.Compte c ON c.codeCompte = r.codeCompte
                           WHERE c.codeClient = i.codeClient
                               AND r.statutRejet = 'R')
                   FROM dbo.InterdictionBancaire i
                   JOIN dbo.Client cl ON cl.codeClient = i.codeClient
                   WHERE i.statutInterdiction = 'A'
                       AND i.dateFin >= :DateComptableNum
                   ORDER BY cl.nom, cl.prenom
           end-exec.
           exec sql
               OPEN curInterdits
           end-exec.
           perform Chequier-InterditLigne until finInterdits = 1.
           exec sql
               CLOSE curInterdits
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Chequier-InterditLigne.
           exec sql
               FETCH curInterdits into
                   :InterditLu.codeClient
                   ,:InterditLu.nom
                   ,:InterditLu.prenom
                   ,:InterditLu.dateDebut
                   ,:InterditLu.dateFin
                   ,:InterditLu.nbRejets
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finInterdits
           else
               display nom of InterditLu line noLigneInterdit col 1
               display prenom of InterditLu line noLigneInterdit col 32
               display dateDebut of InterditLu line noLigneInterdit col 53
               display dateFin of InterditLu line noLigneInterdit col 62
               display nbRejets of InterditLu line noLigneInterdit col 71
               add 1 to noLigneInterdit
               if noLigneInterdit > 20
                   move 1 to finInterdits
                   display "Liste tronquee, voir dbo.InterdictionBancaire" line 24 col 1
               end-if
           end-if.

      * Regularisation : tous les cheques rejetes du client sont
      * regularises en une fois, l'interdiction est levee et
      * l'attestation envoyee. Reservee au profil superviseur.
       Chequier-Lever.
           perform Controle-ProfilSuperviseur.
           if ProfilAutorise = 1
               move spaces to NomClient
               display "Nom du client (ou fragment) : " line 2 col 1
               accept NomClient line 2 col 32 size 30
               perform gestionClients-ResoudreClient
               if CodeClientResolu = spaces
                   display "Aucun client ne correspond a ce nom" line 24 col 1
               else
                   perform Chequier-LeverClient
               end-if
           end-if.

       Chequier-LeverClient.
           move 0 to NbInterdictionsActives.
           exec sql
               SELECT COUNT(*) INTO :NbInterdictionsActives
               FROM dbo.InterdictionBancaire
               WHERE codeClient = :CodeClientResolu
                   AND statutInterdiction = 'A'
           end-exec.
           move 0 to NbChequesRejetes.
           exec sql
               SELECT COUNT(*) INTO :NbChequesRejetes
               FROM dbo.ChequeRejete r
               JOIN dbo.Compte c ON c.codeCompte = r.codeCompte
               WHERE c.codeClient = :CodeClientResolu
                   AND r.statutRejet = 'R'
           end-exec.
           if NbInterdictionsActives = 0
               display "Aucune interdiction en cours pour ce client" line 24 col 1
           else
               display "Cheques rejetes a regulariser : " line 4 col 1
               display NbChequesRejetes line 4 col 34
               move space to ChoixRegularisation
               display "Regularisation constatee [O/N] : " line 5 col 1
               accept ChoixRegularisation line 5 col 34
               if ChoixRegularisation = "o" move "O" to ChoixRegularisation end-if
               if ChoixRegularisation = "O"
                   perform Chequier-Regulariser
                   display "Interdiction levee, attestation emise" line 24 col 1
               else
                   display "Regularisation abandonnee" line 24 col 1
               end-if
           end-if.

       Chequier-Regulariser.
           exec sql
               UPDATE dbo.ChequeRejete SET
                   statutRejet = 'G'
                   ,dateRegularisation = :DateComptableNum
               WHERE statutRejet = 'R'
                   AND codeCompte IN
                       (SELECT codeCompte FROM dbo.Compte
                        WHERE codeClient = :CodeClientResolu)
           end-exec.
           exec sql
               UPDATE dbo.InterdictionBancaire SET
                   statutInterdiction = 'L'
                   ,dateLevee = :DateComptableNum
                   ,operateurLevee = :OperateurCode
               WHERE codeClient = :CodeClientResolu
                   AND statutInterdiction = 'A'
           end-exec.
           move CodeClientResolu to codeClient of ClientCheque.
           exec sql
               SELECT nom, prenom, codePostal, Ville
                   INTO :ClientCheque.nom
                       ,:ClientCheque.prenom
                       ,:ClientCheque.codePostal
                       ,:ClientCheque.Ville
               FROM dbo.Client
               WHERE codeClient = :ClientCheque.codeClient
           end-exec.
           move spaces to FusionCompte.
           string
               NbChequesRejetes delimited by size
               " CHEQUE(S) REGULARISE(S)" delimited by size
               into FusionCompte
           end-string.
           move spaces to FusionMontant.
           move CheminModeleAttestRegul to CheminFichierModele.
           move "ATTREGUL" to CourrierTypeEvenement.
           perform Cheque-Courrier.

      * Cheques en opposition du client (dossier client).
       DossierClient-Oppositions.
           move 0 to NbOppositionsDossier.
           move 0 to finOppositionDossier.
           move spaces to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "CHEQUES EN OPPOSITION" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "Compte | Du numero | Au numero | Date | Motif" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           exec sql
               DECLARE curOppositions CURSOR FOR
                   SELECT o.codeCompte, o.noChequeDebut, o.noChequeFin,
                          o.dateOpposition, ISNULL(o.motif,'')
                   FROM dbo.OppositionCheque o
                   JOIN dbo.Compte c ON c.codeCompte = o.codeCompte
                   WHERE c.codeClient = :CodeClientResolu
                   ORDER BY o.codeCompte, o.noChequeDebut
           end-exec.
           exec sql
               OPEN curOppositions
           end-exec.
           perform DossierClient-OppositionLigne
               until finOppositionDossier = 1.
           exec sql
               CLOSE curOppositions
           end-exec.
           if NbOppositionsDossier = 0
               move "(aucune opposition pour ce client)" to LigneDossier
               write EnrFichierDossier from LigneDossier
           end-if.

       DossierClient-OppositionLigne.
           exec sql
               FETCH curOppositions into
                   :OppositionLue.codeCompte
                   ,:OppositionLue.noChequeDebut
                   ,:OppositionLue.noChequeFin
                   ,:OppositionLue.dateOpposition
                   ,:OppositionLue.motif
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finOppositionDossier
           else
               add 1 to NbOppositionsDossier
               move spaces to LigneDossier
               string
                   codeCompte of OppositionLue delimited by size
                   " | " delimited by size
                   noChequeDebut of OppositionLue delimited by size
                   " | " delimited by size
                   noChequeFin of OppositionLue delimited by size
                   " | " delimited by size
                   dateOpposition of OppositionLue delimited by size
                   " | " delimited by size
                   motif of OppositionLue delimited by size
                   into LigneDossier
               end-string
               write EnrFichierDossier from LigneDossier
           end-if.

      **********************************
      * Autorisations de decouvert (parametrage 7)
      **********************************
      * Une autorisation par compte en vigueur a la fois : en accorder
      * une nouvelle revoque la precedente, rien n'est jamais efface
      * (dbo.AutorisationDecouvert garde l'historique, operateur et
      * date de saisie). Les debits hors provision en attente de
      * decision (dbo.DepassementDecouvert) sont acceptes ou refuses
      * ici. Accord, revocation et decision exigent le profil
      * superviseur.
       GestionDecouverts.
           move space to ChoixDecouvert.
           perform GestionDecouverts-Trt until ChoixDecouvert = "Q".

       GestionDecouverts-Trt.
           display "[A]ccorder [R]evoquer [H]istorique [D]epassements [Q]uitter : " line 1 col 1.
           accept ChoixDecouvert line 1 col 65.
           if ChoixDecouvert = "a" move "A" to ChoixDecouvert end-if.
           if ChoixDecouvert = "r" move "R" to ChoixDecouvert end-if.
           if ChoixDecouvert = "h" move "H" to ChoixDecouvert end-if.
           if ChoixDecouvert = "d" move "D" to ChoixDecouvert end-if.
           if ChoixDecouvert = "q" move "Q" to ChoixDecouvert end-if.
           evaluate ChoixDecouvert
               when "A"
                   perform Controle-ProfilSuperviseur
                   if ProfilAutorise = 1
                       perform Decouvert-Accorder
                   end-if
               when "R"
                   perform Controle-ProfilSuperviseur
                   if ProfilAutorise = 1
                       perform Decouvert-Revoquer
                   end-if
               when "H" perform Decouvert-Historique
               when "D"
                   perform Controle-ProfilSuperviseur
                   if ProfilAutorise = 1
                       perform Depassements-Decider
                   end-if
           end-evaluate.

       Decouvert-SaisieCompte.
           move 0 to codeCompte of SaisieDecouvert.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of SaisieDecouvert line 2 col 34 size 12.
           move 0 to NbControleDecouvert.
           exec sql
               SELECT COUNT(*) INTO :NbControleDecouvert
               FROM dbo.Compte
               WHERE codeCompte = :SaisieDecouvert.codeCompte
                   AND statutCompte = 'O'
           end-exec.

       Decouvert-Accorder.
           perform Decouvert-SaisieCompte.
           if NbControleDecouvert = 0
               display "Compte inconnu ou non ouvert" line 24 col 1
           else
               move 0 to montantAutorise of SaisieDecouvert
               display "Montant autorise ............ : " line 3 col 1
               accept montantAutorise of SaisieDecouvert line 3 col 34 size 9
               move 0 to dateFin of SaisieDecouvert
               display "Fin (AAAAMMJJ, 0 = sans) .... : " line 4 col 1
               accept dateFin of SaisieDecouvert line 4 col 34 size 8
               if dateFin of SaisieDecouvert > 0
                       and dateFin of SaisieDecouvert < DateComptableNum
                   display "Date de fin deja passee, autorisation non enregistree" line 24 col 1
               else
                   perform Decouvert-RevoquerEnVigueur
                   exec sql
                       INSERT INTO dbo.AutorisationDecouvert
                           (codeCompte
                           ,montantAutorise
                           ,dateDebut
                           ,dateFin
                           ,dateSaisie
                           ,operateur
                           ,statutAutorisation)
                       VALUES
                           (:SaisieDecouvert.codeCompte
                           ,:SaisieDecouvert.montantAutorise
                           ,:DateComptableNum
                           ,:SaisieDecouvert.dateFin
                           ,:DateComptableNum
                           ,:OperateurCode
                           ,'A')
                   end-exec
                   display "Autorisation de decouvert enregistree." line 24 col 1
               end-if
           end-if.

       Decouvert-Revoquer.
           perform Decouvert-SaisieCompte.
           perform Decouvert-RevoquerEnVigueur.
           if SQLCODE = 0
               display "Autorisation revoquee." line 24 col 1
           else
               display "Aucune autorisation en vigueur sur ce compte." line 24 col 1
           end-if.

      * La revocation ferme l'autorisation a la journee comptable :
      * l'historique montre ainsi sa periode reelle.
       Decouvert-RevoquerEnVigueur.
           exec sql
               UPDATE dbo.AutorisationDecouvert SET
                   statutAutorisation = 'R'
                   ,dateFin = CASE WHEN dateFin = 0 OR dateFin >= :DateComptableNum
                       THEN :DateComptableNum ELSE dateFin END
               WHERE codeCompte = :SaisieDecouvert.codeCompte
                   AND statutAutorisation = 'A'
           end-exec.

       Decouvert-Historique.
           perform Decouvert-SaisieCompte.
           move 0 to finDecouvert.
           move 4 to noLigneDecouvert.
           display "Montant autorise Debut    Fin      St Saisie   Operateur" line 3 col 1.
           exec sql
               DECLARE curHistoDecouvert CURSOR FOR
                   SELECT montantAutorise, dateDebut, dateFin,
                          statutAutorisation, dateSaisie, operateur
                   FROM dbo.AutorisationDecouvert
                   WHERE codeCompte = :SaisieDecouvert.codeCompte
                   ORDER BY noAutorisation DESC
           end-exec.
           exec sql
               OPEN curHistoDecouvert
           end-exec.
           perform Decouvert-HistoriqueLigne until finDecouvert = 1.
           exec sql
               CLOSE curHistoDecouvert
           end-exec.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Decouvert-HistoriqueLigne.
           exec sql
               FETCH curHistoDecouvert into
                   :DecouvertLu.montantAutorise
                   ,:DecouvertLu.dateDebut
                   ,:DecouvertLu.dateFin
                   ,:DecouvertLu.statutAutorisation
                   ,:DecouvertLu.dateSaisie
                   ,:DecouvertLu.operateur
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finDecouvert
           else
               add 1 to noLigneDecouvert
               move montantAutorise of DecouvertLu to StrMontantDecouvert
               display StrMontantDecouvert line noLigneDecouvert col 1
               display dateDebut of DecouvertLu line noLigneDecouvert col 18
               display dateFin of DecouvertLu line noLigneDecouvert col 27
               display statutAutorisation of DecouvertLu line noLigneDecouvert col 36
               display dateSaisie of DecouvertLu line noLigneDecouvert col 39
               display operateur of DecouvertLu line noLigneDecouvert col 48
               if noLigneDecouvert > 20
                   move 1 to finDecouvert
                   display "Liste tronquee, voir dbo.AutorisationDecouvert" line 24 col 1
               end-if
           end-if.

      * Debits hors provision en attente : accepte, le debit est
      * impute (en attente lui-meme si sa date de valeur est future) ;
      * refuse, il reste trace sans effet sur le compte.
       Depassements-Decider.
           move 0 to finDecouvert.
           move 4 to noLigneDecouvert.
           display "No        Compte       Montant        Dispo. Libelle" line 3 col 1.
           exec sql
               DECLARE curDepassements CURSOR FOR
                   SELECT noDepassement, codeCompte, montant, disponible,
                          libelle
                   FROM dbo.DepassementDecouvert
                   WHERE statutDepassement = 'E'
                   ORDER BY noDepassement
           end-exec.
           exec sql
               OPEN curDepassements
           end-exec.
           perform Depassements-DeciderLigne until finDecouvert = 1.
           exec sql
               CLOSE curDepassements
           end-exec.
           move 0 to NoDepassementSaisi.
           display "No du depassement (0 = aucun) : " line 22 col 1.
           accept NoDepassementSaisi line 22 col 34 size 9.
           if NoDepassementSaisi > 0
               perform Depassement-Decision
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Depassements-DeciderLigne.
           exec sql
               FETCH curDepassements into
                   :DepassementLu.noDepassement
                   ,:DepassementLu.codeCompte
                   ,:DepassementLu.montant
                   ,:DepassementLu.disponible
                   ,:DepassementLu.libelle
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finDecouvert
           else
               add 1 to noLigneDecouvert
               move montant of DepassementLu to StrMontantDecouvert
               move disponible of DepassementLu to StrDisponibleDecouvert
               display noDepassement of DepassementLu line noLigneDecouvert col 1
               display codeCompte of DepassementLu line noLigneDecouvert col 11
               display StrMontantDecouvert line noLigneDecouvert col 24
               display StrDisponibleDecouvert line noLigneDecouvert col 38
               display libelle of DepassementLu line noLigneDecouvert col 53
               if noLigneDecouvert > 20
                   move 1 to finDecouvert
                   display "Liste tronquee, voir dbo.DepassementDecouvert" line 24 col 1
               end-if
           end-if.

       Depassement-Decision.
           exec sql
               SELECT noDepassement, codeCompte, montant, disponible,
                      libelle, codeDevise, dateValeur
               INTO :DepassementLu.noDepassement
                   ,:DepassementLu.codeCompte
                   ,:DepassementLu.montant
                   ,:DepassementLu.disponible
                   ,:DepassementLu.libelle
                   ,:DepassementLu.codeDevise
                   ,:DepassementLu.dateValeur
               FROM dbo.DepassementDecouvert
               WHERE noDepassement = :NoDepassementSaisi
                   AND statutDepassement = 'E'
           end-exec.
           if SQLCODE <> 0
               display "Depassement introuvable ou deja decide" line 24 col 1
           else
               move space to ChoixDecisionDepassement
               display "[A]ccepter le debit / [R]efuser : " line 21 col 1
               accept ChoixDecisionDepassement line 21 col 36
               if ChoixDecisionDepassement = "a" move "A" to ChoixDecisionDepassement end-if
               if ChoixDecisionDepassement = "r" move "R" to ChoixDecisionDepassement end-if
               evaluate ChoixDecisionDepassement
                   when "A" perform Depassement-Accepter
                   when "R" perform Depassement-Refuser
               end-evaluate
           end-if.

       Depassement-Accepter.
           move DateComptableNum to DateControleeArrete.
           perform Journee-ControlerArretee.
           if JourneeEstArretee = 1
               display "Journee comptable arretee, traitement refuse" line 24 col 1
           else
               move codeCompte of DepassementLu to codeCompte of Mouvement
               move DateComptableNum to dateMouvement of Mouvement
               move libelle of DepassementLu to libelle of Mouvement
               move montant of DepassementLu to montant of Mouvement
               move "D" to sens of Mouvement
               move codeDevise of DepassementLu to codeDevise of Mouvement
               move dateValeur of DepassementLu to dateValeur of Mouvement
               if dateValeur of Mouvement > DateComptableNum
                   move "A" to statutMouvement of Mouvement
               else
                   move "C" to statutMouvement of Mouvement
               end-if
               perform Mouvement-Comptabiliser
               move "A" to StatutDepassementEcrit
               perform Depassement-Clore
               move codeCompte of DepassementLu to codeCompte of IncidentFrais
               move "CI" to typeIncident of IncidentFrais
               move montant of DepassementLu to montantOperation of IncidentFrais
               perform FraisIncident-Enregistrer
               display "Debit accepte et impute au compte." line 24 col 1
           end-if.

       Depassement-Refuser.
           move "R" to StatutDepassementEcrit.
           perform Depassement-Clore.
           display "Debit refuse." line 24 col 1.

       Depassement-Clore.
           exec sql
               UPDATE dbo.DepassementDecouvert SET
                   statutDepassement = :StatutDepassementEcrit
                   ,operateurDecision = :OperateurCode
                   ,dateDecision = :DateComptableNum
               WHERE noDepassement = :DepassementLu.noDepassement
           end-exec.

      **********************************
      * Titulaires et procurations (parametrage 8)
      **********************************
      * Le titulaire principal reste dbo.Compte.codeClient ; les
      * autres personnes rattachees au compte sont dans
      * dbo.CompteTitulaire avec leur role (C co-titulaire, M
      * mandataire) et leur periode (dateFin 0 = lien en cours). Un
      * lien n'est jamais supprime : il est clos a une date, et
      * chaque ouverture / cloture de lien part dans
      * dbo.AuditClientCompte au nom de la personne rattachee.
       GestionTitulaires.
           move space to ChoixTitulaire.
           perform GestionTitulaires-Trt until ChoixTitulaire = "Q".

       GestionTitulaires-Trt.
           display "[L]iste [A]jout [F]in de lien [Q]uitter : " line 1 col 1.
           accept ChoixTitulaire line 1 col 44.
           if ChoixTitulaire = "l" move "L" to ChoixTitulaire end-if.
           if ChoixTitulaire = "a" move "A" to ChoixTitulaire end-if.
           if ChoixTitulaire = "f" move "F" to ChoixTitulaire end-if.
           if ChoixTitulaire = "q" move "Q" to ChoixTitulaire end-if.
           evaluate ChoixTitulaire
               when "L" perform Titulaires-Lister
               when "A" perform Titulaires-Ajout
               when "F" perform Titulaires-Fin
           end-evaluate.

       Titulaires-SaisieCompte.
           move 0 to codeCompte of CompteTitulaires.
           display "Code compte ................. : " line 2 col 1.
           accept codeCompte of CompteTitulaires line 2 col 34 size 12.
           move spaces to codeClient of CompteTitulaires.
           exec sql
               SELECT codeClient, codeBanque, codeGuichet, racineCompte,
                      typeCompte, soldeDebiteur, soldeCrediteur,
                      statutCompte
               INTO :CompteTitulaires.codeClient
                   ,:CompteTitulaires.codeBanque
                   ,:CompteTitulaires.codeGuichet
                   ,:CompteTitulaires.racineCompte
                   ,:CompteTitulaires.typeCompte
                   ,:CompteTitulaires.soldeDebiteur
                   ,:CompteTitulaires.soldeCrediteur
                   ,:CompteTitulaires.statutCompte
               FROM dbo.Compte
               WHERE codeCompte = :CompteTitulaires.codeCompte
           end-exec.
           if SQLCODE <> 0
               move spaces to codeClient of CompteTitulaires
               display "Compte introuvable" line 24 col 1
           end-if.

       Titulaires-Lister.
           perform Titulaires-SaisieCompte.
           if codeClient of CompteTitulaires <> spaces
               move 0 to finTitulaire
               move 4 to noLigneTitulaire
               display "No        Role Debut    Fin      Nom" line 3 col 1
               exec sql
                   DECLARE curTitulaires CURSOR FOR
                       SELECT 0, 'T', 0, 0, cl.nom, cl.prenom
                       FROM dbo.Compte c
                       JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                       WHERE c.codeCompte = :CompteTitulaires.codeCompte
                       UNION ALL
                       SELECT t.noLien, t.roleTitulaire, t.dateDebut,
                              t.dateFin, cl.nom, cl.prenom
                       FROM dbo.CompteTitulaire t
                       JOIN dbo.Client cl ON cl.codeClient = t.codeClient
                       WHERE t.codeCompte = :CompteTitulaires.codeCompte
                       ORDER BY 1
               end-exec
               exec sql
                   OPEN curTitulaires
               end-exec
               perform Titulaires-ListerLigne until finTitulaire = 1
               exec sql
                   CLOSE curTitulaires
               end-exec
           end-if.
           display "Appuyez sur une touche pour continuer..." line 23 col 1.
           accept choix line 23 col 60.

       Titulaires-ListerLigne.
           exec sql
               FETCH curTitulaires into
                   :TitulaireLu.noLien
                   ,:TitulaireLu.roleTitulaire
                   ,:TitulaireLu.dateDebut
                   ,:TitulaireLu.dateFin
                   ,:TitulaireLu.nom
                   ,:TitulaireLu.prenom
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finTitulaire
           else
               add 1 to noLigneTitulaire
               display noLien of TitulaireLu line noLigneTitulaire col 1
               display roleTitulaire of TitulaireLu line noLigneTitulaire col 12
               display dateDebut of TitulaireLu line noLigneTitulaire col 16
               display dateFin of TitulaireLu line noLigneTitulaire col 25
               display nom of TitulaireLu line noLigneTitulaire col 34
               display prenom of TitulaireLu line noLigneTitulaire col 60
               if noLigneTitulaire > 20
                   move 1 to finTitulaire
                   display "Liste tronquee, voir dbo.CompteTitulaire" line 24 col 1
               end-if
           end-if.

       Titulaires-Ajout.
           perform Titulaires-SaisieCompte.
           if codeClient of CompteTitulaires <> spaces
               move spaces to NomClient
               display "Personne rattachee (nom) .... : " line 3 col 1
               accept NomClient line 3 col 34 size 30
               perform gestionClients-ResoudreClient
               move space to roleTitulaire of SaisieTitulaire
               display "[C]o-titulaire / [M]andataire : " line 4 col 1
               accept roleTitulaire of SaisieTitulaire line 4 col 34
               if roleTitulaire of SaisieTitulaire = "c" move "C" to roleTitulaire of SaisieTitulaire end-if
               if roleTitulaire of SaisieTitulaire = "m" move "M" to roleTitulaire of SaisieTitulaire end-if
               move 0 to dateDebut of SaisieTitulaire
               display "Debut (AAAAMMJJ, 0 = jour) .. : " line 5 col 1
               accept dateDebut of SaisieTitulaire line 5 col 34 size 8
               if dateDebut of SaisieTitulaire = 0
                   move DateComptableNum to dateDebut of SaisieTitulaire
               end-if
               move 0 to dateFin of SaisieTitulaire
               display "Fin (AAAAMMJJ, 0 = sans) .... : " line 6 col 1
               accept dateFin of SaisieTitulaire line 6 col 34 size 8
               evaluate true
                   when CodeClientResolu = spaces
                       display "Personne inconnue, lien non enregistre" line 24 col 1
                   when CodeClientResolu = codeClient of CompteTitulaires
                       display "Deja titulaire principal du compte" line 24 col 1
                   when roleTitulaire of SaisieTitulaire <> "C"
                           and roleTitulaire of SaisieTitulaire <> "M"
                       display "Role invalide (C ou M), lien non enregistre" line 24 col 1
                   when dateFin of SaisieTitulaire > 0
                           and dateFin of SaisieTitulaire < dateDebut of SaisieTitulaire
                       display "Fin anterieure au debut, lien non enregistre" line 24 col 1
                   when other
                       perform Titulaires-Enregistrer
               end-evaluate
           end-if.

       Titulaires-Enregistrer.
           exec sql
               INSERT INTO dbo.CompteTitulaire
                   (codeCompte
                   ,codeClient
                   ,roleTitulaire
                   ,dateDebut
                   ,dateFin)
               VALUES
                   (:CompteTitulaires.codeCompte
                   ,:CodeClientResolu
                   ,:SaisieTitulaire.roleTitulaire
                   ,:SaisieTitulaire.dateDebut
                   ,:SaisieTitulaire.dateFin)
           end-exec.
           move CodeClientResolu to AuditCodeClient.
           if roleTitulaire of SaisieTitulaire = "C"
               move "COTITULAIRE" to AuditOperation
           else
               move "MANDATAIRE" to AuditOperation
           end-if.
           perform Titulaires-Audit.
           display "Lien enregistre." line 24 col 1.

       Titulaires-Fin.
           perform Titulaires-SaisieCompte.
           if codeClient of CompteTitulaires <> spaces
               move 0 to noLien of SaisieTitulaire
               display "No du lien a clore .......... : " line 3 col 1
               accept noLien of SaisieTitulaire line 3 col 34 size 9
               move 0 to dateFin of SaisieTitulaire
               display "Fin (AAAAMMJJ, 0 = jour) .... : " line 4 col 1
               accept dateFin of SaisieTitulaire line 4 col 34 size 8
               if dateFin of SaisieTitulaire = 0
                   move DateComptableNum to dateFin of SaisieTitulaire
               end-if
               move spaces to codeClient of TitulaireLu
               exec sql
                   SELECT codeClient, roleTitulaire
                   INTO :TitulaireLu.codeClient, :TitulaireLu.roleTitulaire
                   FROM dbo.CompteTitulaire
                   WHERE noLien = :SaisieTitulaire.noLien
                       AND codeCompte = :CompteTitulaires.codeCompte
                       AND dateFin = 0
               end-exec
               if SQLCODE <> 0
                   display "Lien introuvable ou deja clos sur ce compte" line 24 col 1
               else
                   exec sql
                       UPDATE dbo.CompteTitulaire
                           SET dateFin = :SaisieTitulaire.dateFin
                       WHERE noLien = :SaisieTitulaire.noLien
                   end-exec
                   move codeClient of TitulaireLu to AuditCodeClient
                   if roleTitulaire of TitulaireLu = "C"
                       move "FIN-COTITUL" to AuditOperation
                   else
                       move "FIN-MANDAT" to AuditOperation
                   end-if
                   perform Titulaires-Audit
                   display "Lien clos." line 24 col 1
               end-if
           end-if.

      * Trace du lien ouvert ou clos (AuditCodeClient = la personne
      * rattachee, AuditOperation deja pose), soldes inchanges.
       Titulaires-Audit.
           move codeBanque of CompteTitulaires to AuditCodeBanque.
           move codeGuichet of CompteTitulaires to AuditCodeGuichet.
           move racineCompte of CompteTitulaires to AuditRacineCompte.
           move soldeDebiteur of CompteTitulaires to AuditAncienDebit.
           move soldeDebiteur of CompteTitulaires to AuditNouveauDebit.
           move soldeCrediteur of CompteTitulaires to AuditAncienCredit.
           move soldeCrediteur of CompteTitulaires to AuditNouveauCredit.
           move typeCompte of CompteTitulaires to AuditAncienTypeCompte.
           move typeCompte of CompteTitulaires to AuditNouveauTypeCompte.
           move spaces to AuditAncienCleRib.
           move spaces to AuditNouveauCleRib.
           move statutCompte of CompteTitulaires to AuditAncienStatutCompte.
           move statutCompte of CompteTitulaires to AuditNouveauStatutCompte.
           move DateComptableNum to AuditDateHeure.
           accept AuditHeure from time.
           exec sql
               INSERT INTO dbo.AuditClientCompte
                   (codeClient
                   ,codeBanque
                   ,codeGuichet
                   ,racineCompte
                   ,ancienDebit
                   ,ancienCredit
                   ,nouveauDebit
                   ,nouveauCredit
                   ,ancienTypeCompte
                   ,nouveauTypeCompte
                   ,ancienCleRib
                   ,nouveauCleRib
                   ,ancienStatutCompte
                   ,nouveauStatutCompte
                   ,operation
                   ,operateur
                   ,dateOperation
                   ,heureOperation)
               VALUES
                   (:AuditCodeClient
                   ,:AuditCodeBanque
                   ,:AuditCodeGuichet
                   ,:AuditRacineCompte
                   ,:AuditAncienDebit
                   ,:AuditAncienCredit
                   ,:AuditNouveauDebit
                   ,:AuditNouveauCredit
                   ,:AuditAncienTypeCompte
                   ,:AuditNouveauTypeCompte
                   ,:AuditAncienCleRib
                   ,:AuditNouveauCleRib
                   ,:AuditAncienStatutCompte
                   ,:AuditNouveauStatutCompte
                   ,:AuditOperation
                   ,:AuditOperateur
                   ,:AuditDateHeure
                   ,:AuditHeure)
           end-exec.

      * Titulaires et procurations du client (dossier client) : les
      * personnes rattachees a ses comptes, puis les comptes d'autres
      * clients auxquels il est lui-meme rattache.
       DossierClient-Titulaires.
           move 0 to NbLiensDossier.
           move 0 to finTitulaire.
           move spaces to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "TITULAIRES ET PROCURATIONS (C co-titulaire, M mandataire)" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "Compte | Role | Du | Au | Personne" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           exec sql
               DECLARE curTitulairesDossier CURSOR FOR
                   SELECT t.codeCompte, t.roleTitulaire, t.dateDebut,
                          t.dateFin, cl.nom, cl.prenom, 'S'
                   FROM dbo.CompteTitulaire t
                   JOIN dbo.Compte c ON c.codeCompte = t.codeCompte
                   JOIN dbo.Client cl ON cl.codeClient = t.codeClient
                   WHERE c.codeClient = :CodeClientResolu
                   UNION ALL
                   SELECT t.codeCompte, t.roleTitulaire, t.dateDebut,
                          t.dateFin, cl.nom, cl.prenom, 'A'
                   FROM dbo.CompteTitulaire t
                   JOIN dbo.Compte c ON c.codeCompte = t.codeCompte
                   JOIN dbo.Client cl ON cl.codeClient = c.codeClient
                   WHERE t.codeClient = :CodeClientResolu
                   ORDER BY 7 DESC, 1, 3
           end-exec.
           exec sql
               OPEN curTitulairesDossier
           end-exec.
           perform DossierClient-TitulaireLigne until finTitulaire = 1.
           exec sql
               CLOSE curTitulairesDossier
           end-exec.
           if NbLiensDossier = 0
               move "(aucun co-titulaire ni mandataire)" to LigneDossier
               write EnrFichierDossier from LigneDossier
           end-if.

       DossierClient-TitulaireLigne.
           exec sql
               FETCH curTitulairesDossier into
                   :TitulaireLu.codeCompte
                   ,:TitulaireLu.roleTitulaire
                   ,:TitulaireLu.dateDebut
                   ,:TitulaireLu.dateFin
                   ,:TitulaireLu.nom
                   ,:TitulaireLu.prenom
                   ,:TitulaireLu.sensLien
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finTitulaire
           else
               add 1 to NbLiensDossier
               move spaces to LigneDossier
               if sensLien of TitulaireLu = "S"
                   string
                       codeCompte of TitulaireLu delimited by size
                       " | " delimited by size
                       roleTitulaire of TitulaireLu delimited by size
                       " | " delimited by size
                       dateDebut of TitulaireLu delimited by size
                       " | " delimited by size
                       dateFin of TitulaireLu delimited by size
                       " | " delimited by size
                       nom of TitulaireLu delimited by "  "
                       " " delimited by size
                       prenom of TitulaireLu delimited by "  "
                       into LigneDossier
                   end-string
               else
                   string
                       codeCompte of TitulaireLu delimited by size
                       " | " delimited by size
                       roleTitulaire of TitulaireLu delimited by size
                       " | " delimited by size
                       dateDebut of TitulaireLu delimited by size
                       " | " delimited by size
                       dateFin of TitulaireLu delimited by size
                       " | LE CLIENT, SUR LE COMPTE DE " delimited by size
                       nom of TitulaireLu delimited by "  "
                       " " delimited by size
                       prenom of TitulaireLu delimited by "  "
                       into LigneDossier
                   end-string
               end-if
               write EnrFichierDossier from LigneDossier
           end-if.

      * Prets du client (dossier client) : contrat, capital restant du
      * (capital des echeances non payees) et tableau d'amortissement.
       DossierClient-Prets.
           move 0 to NbPretsDossier.
           move 0 to finPret.
           move spaces to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           move "PRETS AMORTISSABLES" to LigneDossier.
           write EnrFichierDossier from LigneDossier.
           exec sql
               DECLARE curPretsDossier CURSOR FOR
                   SELECT noPret, codeCompte, capital, taux, nbEcheances,
                          periodicite, tauxAssurance, dateOctroi,
                          statutPret
                   FROM dbo.Pret
                   WHERE codeClient = :CodeClientResolu
                   ORDER BY noPret
           end-exec.
           exec sql
               OPEN curPretsDossier
           end-exec.
           perform DossierClient-Pret until finPret = 1.
           exec sql
               CLOSE curPretsDossier
           end-exec.
           if NbPretsDossier = 0
               move "(aucun pret pour ce client)" to LigneDossier
               write EnrFichierDossier from LigneDossier
           end-if.

       DossierClient-Pret.
           exec sql
               FETCH curPretsDossier into
                   :PretLu.noPret
                   ,:PretLu.codeCompte
                   ,:PretLu.capital
                   ,:PretLu.taux
                   ,:PretLu.nbEcheances
                   ,:PretLu.periodicite
                   ,:PretLu.tauxAssurance
                   ,:PretLu.dateOctroi
                   ,:PretLu.statutPret
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finPret
           else
               add 1 to NbPretsDossier
               move 0 to CapitalRestantDu
               exec sql
                   SELECT ISNULL(SUM(capitalAmorti),0)
                       INTO :CapitalRestantDu
                   FROM dbo.EcheancePret
                   WHERE noPret = :PretLu.noPret
                       AND statutEcheance <> 'P'
               end-exec
               move capital of PretLu to StrMontantPret
               move CapitalRestantDu to StrRestantPret
               move spaces to LigneDossier
               string
                   "Pret " delimited by size
                   noPret of PretLu delimited by size
                   " | compte " delimited by size
                   codeCompte of PretLu delimited by size
                   " | octroi " delimited by size
                   dateOctroi of PretLu delimited by size
                   " | capital " delimited by size
                   StrMontantPret delimited by size
                   " | taux " delimited by size
                   taux of PretLu delimited by size
                   " | assurance " delimited by size
                   tauxAssurance of PretLu delimited by size
                   " | " delimited by size
                   nbEcheances of PretLu delimited by size
                   " echeances " delimited by size
                   periodicite of PretLu delimited by size
                   " | statut " delimited by size
                   statutPret of PretLu delimited by size
                   into LigneDossier
               end-string
               write EnrFichierDossier from LigneDossier
               move spaces to LigneDossier
               string
                   "Capital restant du : " delimited by size
                   StrRestantPret delimited by size
                   into LigneDossier
               end-string
               write EnrFichierDossier from LigneDossier
               move "Ech | Date | Echeance | Capital | Interets | Assurance | Restant du | Statut" to LigneDossier
               write EnrFichierDossier from LigneDossier
               move noPret of PretLu to NoPretSaisi
               move 0 to finEcheancePret
               exec sql
                   DECLARE curEcheancesDossier CURSOR FOR
                       SELECT noPret, noEcheance, dateEcheance, capitalAmorti,
                              interets, assurance, montantEcheance,
                              capitalRestant, statutEcheance
                       FROM dbo.EcheancePret
                       WHERE noPret = :NoPretSaisi
                       ORDER BY noEcheance
               end-exec
               exec sql
                   OPEN curEcheancesDossier
               end-exec
               perform DossierClient-EcheancePret
                   until finEcheancePret = 1
               exec sql
                   CLOSE curEcheancesDossier
               end-exec
           end-if.

       DossierClient-EcheancePret.
           exec sql
               FETCH curEcheancesDossier into
                   :EcheancePretLu.noPret
                   ,:EcheancePretLu.noEcheance
                   ,:EcheancePretLu.dateEcheance
                   ,:EcheancePretLu.capitalAmorti
                   ,:EcheancePretLu.interets
                   ,:EcheancePretLu.assurance
                   ,:EcheancePretLu.montantEcheance
                   ,:EcheancePretLu.capitalRestant
                   ,:EcheancePretLu.statutEcheance
           end-exec.
           if SQLCODE = 100 or SQLCODE = 101
               move 1 to finEcheancePret
           else
               move montantEcheance of EcheancePretLu to StrMontantPret
               move capitalAmorti of EcheancePretLu to StrCapitalPret
               move interets of EcheancePretLu to StrInteretsPret
               move assurance of EcheancePretLu to StrAssurancePret
               move capitalRestant of EcheancePretLu to StrRestantPret
               move spaces to LigneDossier
               string
                   noEcheance of EcheancePretLu delimited by size
                   " | " delimited by size
                   dateEcheance of EcheancePretLu delimited by size
                   " | " delimited by size
                   StrMontantPret delimited by size
                   " | " delimited by size
                   StrCapitalPret delimited by size
                   " | " delimited by size
                   StrInteretsPret delimited by size
                   " | " delimited by size
                   StrAssurancePret delimited by size
                   " | " delimited by size
                   StrRestantPret delimited by size
                   " | " delimited by size
                   statutEcheance of EcheancePretLu delimited by size
                   into LigneDossier
               end-string
               write EnrFichierDossier from LigneDossier
